      *****************************************************************
      *  MORRPT.CPY                                                  *
      *  PRINT-LINE LAYOUTS FOR THE CALCMOR1 MORNING-AFTER           *
      *  OPERATIONS PAGE.  MOR-RPT-RECORD IS THE PHYSICAL PRINT      *
      *  LINE; THE REDEFINES BELOW ARE THE ALTERNATE VIEWS USED TO   *
      *  BUILD THE PAGE HEADING, ONE LINE PER NIGHTLY STEP (WHEN IT  *
      *  RAN, ITS CONDITION CODE AND ITS OWN BALANCE), THE STEP'S    *
      *  FIGURES TWO TO A LINE, ONE LINE PER CROSS-FOOT (THE FIRST   *
      *  FIGURE AGAINST THE SUM IT MUST EQUAL) AND ONE LINE PER      *
      *  REASON BEHIND THE GO / HOLD VERDICT.                        *
      *****************************************************************
       01  MOR-RPT-RECORD.
           05  MOR-RPT-LINE                PIC X(80).

       01  MOR-RPT-HEADER-1  REDEFINES MOR-RPT-RECORD.
           05  MRH1-TITLE                  PIC X(40)
                   VALUE "OPERACIONES - CORRIDA NOCTURNA".
           05  MRH1-LIT-FECHA              PIC X(07)
                   VALUE "FECHA: ".
           05  MRH1-RUN-DATE               PIC X(10).
           05  MRH1-LIT-PAGINA             PIC X(08)
                   VALUE "  PAGINA".
           05  MRH1-PAGE-NO                PIC ZZZ9.
           05  FILLER                      PIC X(11).

       01  MOR-RPT-STEP  REDEFINES MOR-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  MRS-PROGRAM                 PIC X(08).
           05  FILLER                      PIC X(02).
           05  MRS-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(01).
           05  MRS-RUN-TIME                PIC X(08).
           05  FILLER                      PIC X(02).
           05  MRS-LIT-CC                  PIC X(03)
                   VALUE "CC ".
           05  MRS-COND-CODE               PIC 9(02).
           05  FILLER                      PIC X(02).
           05  MRS-BALANCE                 PIC X(30).
           05  FILLER                      PIC X(13).

       01  MOR-RPT-FIGURES  REDEFINES MOR-RPT-RECORD.
           05  FILLER                      PIC X(03).
           05  MRF-LABEL-1                 PIC X(24).
           05  MRF-VALUE-1                 PIC ZZZZZ9.
           05  FILLER                      PIC X(04).
           05  MRF-LABEL-2                 PIC X(24).
           05  MRF-VALUE-2                 PIC ZZZZZ9.
           05  FILLER                      PIC X(13).

       01  MOR-RPT-CROSS-FOOT  REDEFINES MOR-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  MRX-NAME                    PIC X(30).
           05  FILLER                      PIC X(01).
           05  MRX-FIRST                   PIC ZZZZZ9.
           05  FILLER                      PIC X(03).
           05  MRX-SUM                     PIC ZZZZZZ9.
           05  FILLER                      PIC X(02).
           05  MRX-RESULT                  PIC X(16).
           05  FILLER                      PIC X(14).

       01  MOR-RPT-REASON  REDEFINES MOR-RPT-RECORD.
           05  FILLER                      PIC X(03).
           05  MRR-LEVEL                   PIC X(08).
           05  FILLER                      PIC X(01).
           05  MRR-PROGRAM                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MRR-TEXT                    PIC X(40).
           05  FILLER                      PIC X(01).
           05  MRR-FIGURE                  PIC ZZZZZ9.
           05  FILLER                      PIC X(12).
