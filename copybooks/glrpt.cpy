      *****************************************************************
      *  GLRPT.CPY                                                   *
      *  PRINT-LINE LAYOUTS FOR THE CALCGLJ1 GL JOURNAL CONTROL AND  *
      *  SUSPENSE REPORT.  GL-RPT-RECORD IS THE PHYSICAL PRINT LINE; *
      *  THE REDEFINES BELOW ARE THE ALTERNATE VIEWS USED TO BUILD   *
      *  THE PAGE HEADING, ONE LINE PER LOG RECORD SENT TO SUSPENSE  *
      *  (WITH ITS REASON), ONE LINE PER JOURNAL ENTRY WRITTEN, AND  *
      *  THE COUNT AND AMOUNT LINES OF THE CONTROL SECTION.          *
      *****************************************************************
       01  GL-RPT-RECORD.
           05  GL-RPT-LINE                 PIC X(80).

       01  GL-RPT-HEADER-1  REDEFINES GL-RPT-RECORD.
           05  GLH1-TITLE                  PIC X(40)
                   VALUE "DIARIO CONTABLE - CALCULADORA".
           05  GLH1-LIT-FECHA              PIC X(07)
                   VALUE "FECHA: ".
           05  GLH1-RUN-DATE               PIC X(10).
           05  GLH1-LIT-PAGINA             PIC X(08)
                   VALUE "  PAGINA".
           05  GLH1-PAGE-NO                PIC ZZZ9.
           05  FILLER                      PIC X(11).

       01  GL-RPT-SUSPENSE  REDEFINES GL-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  GLS-SEQ-NO                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01).
           05  GLS-DEPT-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  GLS-BATCH-NO                PIC X(04).
           05  FILLER                      PIC X(01).
           05  GLS-ITEM-NO                 PIC X(04).
           05  FILLER                      PIC X(01).
           05  GLS-OPERATOR                PIC X(01).
           05  FILLER                      PIC X(01).
           05  GLS-RESULT                  PIC -(9)9.99.
           05  FILLER                      PIC X(01).
           05  GLS-REASON-CODE             PIC X(02).
           05  FILLER                      PIC X(01).
           05  GLS-REASON-DESC             PIC X(24).
           05  FILLER                      PIC X(13).

       01  GL-RPT-ENTRY  REDEFINES GL-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  GLE-ENTRY-NO                PIC ZZZZ9.
           05  FILLER                      PIC X(01).
           05  GLE-DEPT-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  GLE-DEBIT-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X(01).
           05  GLE-CREDIT-ACCOUNT          PIC X(10).
           05  FILLER                      PIC X(01).
           05  GLE-AMOUNT                  PIC Z(10)9.99.
           05  FILLER                      PIC X(01).
           05  GLE-ITEM-COUNT              PIC ZZZZZ9.
           05  FILLER                      PIC X(01).
           05  GLE-DESCRIPTION             PIC X(20).
           05  FILLER                      PIC X(06).

       01  GL-RPT-CONTROL  REDEFINES GL-RPT-RECORD.
           05  GLC-MARK                    PIC X(02).
           05  GLC-LABEL                   PIC X(40).
           05  GLC-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(29).

       01  GL-RPT-AMOUNT  REDEFINES GL-RPT-RECORD.
           05  GLA-MARK                    PIC X(02).
           05  GLA-LABEL                   PIC X(40).
           05  GLA-AMOUNT                  PIC Z(12)9.99.
           05  FILLER                      PIC X(22).
