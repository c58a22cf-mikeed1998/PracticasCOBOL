      *  SUMMARY REPORT.  LOG-RPT-RECORD IS THE PHYSICAL PRINT LINE; *
      *  THE REDEFINES BELOW ARE THE ALTERNATE VIEWS USED TO BUILD   *
      *  THE PAGE HEADING, THE SELECTION-RANGE LINE, EACH DETAIL     *
      *  LINE (WITH THE REFERENCE LINE UNDER A REVERSAL ENTRY) AND   *
      *  THE TOTAL LINES OF THE SUMMARY SECTION.                     *
      *****************************************************************
       01  LOG-RPT-RECORD.
           05  LOG-RPT-LINE                PIC X(80).
           05  LQD-RESULT                  PIC -(9)9.99.
           05  FILLER                      PIC X(01).
           05  LQD-STATUS                  PIC X(02).
           05  FILLER                      PIC X(01).
           05  LQD-REV-NOTE                PIC X(12).
           05  FILLER                      PIC X(04).

      *  SECOND LINE UNDER A REVERSAL ENTRY, NAMING THE ORIGINAL.
       01  LOG-RPT-REVREF  REDEFINES LOG-RPT-RECORD.
           05  FILLER                      PIC X(20).
           05  LQR-LIT                     PIC X(14)
                   VALUE "REFERENCIA:  ".
           05  LQR-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(01).
           05  LQR-DEPT-CODE               PIC X(02).
           05  LQR-LIT-LOTE                PIC X(06)
                   VALUE " LOTE ".
           05  LQR-BATCH-NO                PIC X(04).
           05  LQR-LIT-ITEM                PIC X(06)
                   VALUE " ITEM ".
           05  LQR-ITEM-NO                 PIC X(04).
           05  FILLER                      PIC X(15).

       01  LOG-RPT-TOTAL  REDEFINES LOG-RPT-RECORD.
           05  FILLER                      PIC X(01).
