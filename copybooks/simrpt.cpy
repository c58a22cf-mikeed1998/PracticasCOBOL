      *****************************************************************
      *  SIMRPT.CPY                                                  *
      *  PRINT-LINE LAYOUTS FOR THE CALCSIM1 RATE-CHANGE IMPACT      *
      *  REPORT.  SIM-RPT-RECORD IS THE PHYSICAL PRINT LINE; THE     *
      *  REDEFINES BELOW ARE THE ALTERNATE VIEWS USED TO BUILD THE   *
      *  PAGE HEADING, THE SELECTION LINE, ONE DETAIL LINE PER LOG   *
      *  RECORD RE-RUN (RATE APPLIED AND RATE AT THE TARGET DATE,    *
      *  OLD RESULT, SIMULATED RESULT AND DIFFERENCE), THE TOTAL     *
      *  LINES BY RATE CODE AND BY DEPARTMENT, AND ONE LINE PER RATE *
      *  CODE THAT RESOLVES TO NOTHING AT THE TARGET DATE.           *
      *    SID-MARK  R = CONTRAPARTIDA DE REVERSO (SIGNO INVERTIDO)  *
      *              * = EL RECALCULO NO COINCIDE CON LA BITACORA    *
      *              - = SIN TASA A LA FECHA OBJETIVO                *
      *              D = DESBORDE O ERROR CON LA TASA NUEVA          *
      *****************************************************************
       01  SIM-RPT-RECORD.
           05  SIM-RPT-LINE                PIC X(80).

       01  SIM-RPT-HEADER-1  REDEFINES SIM-RPT-RECORD.
           05  SIH1-TITLE                  PIC X(40)
                   VALUE "SIMULACION DE CAMBIO DE TASAS".
           05  SIH1-LIT-FECHA              PIC X(07)
                   VALUE "FECHA: ".
           05  SIH1-RUN-DATE               PIC X(10).
           05  SIH1-LIT-PAGINA             PIC X(08)
                   VALUE "  PAGINA".
           05  SIH1-PAGE-NO                PIC ZZZ9.
           05  FILLER                      PIC X(11).

       01  SIM-RPT-SELECTION  REDEFINES SIM-RPT-RECORD.
           05  SIS-LIT-DESDE               PIC X(15)
                   VALUE "PERIODO DESDE: ".
           05  SIS-DATE-FROM               PIC X(08).
           05  SIS-LIT-HASTA               PIC X(08)
                   VALUE "  HASTA ".
           05  SIS-DATE-TO                 PIC X(08).
           05  SIS-LIT-OBJETIVO            PIC X(18)
                   VALUE "  FECHA OBJETIVO: ".
           05  SIS-TARGET-DATE             PIC X(08).
           05  FILLER                      PIC X(15).

       01  SIM-RPT-DETAIL  REDEFINES SIM-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  SID-DEPT-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  SID-RATE-CODE               PIC X(04).
           05  FILLER                      PIC X(01).
           05  SID-OLD-RATE                PIC -ZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SID-NEW-RATE                PIC -ZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SID-OLD-RESULT              PIC -ZZZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SID-SIM-RESULT              PIC -ZZZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SID-DIFFERENCE              PIC -ZZZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SID-MARK                    PIC X(01).
           05  FILLER                      PIC X(04).

       01  SIM-RPT-TOTAL  REDEFINES SIM-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  SIT-KEY                     PIC X(04).
           05  FILLER                      PIC X(01).
           05  SIT-COUNT                   PIC ZZZZZ9.
           05  FILLER                      PIC X(01).
           05  SIT-OLD-TOTAL               PIC -ZZZZZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SIT-SIM-TOTAL               PIC -ZZZZZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SIT-DIFF-TOTAL              PIC -ZZZZZZZZZZ9.99.
           05  FILLER                      PIC X(01).
           05  SIT-NEW-RATE                PIC -ZZZZZZ9.99.
           05  FILLER                      PIC X(08).

       01  SIM-RPT-LAPSED  REDEFINES SIM-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  SIX-RATE-CODE               PIC X(04).
           05  FILLER                      PIC X(01).
           05  SIX-COUNT                   PIC ZZZZZ9.
           05  FILLER                      PIC X(01).
           05  SIX-OLD-TOTAL               PIC -ZZZZZZZZZZ9.99.
           05  FILLER                      PIC X(02).
           05  SIX-REASON                  PIC X(30).
           05  FILLER                      PIC X(20).
