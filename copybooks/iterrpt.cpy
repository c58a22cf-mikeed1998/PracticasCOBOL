      *  TABLES.  ITER-RPT-RECORD IS THE PHYSICAL PRINT LINE; THE     *
      *  REDEFINES BELOW ARE THE ALTERNATE VIEWS USED TO BUILD THE    *
      *  PAGE HEADING, THE PARAMETER LINE, EACH DETAIL LINE AND THE   *
      *  TRAILING COUNT LINE.  THE ITER-SCH- VIEWS ARE THE SAME       *
      *  REPORT FOR AN ITERBAT1 AMORTIZATION SCHEDULE: LOAN LINE,     *
      *  COLUMN HEADINGS, ONE LINE PER PERIOD AND THE TOTALS LINE.    *
      *****************************************************************
       01  ITER-RPT-RECORD.
           05  ITER-RPT-LINE               PIC X(80).
                   VALUE "TOTAL DE VALORES GENERADOS: ".
           05  IF-COUNT                    PIC ZZZZZ9.
           05  FILLER                      PIC X(43).

       01  ITER-SCH-HEADER-2  REDEFINES ITER-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  ISH2-LIT-PRINCIPAL          PIC X(09)
                   VALUE "CAPITAL: ".
           05  ISH2-PRINCIPAL              PIC Z,ZZZ,ZZ9.99.
           05  ISH2-LIT-TERM               PIC X(09)
                   VALUE "  PLAZO: ".
           05  ISH2-TERM                   PIC ZZ9.
           05  ISH2-LIT-RATE               PIC X(08)
                   VALUE "  TASA: ".
           05  ISH2-RATE-CODE              PIC X(04).
           05  FILLER                      PIC X(01).
           05  ISH2-RATE-VALUE             PIC ZZZZZZ9.99.
           05  ISH2-LIT-PCT                PIC X(01)
                   VALUE "%".
           05  ISH2-LIT-EFF                PIC X(07)
                   VALUE " DESDE ".
           05  ISH2-RATE-EFF-DATE          PIC X(08).
           05  FILLER                      PIC X(07).

       01  ITER-SCH-HEADER-3  REDEFINES ITER-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  ISH3-LIT-PERIOD             PIC X(03)
                   VALUE "PER".
           05  FILLER                      PIC X(01).
           05  ISH3-LIT-OPENING            PIC X(14)
                   VALUE " SALDO INICIAL".
           05  FILLER                      PIC X(01).
           05  ISH3-LIT-INTEREST           PIC X(14)
                   VALUE "       INTERES".
           05  FILLER                      PIC X(01).
           05  ISH3-LIT-PAYMENT            PIC X(14)
                   VALUE "         CUOTA".
           05  FILLER                      PIC X(01).
           05  ISH3-LIT-PRINCIPAL          PIC X(14)
                   VALUE "  AMORTIZACION".
           05  FILLER                      PIC X(01).
           05  ISH3-LIT-CLOSING            PIC X(14)
                   VALUE "   SALDO FINAL".
           05  FILLER                      PIC X(01).

       01  ITER-SCH-DETAIL  REDEFINES ITER-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  ISD-PERIOD                  PIC ZZ9.
           05  FILLER                      PIC X(01).
           05  ISD-OPENING                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  ISD-INTEREST                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  ISD-PAYMENT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  ISD-PRINCIPAL               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  ISD-CLOSING                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).

       01  ITER-SCH-FOOTER  REDEFINES ITER-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  ISF-LIT-INTEREST            PIC X(17)
                   VALUE "TOTAL INTERESES: ".
           05  ISF-TOTAL-INTEREST          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  ISF-LIT-PAID                PIC X(16)
                   VALUE "  TOTAL PAGADO: ".
           05  ISF-TOTAL-PAID              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(12).
