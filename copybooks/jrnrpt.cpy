      *****************************************************************
      *  JRNRPT.CPY                                                  *
      *  PRINT-LINE LAYOUTS FOR THE CALCJRN1 CHANGE JOURNAL REVIEW.  *
      *  JRN-RPT-RECORD IS THE PHYSICAL PRINT LINE; THE REDEFINES    *
      *  BELOW ARE THE ALTERNATE VIEWS USED TO BUILD THE PAGE        *
      *  HEADING, THE SELECTION LINE, THE FILE BREAK, ONE DETAIL     *
      *  LINE PER CHANGE AND THE IMAGE LINES THAT SHOW THE BEFORE    *
      *  AND AFTER RECORD SIDE BY SIDE, 36 BYTES A LINE.             *
      *    JRD-FLAG  *TASA VIGENTE   RATE ALREADY IN FORCE CHANGED   *
      *              *ALTA RETROACT. RATE ADDED WITH A PAST DATE     *
      *              *PROPIO USUARIO USER CHANGED OWN AUTHORIZATION  *
      *    JRI-MARK  * = THIS PART OF THE RECORD CHANGED             *
      *****************************************************************
       01  JRN-RPT-RECORD.
           05  JRN-RPT-LINE                PIC X(80).

       01  JRN-RPT-HEADER-1  REDEFINES JRN-RPT-RECORD.
           05  JRH1-TITLE                  PIC X(40)
                   VALUE "REVISION DEL DIARIO DE CAMBIOS".
           05  JRH1-LIT-FECHA              PIC X(07)
                   VALUE "FECHA: ".
           05  JRH1-RUN-DATE               PIC X(10).
           05  JRH1-LIT-PAGINA             PIC X(08)
                   VALUE "  PAGINA".
           05  JRH1-PAGE-NO                PIC ZZZ9.
           05  FILLER                      PIC X(11).

       01  JRN-RPT-SELECTION  REDEFINES JRN-RPT-RECORD.
           05  JRS-LIT-DESDE               PIC X(15)
                   VALUE "PERIODO DESDE: ".
           05  JRS-DATE-FROM               PIC X(08).
           05  JRS-LIT-HASTA               PIC X(08)
                   VALUE "  HASTA ".
           05  JRS-DATE-TO                 PIC X(08).
           05  FILLER                      PIC X(41).

       01  JRN-RPT-FILE-BREAK  REDEFINES JRN-RPT-RECORD.
           05  JRF-LIT-ARCHIVO             PIC X(09)
                   VALUE "ARCHIVO: ".
           05  JRF-FILE-ID                 PIC X(08).
           05  FILLER                      PIC X(63).

       01  JRN-RPT-DETAIL  REDEFINES JRN-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  JRD-RECORD-KEY              PIC X(20).
           05  FILLER                      PIC X(01).
           05  JRD-ACTION                  PIC X(06).
           05  FILLER                      PIC X(01).
           05  JRD-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  JRD-CHANGE-DATE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  JRD-CHANGE-TIME             PIC X(08).
           05  FILLER                      PIC X(01).
           05  JRD-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  JRD-FLAG                    PIC X(15).

       01  JRN-RPT-IMAGE  REDEFINES JRN-RPT-RECORD.
           05  FILLER                      PIC X(01).
           05  JRI-MARK                    PIC X(01).
           05  FILLER                      PIC X(01).
           05  JRI-BEFORE                  PIC X(36).
           05  FILLER                      PIC X(01).
           05  JRI-SEPARATOR               PIC X(01)
                   VALUE "|".
           05  FILLER                      PIC X(01).
           05  JRI-AFTER                   PIC X(36).
           05  FILLER                      PIC X(02).
