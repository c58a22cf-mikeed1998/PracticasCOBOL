       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCJRN1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCJRN1 PRINTS THE WEEKLY REVIEW OF THE CHGJRNL CHANGE     *
      *  JOURNAL: EVERY ADD, CHANGE AND DELETE MADE TO CALCPARM      *
      *  (CALCPRM1), RATEMAST (CALCPRM2) AND USERAUTH (CALCUSR1      *
      *  AHEAD OF A USERLOAD RELOAD) IN THE REVIEW PERIOD, SORTED BY *
      *  FILE, KEY AND TIME OF CHANGE, WITH WHO MADE IT AND THE      *
      *  BEFORE AND AFTER RECORDS SIDE BY SIDE.  TWO KINDS OF CHANGE *
      *  ARE FLAGGED FOR THE REVIEWER:                               *
      *     - A RATEMAST RECORD WHOSE EFFECTIVE DATE IS BEFORE THE   *
      *       DAY OF THE CHANGE: THE RATE HAD ALREADY BEEN IN FORCE  *
      *       FOR PAST RUN DATES (CHANGE OR DELETE), OR IS ADDED     *
      *       BEHIND RUNS ALREADY MADE (RETROACTIVE ADD).            *
      *     - A USERAUTH RECORD CHANGED BY THE USER IT BELONGS TO.   *
      *  THE PERIOD COMES FROM THE OPTIONAL JRNPARM CARD; WITHOUT IT *
      *  THE REVIEW COVERS THE LAST SEVEN DAYS UP TO THE RUN DATE.   *
      *  THE ONE-DAY OVERLAP WITH LAST WEEK'S RUN IS DELIBERATE.     *
      *  CONDITION CODES:                                            *
      *       0  REVIEW COMPLETE, NOTHING FLAGGED                    *
      *       4  ONE OR MORE CHANGES FLAGGED                         *
      *      16  NOT STARTED (CHGJRNL OR JRNRPT NOT AVAILABLE)       *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - REVISION SEMANAL DEL
      *                   DIARIO DE CAMBIOS A PARAMETROS, TASAS Y
      *                   USUARIOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-PARM-FILE   ASSIGN TO "JRNPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS JPRM-FILE-STATUS.
           SELECT CHG-JRNL-FILE   ASSIGN TO "CHGJRNL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS JRNL-FILE-STATUS.
           SELECT JRN-RPT-FILE    ASSIGN TO "JRNRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS JRPT-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  JRN-PARM-FILE
           RECORDING MODE IS F.
       01  JRN-PARM-RECORD.
           05  JPRM-DATE-FROM          PIC X(08).
           05  FILLER                  PIC X(01).
           05  JPRM-DATE-TO            PIC X(08).

       FD  CHG-JRNL-FILE
           RECORDING MODE IS F.
       01  CHG-JRNL-IN-RECORD          PIC X(187).

       FD  JRN-RPT-FILE
           RECORDING MODE IS F.
           COPY "jrnrpt.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-FILE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SORT-RECORD-KEY         PIC X(20).
           05  FILLER                  PIC X(12).
           05  SORT-CHANGE-STAMP       PIC X(16).
           05  FILLER                  PIC X(130).

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  JRNL-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-JRNL-FILE          VALUE "Y".
           05  SORT-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-SORT-FILE          VALUE "Y".

       01  RUN-COUNTERS.
           05  JRNL-RECORDS-READ     PIC 9(06)     VALUE ZERO.
           05  CHANGES-SELECTED      PIC 9(06)     VALUE ZERO.
           05  ADDS-PRINTED          PIC 9(06)     VALUE ZERO.
           05  CHANGES-PRINTED       PIC 9(06)     VALUE ZERO.
           05  DELETES-PRINTED       PIC 9(06)     VALUE ZERO.
           05  RATE-IN-FORCE-FLAGS   PIC 9(06)     VALUE ZERO.
           05  RATE-BACKDATED-FLAGS  PIC 9(06)     VALUE ZERO.
           05  OWN-USER-FLAGS        PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  REVIEW PERIOD.  WITHOUT A JRNPARM CARD IT IS THE RUN DATE
      *  LESS SEVEN DAYS THROUGH THE RUN DATE; THE DATE IS STEPPED
      *  BACK ONE CALENDAR DAY AT A TIME AS CALCRCY1 DOES FOR ITS
      *  AGE-OFF CUTOFF.
      *----------------------------------------------------------------
       01  REVIEW-PERIOD-FIELDS.
           05  REVIEW-DAYS           PIC 9(03)     VALUE 007.
           05  REVIEW-DATE-FROM      PIC X(08).
           05  REVIEW-DATE-TO        PIC X(08).
           05  DATE-WORK.
               10  DW-YEAR           PIC 9(04).
               10  DW-MONTH          PIC 9(02).
               10  DW-DAY            PIC 9(02).
           05  DW-MONTH-DAYS         PIC 9(02).
           05  DW-LEAP-REM           PIC 9(04).

      *----------------------------------------------------------------
      *  WORK COPY OF THE JOURNAL RECORD.  THE JOURNAL IS READ AS A
      *  PLAIN IMAGE AND MOVED HERE; THE SORTED RECORDS COME BACK
      *  INTO IT.
      *----------------------------------------------------------------
       COPY "chgjrnl.cpy".

       01  PRINT-WORK-FIELDS.
           05  PREV-FILE-ID          PIC X(08)     VALUE SPACE.
           05  CHANGE-FLAG           PIC X(15).
           05  IMAGE-OFFSET          PIC 9(03).
           05  IMAGE-LENGTH          PIC 9(03).

       01  REPORT-COUNTERS.
           05  LINE-COUNT            PIC 9(04)     VALUE ZERO.
           05  PAGE-COUNT            PIC 9(04)     VALUE ZERO.

       77  LINES-PER-PAGE            PIC 9(04)     VALUE 50.

       01  CURRENT-DATE              PIC 9(08).
       01  RUN-DATE-EDIT             PIC X(10).

       01  JPRM-FILE-STATUS          PIC X(02).
           88  JPRM-FILE-NOT-FOUND       VALUE "35".

       01  JRNL-FILE-STATUS          PIC X(02).
           88  JRNL-FILE-NOT-FOUND       VALUE "35".

       01  JRPT-FILE-STATUS          PIC X(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-FILE-ID
                                SORT-RECORD-KEY
                                SORT-CHANGE-STAMP
               INPUT PROCEDURE IS 2000-RELEASE-CHANGES
               OUTPUT PROCEDURE IS 3000-PRINT-CHANGES
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-RUN-DATE
           PERFORM 1200-SET-REVIEW-PERIOD
           OPEN INPUT CHG-JRNL-FILE
           IF JRNL-FILE-NOT-FOUND
               DISPLAY "CALCJRN1 - NO SE ENCONTRO CHGJRNL. TERMINANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT JRN-RPT-FILE
           IF JRPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCJRN1 - ERROR AL ABRIR JRNRPT: "
                   JRPT-FILE-STATUS
               CLOSE CHG-JRNL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-WRITE-PAGE-HEADING
           READ CHG-JRNL-FILE
               AT END
                   SET END-OF-JRNL-FILE TO TRUE
           END-READ.

       1100-FORMAT-RUN-DATE.
           MOVE CURRENT-DATE(1:4) TO RUN-DATE-EDIT(1:4)
           MOVE "-"               TO RUN-DATE-EDIT(5:1)
           MOVE CURRENT-DATE(5:2) TO RUN-DATE-EDIT(6:2)
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE CURRENT-DATE(7:2) TO RUN-DATE-EDIT(9:2).

      *----------------------------------------------------------------
      *  A DATE PUNCHED ON THE CARD OVERRIDES THE DEFAULT FOR THAT
      *  END OF THE PERIOD ONLY.
      *----------------------------------------------------------------
       1200-SET-REVIEW-PERIOD.
           MOVE CURRENT-DATE TO DATE-WORK
           PERFORM 5000-SUBTRACT-ONE-DAY
               REVIEW-DAYS TIMES
           MOVE DATE-WORK    TO REVIEW-DATE-FROM
           MOVE CURRENT-DATE TO REVIEW-DATE-TO
           OPEN INPUT JRN-PARM-FILE
           IF JPRM-FILE-NOT-FOUND
               DISPLAY "CALCJRN1 - SIN TARJETA JRNPARM. ULTIMOS "
                   REVIEW-DAYS " DIAS."
           ELSE
               READ JRN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JPRM-DATE-FROM IS NUMERIC
                           MOVE JPRM-DATE-FROM TO REVIEW-DATE-FROM
                       END-IF
                       IF JPRM-DATE-TO IS NUMERIC
                           MOVE JPRM-DATE-TO TO REVIEW-DATE-TO
                       END-IF
               END-READ
               CLOSE JRN-PARM-FILE
           END-IF
           DISPLAY "CALCJRN1 - PERIODO " REVIEW-DATE-FROM " A "
               REVIEW-DATE-TO ".".

       1300-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "REVISION DEL DIARIO DE CAMBIOS" TO JRH1-TITLE
           MOVE "FECHA: "        TO JRH1-LIT-FECHA
           MOVE RUN-DATE-EDIT    TO JRH1-RUN-DATE
           MOVE "  PAGINA"       TO JRH1-LIT-PAGINA
           MOVE PAGE-COUNT       TO JRH1-PAGE-NO
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "PERIODO DESDE: " TO JRS-LIT-DESDE
           MOVE REVIEW-DATE-FROM  TO JRS-DATE-FROM
           MOVE "  HASTA "        TO JRS-LIT-HASTA
           MOVE REVIEW-DATE-TO    TO JRS-DATE-TO
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           WRITE JRN-RPT-RECORD
           MOVE SPACE             TO JRN-RPT-RECORD
           MOVE "LLAVE"           TO JRN-RPT-LINE(2:5)
           MOVE "ACCION"          TO JRN-RPT-LINE(23:6)
           MOVE "USUARIO"         TO JRN-RPT-LINE(30:7)
           MOVE "FECHA"           TO JRN-RPT-LINE(39:5)
           MOVE "HORA"            TO JRN-RPT-LINE(48:4)
           MOVE "PROGRAMA"        TO JRN-RPT-LINE(57:8)
           MOVE "MARCA"           TO JRN-RPT-LINE(66:5)
           WRITE JRN-RPT-RECORD
           MOVE SPACE             TO JRN-RPT-RECORD
           MOVE "IMAGEN ANTES"    TO JRN-RPT-LINE(4:12)
           MOVE "IMAGEN DESPUES"  TO JRN-RPT-LINE(44:14)
           WRITE JRN-RPT-RECORD
           MOVE 5 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  INPUT PROCEDURE: ONLY CHANGES MADE IN THE REVIEW PERIOD GO
      *  TO THE SORT.
      *----------------------------------------------------------------
       2000-RELEASE-CHANGES.
           PERFORM 2100-SELECT-CHANGE
               UNTIL END-OF-JRNL-FILE.

       2100-SELECT-CHANGE.
           ADD 1 TO JRNL-RECORDS-READ
           MOVE CHG-JRNL-IN-RECORD TO CHG-JRNL-RECORD
           IF CJRN-CHANGE-DATE NOT < REVIEW-DATE-FROM
              AND CJRN-CHANGE-DATE NOT > REVIEW-DATE-TO
               ADD 1 TO CHANGES-SELECTED
               RELEASE SORT-WORK-RECORD FROM CHG-JRNL-IN-RECORD
           END-IF
           READ CHG-JRNL-FILE
               AT END
                   SET END-OF-JRNL-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  OUTPUT PROCEDURE: ONE BLOCK PER CHANGE, A BREAK LINE AT
      *  EACH NEW FILE.  A BLOCK IS KEPT TOGETHER ON ONE PAGE.
      *----------------------------------------------------------------
       3000-PRINT-CHANGES.
           RETURN SORT-WORK-FILE INTO CHG-JRNL-RECORD
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN
           PERFORM 3100-PRINT-CHANGE
               UNTIL END-OF-SORT-FILE
           IF CHANGES-SELECTED = ZERO
               MOVE SPACE TO JRN-RPT-RECORD
               MOVE "   SIN CAMBIOS EN EL PERIODO." TO JRN-RPT-RECORD
               WRITE JRN-RPT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       3100-PRINT-CHANGE.
           IF LINE-COUNT + 5 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
               MOVE SPACE TO PREV-FILE-ID
           END-IF
           IF CJRN-FILE-ID NOT = PREV-FILE-ID
               MOVE SPACE TO JRN-RPT-RECORD
               MOVE "ARCHIVO: "  TO JRF-LIT-ARCHIVO
               MOVE CJRN-FILE-ID TO JRF-FILE-ID
               WRITE JRN-RPT-RECORD
               ADD 1 TO LINE-COUNT
               MOVE CJRN-FILE-ID TO PREV-FILE-ID
           END-IF
           PERFORM 3200-SET-CHANGE-FLAG
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE CJRN-RECORD-KEY  TO JRD-RECORD-KEY
           EVALUATE TRUE
               WHEN CJRN-ACTION-ADD
                   MOVE "ALTA"   TO JRD-ACTION
                   ADD 1 TO ADDS-PRINTED
               WHEN CJRN-ACTION-CHANGE
                   MOVE "CAMBIO" TO JRD-ACTION
                   ADD 1 TO CHANGES-PRINTED
               WHEN OTHER
                   MOVE "BAJA"   TO JRD-ACTION
                   ADD 1 TO DELETES-PRINTED
           END-EVALUATE
           MOVE CJRN-USER-ID     TO JRD-USER-ID
           MOVE CJRN-CHANGE-DATE TO JRD-CHANGE-DATE
           MOVE CJRN-CHANGE-TIME(1:2) TO JRD-CHANGE-TIME(1:2)
           MOVE ":"                   TO JRD-CHANGE-TIME(3:1)
           MOVE CJRN-CHANGE-TIME(3:2) TO JRD-CHANGE-TIME(4:2)
           MOVE ":"                   TO JRD-CHANGE-TIME(6:1)
           MOVE CJRN-CHANGE-TIME(5:2) TO JRD-CHANGE-TIME(7:2)
           MOVE CJRN-PROGRAM-ID  TO JRD-PROGRAM-ID
           MOVE CHANGE-FLAG      TO JRD-FLAG
           WRITE JRN-RPT-RECORD
           ADD 1 TO LINE-COUNT
           MOVE 1  TO IMAGE-OFFSET
           MOVE 36 TO IMAGE-LENGTH
           PERFORM 3300-PRINT-IMAGE-LINE
           MOVE 37 TO IMAGE-OFFSET
           MOVE 24 TO IMAGE-LENGTH
           IF CJRN-BEFORE-IMAGE(37:24) NOT = SPACE
              OR CJRN-AFTER-IMAGE(37:24) NOT = SPACE
               PERFORM 3300-PRINT-IMAGE-LINE
           END-IF
           MOVE SPACE TO JRN-RPT-RECORD
           WRITE JRN-RPT-RECORD
           ADD 1 TO LINE-COUNT
           RETURN SORT-WORK-FILE INTO CHG-JRNL-RECORD
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

      *----------------------------------------------------------------
      *  THE RATEMAST KEY IS RATE CODE (1:4) + EFFECTIVE DATE (5:8);
      *  THE USERAUTH KEY IS THE USER ID.
      *----------------------------------------------------------------
       3200-SET-CHANGE-FLAG.
           MOVE SPACE TO CHANGE-FLAG
           IF CJRN-FILE-RATEMAST
              AND CJRN-RECORD-KEY(5:8) < CJRN-CHANGE-DATE
               IF CJRN-ACTION-ADD
                   MOVE "*ALTA RETROACT." TO CHANGE-FLAG
                   ADD 1 TO RATE-BACKDATED-FLAGS
               ELSE
                   MOVE "*TASA VIGENTE"   TO CHANGE-FLAG
                   ADD 1 TO RATE-IN-FORCE-FLAGS
               END-IF
           END-IF
           IF CJRN-FILE-USERAUTH
              AND CJRN-RECORD-KEY(1:8) = CJRN-USER-ID
               MOVE "*PROPIO USUARIO" TO CHANGE-FLAG
               ADD 1 TO OWN-USER-FLAGS
           END-IF.

       3300-PRINT-IMAGE-LINE.
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE CJRN-BEFORE-IMAGE(IMAGE-OFFSET:IMAGE-LENGTH)
               TO JRI-BEFORE
           MOVE "|" TO JRI-SEPARATOR
           MOVE CJRN-AFTER-IMAGE(IMAGE-OFFSET:IMAGE-LENGTH)
               TO JRI-AFTER
           IF CJRN-ACTION-CHANGE
              AND CJRN-BEFORE-IMAGE(IMAGE-OFFSET:IMAGE-LENGTH)
                  NOT = CJRN-AFTER-IMAGE(IMAGE-OFFSET:IMAGE-LENGTH)
               MOVE "*" TO JRI-MARK
           END-IF
           WRITE JRN-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       4000-FINALIZE.
           CLOSE CHG-JRNL-FILE
           PERFORM 4100-PRINT-CONTROL-FIGURES
           CLOSE JRN-RPT-FILE
           DISPLAY "CALCJRN1 - DIARIO LEIDO:       " JRNL-RECORDS-READ
           DISPLAY "CALCJRN1 - CAMBIOS EN PERIODO: " CHANGES-SELECTED
           DISPLAY "CALCJRN1 - TASAS VIGENTES:     "
               RATE-IN-FORCE-FLAGS
           DISPLAY "CALCJRN1 - ALTAS RETROACTIVAS: "
               RATE-BACKDATED-FLAGS
           DISPLAY "CALCJRN1 - PROPIO USUARIO:     " OWN-USER-FLAGS
           IF RATE-IN-FORCE-FLAGS > ZERO
              OR RATE-BACKDATED-FLAGS > ZERO
              OR OWN-USER-FLAGS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       4100-PRINT-CONTROL-FIGURES.
           IF LINE-COUNT + 11 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO JRN-RPT-RECORD
           WRITE JRN-RPT-RECORD
           MOVE "*-------- CIFRAS DE CONTROL --------*"
               TO JRN-RPT-RECORD
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "REGISTROS DEL DIARIO:"    TO JRN-RPT-LINE(3:30)
           MOVE JRNL-RECORDS-READ          TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "CAMBIOS EN EL PERIODO:"   TO JRN-RPT-LINE(3:30)
           MOVE CHANGES-SELECTED           TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "ALTAS:"                   TO JRN-RPT-LINE(3:30)
           MOVE ADDS-PRINTED               TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "CAMBIOS:"                 TO JRN-RPT-LINE(3:30)
           MOVE CHANGES-PRINTED            TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "BAJAS:"                   TO JRN-RPT-LINE(3:30)
           MOVE DELETES-PRINTED            TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "TASAS YA VIGENTES TOCADAS:" TO JRN-RPT-LINE(3:30)
           MOVE RATE-IN-FORCE-FLAGS        TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "ALTAS DE TASA RETROACTIVAS:" TO JRN-RPT-LINE(3:30)
           MOVE RATE-BACKDATED-FLAGS       TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD
           MOVE SPACE TO JRN-RPT-RECORD
           MOVE "CAMBIOS AL PROPIO USUARIO:" TO JRN-RPT-LINE(3:30)
           MOVE OWN-USER-FLAGS             TO JRN-RPT-LINE(34:6)
           WRITE JRN-RPT-RECORD.

      *----------------------------------------------------------------
      *  CALENDAR STEP BACK, AS IN CALCRCY1.
      *----------------------------------------------------------------
       5000-SUBTRACT-ONE-DAY.
           IF DW-DAY > 1
               SUBTRACT 1 FROM DW-DAY
           ELSE
               IF DW-MONTH > 1
                   SUBTRACT 1 FROM DW-MONTH
               ELSE
                   MOVE 12 TO DW-MONTH
                   SUBTRACT 1 FROM DW-YEAR
               END-IF
               PERFORM 5100-SET-MONTH-DAYS
               MOVE DW-MONTH-DAYS TO DW-DAY
           END-IF.

       5100-SET-MONTH-DAYS.
           EVALUATE DW-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO DW-MONTH-DAYS
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO DW-MONTH-DAYS
               WHEN 02
                   PERFORM 5110-SET-FEBRUARY-DAYS
           END-EVALUATE.

       5110-SET-FEBRUARY-DAYS.
           MOVE 28 TO DW-MONTH-DAYS
           DIVIDE DW-YEAR BY 4 GIVING DW-LEAP-REM
               REMAINDER DW-LEAP-REM
           IF DW-LEAP-REM = ZERO
               MOVE 29 TO DW-MONTH-DAYS
               DIVIDE DW-YEAR BY 100 GIVING DW-LEAP-REM
                   REMAINDER DW-LEAP-REM
               IF DW-LEAP-REM = ZERO
                   MOVE 28 TO DW-MONTH-DAYS
                   DIVIDE DW-YEAR BY 400 GIVING DW-LEAP-REM
                       REMAINDER DW-LEAP-REM
                   IF DW-LEAP-REM = ZERO
                       MOVE 29 TO DW-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CALCJRN1.
