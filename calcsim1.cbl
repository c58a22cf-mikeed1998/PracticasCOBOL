       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCSIM1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCSIM1 SIMULATES THE COST OF A RATE CHANGE BEFORE IT      *
      *  TAKES EFFECT.  THE SIMPARM CARD GIVES A RUN-DATE RANGE AND  *
      *  A TARGET DATE.  EVERY BATCH RECORD IN THE RANGE, ON THE     *
      *  CALCHIST ARCHIVE AND THE CURRENT CALCLOG, WHOSE SECOND      *
      *  OPERAND CAME FROM A RATE CODE IS RUN THROUGH CALCOPS1       *
      *  TWICE: ONCE WITH THE RATE THAT WAS ACTUALLY APPLIED (THE    *
      *  OLD RESULT) AND ONCE WITH THE RATE THAT WILL BE IN FORCE    *
      *  FOR THE SAME CODE ON THE TARGET DATE (THE SIMULATED         *
      *  RESULT), RESOLVED FROM RATEMAST THE SAME WAY CALCBAT3       *
      *  2050-RESOLVE-RATE DOES FOR A RUN DATE.  THE REPORT PRINTS   *
      *  ONE LINE PER RECORD AND THE OLD, SIMULATED AND DIFFERENCE   *
      *  TOTALS BY RATE CODE AND BY DEPARTMENT, AND LISTS EVERY RATE *
      *  CODE THAT WOULD RESOLVE TO NOTHING ON THE TARGET DATE       *
      *  (MOSTLY BECAUSE ITS RATE EXPIRES FIRST) WITH THE RECORDS    *
      *  AND THE OLD RESULT THAT WOULD BE LEFT WITHOUT A RATE.       *
      *  AN "R" REVERSAL OFFSET IS RE-RUN WITH ITS ORIGINAL'S RATE   *
      *  AND COUNTED WITH THE SIGN TURNED, SO A REVERSED PAIR IN THE *
      *  RANGE NETS TO ZERO.  ONLY RECORDS THAT ENDED "OK" ARE       *
      *  SIMULATED.  A CHAINED ITEM KEEPS THE FIRST OPERAND IT WAS   *
      *  LOGGED WITH: THE SIMULATION DOES NOT FOLLOW A NEW RESULT    *
      *  DOWN THE CHAIN.  THE LOG IS NOT CHANGED.                    *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - SIMULACION DEL IMPACTO DE
      *                   UN CAMBIO DE TASAS SOBRE LA BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-PARM-FILE   ASSIGN TO "SIMPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SPRM-FILE-STATUS.
           SELECT CALC-HIST-FILE  ASSIGN TO "CALCHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS HIST-FILE-STATUS.
           SELECT CALC-LOG-FILE   ASSIGN TO "CALCLOG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOG-FILE-STATUS.
           SELECT SIM-RPT-FILE    ASSIGN TO "SIMRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SRPT-FILE-STATUS.
           SELECT RATE-MAST-FILE  ASSIGN TO "RATEMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS RMST-RATE-KEY
                                   FILE STATUS IS RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-PARM-FILE
           RECORDING MODE IS F.
           COPY "simparm.cpy".

       FD  CALC-HIST-FILE
           RECORDING MODE IS F.
       01  HIST-LOG-RECORD             PIC X(156).

       FD  CALC-LOG-FILE
           RECORDING MODE IS F.
       01  CURR-LOG-RECORD             PIC X(156).

       FD  SIM-RPT-FILE
           RECORDING MODE IS F.
           COPY "simrpt.cpy".

       FD  RATE-MAST-FILE.
           COPY "ratemast.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  HIST-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-HIST-FILE          VALUE "Y".
           05  LOG-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-LOG-FILE           VALUE "Y".
           05  RATE-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-RATE-FILE          VALUE "Y".
           05  RATE-FOUND-SW         PIC X(01)     VALUE "N".
               88  RATE-FOUND                VALUE "Y".
           05  CODE-ON-FILE-SW       PIC X(01)     VALUE "N".
               88  CODE-ON-FILE              VALUE "Y".
           05  SLOT-FOUND-SW         PIC X(01)     VALUE "N".
               88  SLOT-FOUND                VALUE "Y".

       01  RUN-COUNTERS.
           05  HIST-RECORDS-READ     PIC 9(06)     VALUE ZERO.
           05  LOG-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  SUMMARIES-SKIPPED     PIC 9(06)     VALUE ZERO.
           05  RATE-RECORDS-IN-RANGE PIC 9(06)     VALUE ZERO.
           05  NOT-OK-SKIPPED        PIC 9(06)     VALUE ZERO.
           05  RECORDS-SIMULATED     PIC 9(06)     VALUE ZERO.
           05  RECORDS-LAPSED        PIC 9(06)     VALUE ZERO.
           05  SIM-NOT-OK-COUNT      PIC 9(06)     VALUE ZERO.
           05  RECOMPUTE-DIFF-COUNT  PIC 9(06)     VALUE ZERO.
           05  LAPSED-CODE-COUNT     PIC 9(04)     VALUE ZERO.

      *----------------------------------------------------------------
      *  SELECTION FROM THE SIMPARM CARD.  A BLANK END OF THE RANGE
      *  LEAVES IT OPEN.
      *----------------------------------------------------------------
       01  SIM-SELECTION.
           05  SIM-DATE-FROM         PIC X(08)     VALUE "00000000".
           05  SIM-DATE-TO           PIC X(08)     VALUE "99999999".
           05  SIM-TARGET-DATE       PIC X(08)     VALUE SPACE.

      *----------------------------------------------------------------
      *  WORK COPY OF THE LOG RECORD.  BOTH INPUT FILES ARE READ AS
      *  PLAIN IMAGES AND MOVED HERE, AS IN CALCCMP1.
      *----------------------------------------------------------------
       COPY "calclog.cpy".

      *----------------------------------------------------------------
      *  RATE MASTER TABLE, LOADED ONCE LIKE CALCBAT3'S.  EVERY
      *  EFFECTIVE-DATED RECORD IS KEPT SO A CODE CAN BE RESOLVED
      *  FOR THE TARGET DATE.
      *----------------------------------------------------------------
       01  RATE-TABLE.
           05  RATE-ENTRY-COUNT      PIC 9(03)     VALUE ZERO.
           05  RATE-ENTRY OCCURS 200 TIMES
                   INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE   PIC X(04).
               10  RATE-ENTRY-EFF    PIC X(08).
               10  RATE-ENTRY-EXP    PIC X(08).
               10  RATE-ENTRY-VALUE  PIC S9(7)V99.

       01  RESOLVE-WORK-FIELDS.
           05  RESOLVE-CODE          PIC X(04).
           05  RESOLVED-RATE         PIC S9(7)V99  VALUE ZERO.
           05  RESOLVED-EFF-DATE     PIC X(08)     VALUE LOW-VALUE.
           05  LAPSED-EXP-DATE       PIC X(08)     VALUE LOW-VALUE.

      *----------------------------------------------------------------
      *  ONE ENTRY PER RATE CODE MET IN THE RANGE, KEPT IN CODE
      *  ORDER BY INSERTING EACH NEW CODE IN PLACE.  THE TARGET-DATE
      *  RATE IS RESOLVED ONCE, WHEN THE CODE IS FIRST MET.
      *    CDE-LAPSE-REASON  E = SU TASA EXPIRA ANTES DE LA FECHA
      *                      F = SOLO TASAS POSTERIORES A LA FECHA
      *                      U = EL CODIGO YA NO ESTA EN RATEMAST
      *----------------------------------------------------------------
       01  CODE-TABLE.
           05  CODE-ENTRY-COUNT      PIC 9(03)     VALUE ZERO.
           05  CODE-ENTRY OCCURS 200 TIMES.
               10  CDE-RATE-CODE     PIC X(04).
               10  CDE-RESOLVED-SW   PIC X(01).
                   88  CDE-RESOLVED          VALUE "Y".
               10  CDE-TARGET-RATE   PIC S9(7)V99.
               10  CDE-LAPSE-REASON  PIC X(01).
                   88  CDE-LAPSE-EXPIRED     VALUE "E".
                   88  CDE-LAPSE-FUTURE      VALUE "F".
                   88  CDE-LAPSE-UNKNOWN     VALUE "U".
               10  CDE-LAPSE-DATE    PIC X(08).
               10  CDE-SIM-COUNT     PIC 9(06).
               10  CDE-OLD-TOTAL     PIC S9(11)V99.
               10  CDE-SIM-TOTAL     PIC S9(11)V99.
               10  CDE-DIFF-TOTAL    PIC S9(11)V99.
               10  CDE-LAPSED-COUNT  PIC 9(06).
               10  CDE-LAPSED-TOTAL  PIC S9(11)V99.

      *----------------------------------------------------------------
      *  ONE ENTRY PER DEPARTMENT, IN DEPARTMENT ORDER THE SAME WAY.
      *  ONLY RECORDS THAT COULD BE SIMULATED ARE TOTALLED HERE.
      *----------------------------------------------------------------
       01  DEPT-TABLE.
           05  DEPT-ENTRY-COUNT      PIC 9(03)     VALUE ZERO.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DPT-DEPT-CODE     PIC X(02).
               10  DPT-SIM-COUNT     PIC 9(06).
               10  DPT-OLD-TOTAL     PIC S9(11)V99.
               10  DPT-SIM-TOTAL     PIC S9(11)V99.
               10  DPT-DIFF-TOTAL    PIC S9(11)V99.

       01  TABLE-WORK-FIELDS.
           05  CODE-SUB              PIC 9(03).
           05  CODE-SLOT             PIC 9(03).
           05  DEPT-SUB              PIC 9(03).
           05  DEPT-SLOT             PIC 9(03).
           05  SHIFT-SUB             PIC 9(03).

       01  GRAND-TOTALS.
           05  GRAND-OLD-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  GRAND-SIM-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  GRAND-DIFF-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01  CALC-LINKAGE-AREA.
           05  CALC-OPERATOR         PIC X(01).
           05  CALC-NUMBER-1         PIC S9(7)V99.
           05  CALC-NUMBER-2         PIC S9(7)V99.
           05  CALC-RESULT           PIC S9(9)V99.
           05  CALC-REMAINDER        PIC S9(9)V99.
           05  CALC-STATUS           PIC X(02).
               88  CALC-STATUS-OK            VALUE "OK".

      *----------------------------------------------------------------
      *  THE TWO RE-RUNS OF ONE RECORD, SIGNED AS THEY COUNT (AN "R"
      *  OFFSET WITH THE SIGN TURNED).
      *----------------------------------------------------------------
       01  SIMULATION-FIELDS.
           05  OLD-RESULT            PIC S9(9)V99.
           05  SIM-RESULT            PIC S9(9)V99.
           05  SIM-DIFFERENCE        PIC S9(9)V99.
           05  SIM-STATUS            PIC X(02).
               88  SIM-STATUS-OK             VALUE "OK".

       01  REPORT-COUNTERS.
           05  LINE-COUNT            PIC 9(04)     VALUE ZERO.
           05  PAGE-COUNT            PIC 9(04)     VALUE ZERO.

       77  LINES-PER-PAGE            PIC 9(04)     VALUE 50.

       01  CURRENT-DATE              PIC 9(08).
       01  RUN-DATE-EDIT             PIC X(10).

       01  SPRM-FILE-STATUS          PIC X(02).
           88  SPRM-FILE-NOT-FOUND       VALUE "35".

       01  HIST-FILE-STATUS          PIC X(02).
           88  HIST-FILE-NOT-FOUND       VALUE "35".

       01  LOG-FILE-STATUS           PIC X(02).
           88  LOG-FILE-NOT-FOUND        VALUE "35".

       01  SRPT-FILE-STATUS          PIC X(02).

       01  RATE-FILE-STATUS          PIC X(02).
           88  RATE-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY
               UNTIL END-OF-HIST-FILE
           PERFORM 2500-PROCESS-CURRENT-LOG
               UNTIL END-OF-LOG-FILE
           PERFORM 3000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------
      *  WITHOUT A TARGET DATE THERE IS NOTHING TO SIMULATE.  A
      *  MISSING ARCHIVE IS NOT FATAL; A MISSING RATE MASTER IS,
      *  SINCE EVERY CODE WOULD RESOLVE TO NOTHING.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-RUN-DATE
           PERFORM 1150-READ-PARM-CARD
           IF SIM-TARGET-DATE NOT NUMERIC
               DISPLAY "CALCSIM1 - FALTA LA FECHA OBJETIVO EN SIMPARM."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-RATE-TABLE
           IF RATE-FILE-NOT-FOUND
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CALC-HIST-FILE
           IF HIST-FILE-NOT-FOUND
               DISPLAY "CALCSIM1 - SIN ARCHIVO HISTORICO (CALCHIST)."
               SET END-OF-HIST-FILE TO TRUE
           END-IF
           OPEN INPUT CALC-LOG-FILE
           IF LOG-FILE-NOT-FOUND
               DISPLAY "CALCSIM1 - SIN BITACORA ACTUAL (CALCLOG)."
               SET END-OF-LOG-FILE TO TRUE
           END-IF
           IF END-OF-HIST-FILE AND END-OF-LOG-FILE
               DISPLAY "CALCSIM1 - NADA QUE SIMULAR. TERMINANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SIM-RPT-FILE
           IF SRPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCSIM1 - ERROR AL ABRIR SIMRPT: "
                   SRPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-WRITE-PAGE-HEADING
           IF NOT END-OF-HIST-FILE
               READ CALC-HIST-FILE
                   AT END
                       SET END-OF-HIST-FILE TO TRUE
               END-READ
           END-IF
           IF NOT END-OF-LOG-FILE
               READ CALC-LOG-FILE
                   AT END
                       SET END-OF-LOG-FILE TO TRUE
               END-READ
           END-IF.

       1100-FORMAT-RUN-DATE.
           MOVE CURRENT-DATE(1:4) TO RUN-DATE-EDIT(1:4)
           MOVE "-"               TO RUN-DATE-EDIT(5:1)
           MOVE CURRENT-DATE(5:2) TO RUN-DATE-EDIT(6:2)
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE CURRENT-DATE(7:2) TO RUN-DATE-EDIT(9:2).

       1150-READ-PARM-CARD.
           OPEN INPUT SIM-PARM-FILE
           IF SPRM-FILE-NOT-FOUND
               DISPLAY "CALCSIM1 - SIN TARJETA SIMPARM."
           ELSE
               READ SIM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPRM-DATE-FROM NOT = SPACE
                           MOVE SPRM-DATE-FROM TO SIM-DATE-FROM
                       END-IF
                       IF SPRM-DATE-TO NOT = SPACE
                           MOVE SPRM-DATE-TO TO SIM-DATE-TO
                       END-IF
                       MOVE SPRM-TARGET-DATE TO SIM-TARGET-DATE
               END-READ
               CLOSE SIM-PARM-FILE
           END-IF.

       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-MAST-FILE
           IF RATE-FILE-NOT-FOUND
               DISPLAY "CALCSIM1 - SIN MAESTRO DE TASAS (RATEMAST)."
           ELSE
               READ RATE-MAST-FILE
                   AT END
                       SET END-OF-RATE-FILE TO TRUE
               END-READ
               PERFORM 1210-LOAD-RATE-ENTRY
                   UNTIL END-OF-RATE-FILE
                      OR RATE-ENTRY-COUNT >= 200
               IF NOT END-OF-RATE-FILE
                   DISPLAY "CALCSIM1 - TABLA DE TASAS LLENA (200)."
               END-IF
               CLOSE RATE-MAST-FILE
               DISPLAY "CALCSIM1 - TASAS CARGADAS: " RATE-ENTRY-COUNT
           END-IF.

       1210-LOAD-RATE-ENTRY.
           ADD 1 TO RATE-ENTRY-COUNT
           MOVE RMST-RATE-CODE  TO RATE-ENTRY-CODE (RATE-ENTRY-COUNT)
           MOVE RMST-EFF-DATE   TO RATE-ENTRY-EFF (RATE-ENTRY-COUNT)
           MOVE RMST-EXP-DATE   TO RATE-ENTRY-EXP (RATE-ENTRY-COUNT)
           MOVE RMST-RATE-VALUE TO RATE-ENTRY-VALUE (RATE-ENTRY-COUNT)
           READ RATE-MAST-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
           END-READ.

       1300-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "SIMULACION DE CAMBIO DE TASAS" TO SIH1-TITLE
           MOVE "FECHA: "      TO SIH1-LIT-FECHA
           MOVE RUN-DATE-EDIT  TO SIH1-RUN-DATE
           MOVE "  PAGINA"     TO SIH1-LIT-PAGINA
           MOVE PAGE-COUNT     TO SIH1-PAGE-NO
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "PERIODO DESDE: "    TO SIS-LIT-DESDE
           MOVE SIM-DATE-FROM        TO SIS-DATE-FROM
           MOVE "  HASTA "           TO SIS-LIT-HASTA
           MOVE SIM-DATE-TO          TO SIS-DATE-TO
           MOVE "  FECHA OBJETIVO: " TO SIS-LIT-OBJETIVO
           MOVE SIM-TARGET-DATE      TO SIS-TARGET-DATE
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE 3 TO LINE-COUNT.

       1400-WRITE-DETAIL-HEADING.
           MOVE SPACE              TO SIM-RPT-RECORD
           MOVE "DP TASA"          TO SIM-RPT-LINE(2:7)
           MOVE "TASA APLIC."      TO SIM-RPT-LINE(10:11)
           MOVE "TASA NUEVA"       TO SIM-RPT-LINE(23:10)
           MOVE "RESULT. ANTES"    TO SIM-RPT-LINE(34:13)
           MOVE "SIMULADO"         TO SIM-RPT-LINE(53:8)
           MOVE "DIFERENCIA"       TO SIM-RPT-LINE(65:10)
           WRITE SIM-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       2000-PROCESS-HISTORY.
           ADD 1 TO HIST-RECORDS-READ
           MOVE HIST-LOG-RECORD TO CALC-LOG-RECORD
           PERFORM 2100-SELECT-RECORD
           READ CALC-HIST-FILE
               AT END
                   SET END-OF-HIST-FILE TO TRUE
           END-READ.

       2500-PROCESS-CURRENT-LOG.
           ADD 1 TO LOG-RECORDS-READ
           MOVE CURR-LOG-RECORD TO CALC-LOG-RECORD
           PERFORM 2100-SELECT-RECORD
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  A RECORD IS RE-RUN WHEN IT IS A DETAIL RECORD IN THE RANGE
      *  AND A RATE WAS ACTUALLY APPLIED TO IT (CODE AND EFFECTIVE
      *  DATE ON THE LOG).  A RATE RECORD THAT DID NOT END "OK" IS
      *  COUNTED AND LEFT OUT.
      *----------------------------------------------------------------
       2100-SELECT-RECORD.
           IF CSUM-SUMMARY-MARK
               ADD 1 TO SUMMARIES-SKIPPED
           ELSE
               IF CLOG-RUN-DATE NOT < SIM-DATE-FROM
                  AND CLOG-RUN-DATE NOT > SIM-DATE-TO
                  AND CLOG-RATE-CODE NOT = SPACE
                  AND CLOG-RATE-EFF-DATE NOT = SPACE
                   ADD 1 TO RATE-RECORDS-IN-RANGE
                   IF CLOG-STATUS-OK
                       PERFORM 2200-SIMULATE-RECORD
                   ELSE
                       ADD 1 TO NOT-OK-SKIPPED
                   END-IF
               END-IF
           END-IF.

       2200-SIMULATE-RECORD.
           PERFORM 2300-FIND-CODE-ENTRY
           IF LINE-COUNT >= LINES-PER-PAGE
              OR LINE-COUNT = 3
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM 1300-WRITE-PAGE-HEADING
               END-IF
               PERFORM 1400-WRITE-DETAIL-HEADING
           END-IF
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE CLOG-DEPT-CODE        TO SID-DEPT-CODE
           MOVE CLOG-RATE-CODE        TO SID-RATE-CODE
           MOVE CLOG-NUMBER-2         TO SID-OLD-RATE
           PERFORM 2210-RERUN-APPLIED-RATE
           MOVE OLD-RESULT            TO SID-OLD-RESULT
           IF CDE-RESOLVED (CODE-SLOT)
               MOVE CDE-TARGET-RATE (CODE-SLOT) TO SID-NEW-RATE
               PERFORM 2220-RERUN-TARGET-RATE
           ELSE
               MOVE "-" TO SID-MARK
               ADD 1 TO RECORDS-LAPSED
               ADD 1 TO CDE-LAPSED-COUNT (CODE-SLOT)
               ADD OLD-RESULT TO CDE-LAPSED-TOTAL (CODE-SLOT)
           END-IF
           WRITE SIM-RPT-RECORD
           ADD 1 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  THE OLD RESULT IS RECOMPUTED WITH THE RATE THAT WAS APPLIED,
      *  SO BOTH FIGURES COME OUT OF THE SAME ARITHMETIC.  ONE THAT
      *  DOES NOT MATCH THE LOGGED RESULT IS MARKED "*".
      *----------------------------------------------------------------
       2210-RERUN-APPLIED-RATE.
           MOVE CLOG-OPERATOR TO CALC-OPERATOR
           MOVE CLOG-NUMBER-1 TO CALC-NUMBER-1
           MOVE CLOG-NUMBER-2 TO CALC-NUMBER-2
           CALL "CALCOPS1" USING CALC-OPERATOR
                                  CALC-NUMBER-1
                                  CALC-NUMBER-2
                                  CALC-RESULT
                                  CALC-REMAINDER
                                  CALC-STATUS
           IF CLOG-REVERSING
               COMPUTE OLD-RESULT = ZERO - CALC-RESULT
               MOVE "R" TO SID-MARK
           ELSE
               MOVE CALC-RESULT TO OLD-RESULT
           END-IF
           IF OLD-RESULT NOT = CLOG-RESULT
              OR NOT CALC-STATUS-OK
               ADD 1 TO RECOMPUTE-DIFF-COUNT
               MOVE "*" TO SID-MARK
           END-IF.

       2220-RERUN-TARGET-RATE.
           MOVE CLOG-OPERATOR TO CALC-OPERATOR
           MOVE CLOG-NUMBER-1 TO CALC-NUMBER-1
           MOVE CDE-TARGET-RATE (CODE-SLOT) TO CALC-NUMBER-2
           CALL "CALCOPS1" USING CALC-OPERATOR
                                  CALC-NUMBER-1
                                  CALC-NUMBER-2
                                  CALC-RESULT
                                  CALC-REMAINDER
                                  CALC-STATUS
           MOVE CALC-STATUS TO SIM-STATUS
           IF NOT SIM-STATUS-OK
               MOVE "D" TO SID-MARK
               ADD 1 TO SIM-NOT-OK-COUNT
           ELSE
               IF CLOG-REVERSING
                   COMPUTE SIM-RESULT = ZERO - CALC-RESULT
               ELSE
                   MOVE CALC-RESULT TO SIM-RESULT
               END-IF
               COMPUTE SIM-DIFFERENCE = SIM-RESULT - OLD-RESULT
               MOVE SIM-RESULT     TO SID-SIM-RESULT
               MOVE SIM-DIFFERENCE TO SID-DIFFERENCE
               ADD 1 TO RECORDS-SIMULATED
               PERFORM 2230-ADD-TO-TOTALS
           END-IF.

       2230-ADD-TO-TOTALS.
           ADD 1              TO CDE-SIM-COUNT (CODE-SLOT)
           ADD OLD-RESULT     TO CDE-OLD-TOTAL (CODE-SLOT)
           ADD SIM-RESULT     TO CDE-SIM-TOTAL (CODE-SLOT)
           ADD SIM-DIFFERENCE TO CDE-DIFF-TOTAL (CODE-SLOT)
           PERFORM 2400-FIND-DEPT-ENTRY
           ADD 1              TO DPT-SIM-COUNT (DEPT-SLOT)
           ADD OLD-RESULT     TO DPT-OLD-TOTAL (DEPT-SLOT)
           ADD SIM-RESULT     TO DPT-SIM-TOTAL (DEPT-SLOT)
           ADD SIM-DIFFERENCE TO DPT-DIFF-TOTAL (DEPT-SLOT)
           ADD OLD-RESULT     TO GRAND-OLD-TOTAL
           ADD SIM-RESULT     TO GRAND-SIM-TOTAL
           ADD SIM-DIFFERENCE TO GRAND-DIFF-TOTAL.

      *----------------------------------------------------------------
      *  LOOKS THE RATE CODE UP AND INSERTS A NEW ONE IN CODE ORDER,
      *  AS CALCCMP1 DOES WITH ITS MONTHS.  A RANGE WITH MORE CODES
      *  THAN THE TABLE STOPS THE RUN RATHER THAN REPORT PART OF IT.
      *----------------------------------------------------------------
       2300-FIND-CODE-ENTRY.
           MOVE "N" TO SLOT-FOUND-SW
           MOVE ZERO TO CODE-SLOT
           PERFORM 2310-TEST-CODE-ENTRY
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL SLOT-FOUND
                  OR CODE-SUB > CODE-ENTRY-COUNT
           IF NOT SLOT-FOUND
               IF CODE-ENTRY-COUNT >= 200
                   DISPLAY "CALCSIM1 - TABLA DE CODIGOS LLENA (200)."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF CODE-SLOT = ZERO
                   COMPUTE CODE-SLOT = CODE-ENTRY-COUNT + 1
               ELSE
                   PERFORM 2320-SHIFT-CODE-ENTRY
                       VARYING SHIFT-SUB
                       FROM CODE-ENTRY-COUNT BY -1
                       UNTIL SHIFT-SUB < CODE-SLOT
               END-IF
               ADD 1 TO CODE-ENTRY-COUNT
               PERFORM 2330-START-CODE-ENTRY
           END-IF.

       2310-TEST-CODE-ENTRY.
           EVALUATE TRUE
               WHEN CDE-RATE-CODE (CODE-SUB) = CLOG-RATE-CODE
                   SET SLOT-FOUND TO TRUE
                   MOVE CODE-SUB TO CODE-SLOT
               WHEN CDE-RATE-CODE (CODE-SUB) > CLOG-RATE-CODE
                AND CODE-SLOT = ZERO
                   MOVE CODE-SUB TO CODE-SLOT
           END-EVALUATE.

       2320-SHIFT-CODE-ENTRY.
           MOVE CODE-ENTRY (SHIFT-SUB)
               TO CODE-ENTRY (SHIFT-SUB + 1).

       2330-START-CODE-ENTRY.
           MOVE SPACE TO CODE-ENTRY (CODE-SLOT)
           MOVE CLOG-RATE-CODE TO CDE-RATE-CODE (CODE-SLOT)
           MOVE ZERO TO CDE-TARGET-RATE (CODE-SLOT)
           MOVE ZERO TO CDE-SIM-COUNT (CODE-SLOT)
           MOVE ZERO TO CDE-OLD-TOTAL (CODE-SLOT)
           MOVE ZERO TO CDE-SIM-TOTAL (CODE-SLOT)
           MOVE ZERO TO CDE-DIFF-TOTAL (CODE-SLOT)
           MOVE ZERO TO CDE-LAPSED-COUNT (CODE-SLOT)
           MOVE ZERO TO CDE-LAPSED-TOTAL (CODE-SLOT)
           MOVE CLOG-RATE-CODE TO RESOLVE-CODE
           PERFORM 2600-RESOLVE-TARGET-RATE
           EVALUATE TRUE
               WHEN RATE-FOUND
                   SET CDE-RESOLVED (CODE-SLOT) TO TRUE
                   MOVE RESOLVED-RATE TO CDE-TARGET-RATE (CODE-SLOT)
               WHEN LAPSED-EXP-DATE NOT = LOW-VALUE
                   SET CDE-LAPSE-EXPIRED (CODE-SLOT) TO TRUE
                   MOVE LAPSED-EXP-DATE TO CDE-LAPSE-DATE (CODE-SLOT)
               WHEN CODE-ON-FILE
                   SET CDE-LAPSE-FUTURE (CODE-SLOT) TO TRUE
               WHEN OTHER
                   SET CDE-LAPSE-UNKNOWN (CODE-SLOT) TO TRUE
           END-EVALUATE.

       2400-FIND-DEPT-ENTRY.
           MOVE "N" TO SLOT-FOUND-SW
           MOVE ZERO TO DEPT-SLOT
           PERFORM 2410-TEST-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL SLOT-FOUND
                  OR DEPT-SUB > DEPT-ENTRY-COUNT
           IF NOT SLOT-FOUND
               IF DEPT-ENTRY-COUNT >= 100
                   DISPLAY "CALCSIM1 - TABLA DE DEPARTAMENTOS LLENA "
                       "(100)."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF DEPT-SLOT = ZERO
                   COMPUTE DEPT-SLOT = DEPT-ENTRY-COUNT + 1
               ELSE
                   PERFORM 2420-SHIFT-DEPT-ENTRY
                       VARYING SHIFT-SUB
                       FROM DEPT-ENTRY-COUNT BY -1
                       UNTIL SHIFT-SUB < DEPT-SLOT
               END-IF
               ADD 1 TO DEPT-ENTRY-COUNT
               MOVE CLOG-DEPT-CODE TO DPT-DEPT-CODE (DEPT-SLOT)
               MOVE ZERO TO DPT-SIM-COUNT (DEPT-SLOT)
               MOVE ZERO TO DPT-OLD-TOTAL (DEPT-SLOT)
               MOVE ZERO TO DPT-SIM-TOTAL (DEPT-SLOT)
               MOVE ZERO TO DPT-DIFF-TOTAL (DEPT-SLOT)
           END-IF.

       2410-TEST-DEPT-ENTRY.
           EVALUATE TRUE
               WHEN DPT-DEPT-CODE (DEPT-SUB) = CLOG-DEPT-CODE
                   SET SLOT-FOUND TO TRUE
                   MOVE DEPT-SUB TO DEPT-SLOT
               WHEN DPT-DEPT-CODE (DEPT-SUB) > CLOG-DEPT-CODE
                AND DEPT-SLOT = ZERO
                   MOVE DEPT-SUB TO DEPT-SLOT
           END-EVALUATE.

       2420-SHIFT-DEPT-ENTRY.
           MOVE DEPT-ENTRY (SHIFT-SUB)
               TO DEPT-ENTRY (SHIFT-SUB + 1).

      *----------------------------------------------------------------
      *  THE RATE IN FORCE ON THE TARGET DATE, BY THE CALCBAT3 RULE:
      *  THE LATEST EFFECTIVE DATE NOT AFTER THE DATE WHOSE EXPIRY
      *  (BLANK = OPEN-ENDED) HAS NOT PASSED.  WHEN NONE QUALIFIES,
      *  THE LATEST EXPIRY AMONG THE RECORDS ALREADY EFFECTIVE SAYS
      *  WHEN THE CODE RAN OUT.
      *----------------------------------------------------------------
       2600-RESOLVE-TARGET-RATE.
           MOVE "N" TO RATE-FOUND-SW
           MOVE "N" TO CODE-ON-FILE-SW
           MOVE ZERO TO RESOLVED-RATE
           MOVE LOW-VALUE TO RESOLVED-EFF-DATE
           MOVE LOW-VALUE TO LAPSED-EXP-DATE
           PERFORM 2610-TEST-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-ENTRY-COUNT.

       2610-TEST-RATE-ENTRY.
           IF RATE-ENTRY-CODE (RATE-IDX) = RESOLVE-CODE
               SET CODE-ON-FILE TO TRUE
               IF RATE-ENTRY-EFF (RATE-IDX) NOT > SIM-TARGET-DATE
                   IF RATE-ENTRY-EXP (RATE-IDX) = SPACE
                      OR RATE-ENTRY-EXP (RATE-IDX)
                             NOT < SIM-TARGET-DATE
                       IF RATE-ENTRY-EFF (RATE-IDX)
                              NOT < RESOLVED-EFF-DATE
                           SET RATE-FOUND TO TRUE
                           MOVE RATE-ENTRY-EFF (RATE-IDX)
                               TO RESOLVED-EFF-DATE
                           MOVE RATE-ENTRY-VALUE (RATE-IDX)
                               TO RESOLVED-RATE
                       END-IF
                   ELSE
                       IF RATE-ENTRY-EXP (RATE-IDX) > LAPSED-EXP-DATE
                           MOVE RATE-ENTRY-EXP (RATE-IDX)
                               TO LAPSED-EXP-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-FINALIZE.
           IF NOT HIST-FILE-NOT-FOUND
               CLOSE CALC-HIST-FILE
           END-IF
           IF NOT LOG-FILE-NOT-FOUND
               CLOSE CALC-LOG-FILE
           END-IF
           PERFORM 3100-PRINT-CODE-TOTALS
           PERFORM 3200-PRINT-DEPT-TOTALS
           PERFORM 3300-PRINT-LAPSED-CODES
           PERFORM 3400-PRINT-CONTROL-FIGURES
           CLOSE SIM-RPT-FILE
           DISPLAY "CALCSIM1 - HISTORICOS LEIDOS:   " HIST-RECORDS-READ
           DISPLAY "CALCSIM1 - BITACORA LEIDA:      " LOG-RECORDS-READ
           DISPLAY "CALCSIM1 - CON TASA EN PERIODO: "
               RATE-RECORDS-IN-RANGE
           DISPLAY "CALCSIM1 - SIMULADOS:           " RECORDS-SIMULATED
           DISPLAY "CALCSIM1 - SIN TASA AL OBJETIVO:" RECORDS-LAPSED
           DISPLAY "CALCSIM1 - RECALCULO DIFIERE:   "
               RECOMPUTE-DIFF-COUNT
           IF RECORDS-LAPSED > ZERO
              OR RECOMPUTE-DIFF-COUNT > ZERO
              OR SIM-NOT-OK-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3050-CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF.

       3060-MOVE-TOTAL-HEADINGS.
           MOVE "REGS"             TO SIM-RPT-LINE(9:4)
           MOVE "RESULT. ANTES"    TO SIM-RPT-LINE(16:13)
           MOVE "SIMULADO"         TO SIM-RPT-LINE(37:8)
           MOVE "DIFERENCIA"       TO SIM-RPT-LINE(51:10).

       3100-PRINT-CODE-TOTALS.
           PERFORM 3050-CHECK-PAGE-BREAK
           MOVE SPACE TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE "*-------- TOTALES POR CODIGO DE TASA --------*"
               TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE SPACE              TO SIM-RPT-RECORD
           MOVE "TASA"             TO SIM-RPT-LINE(2:4)
           PERFORM 3060-MOVE-TOTAL-HEADINGS
           MOVE "TASA NUEVA"       TO SIM-RPT-LINE(63:10)
           WRITE SIM-RPT-RECORD
           ADD 3 TO LINE-COUNT
           PERFORM 3110-PRINT-CODE-LINE
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > CODE-ENTRY-COUNT
           PERFORM 3150-PRINT-GRAND-TOTAL.

       3110-PRINT-CODE-LINE.
           IF CDE-RESOLVED (CODE-SUB)
               PERFORM 3050-CHECK-PAGE-BREAK
               MOVE SPACE TO SIM-RPT-RECORD
               MOVE CDE-RATE-CODE (CODE-SUB)   TO SIT-KEY
               MOVE CDE-SIM-COUNT (CODE-SUB)   TO SIT-COUNT
               MOVE CDE-OLD-TOTAL (CODE-SUB)   TO SIT-OLD-TOTAL
               MOVE CDE-SIM-TOTAL (CODE-SUB)   TO SIT-SIM-TOTAL
               MOVE CDE-DIFF-TOTAL (CODE-SUB)  TO SIT-DIFF-TOTAL
               MOVE CDE-TARGET-RATE (CODE-SUB) TO SIT-NEW-RATE
               WRITE SIM-RPT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       3150-PRINT-GRAND-TOTAL.
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "TOT."            TO SIT-KEY
           MOVE RECORDS-SIMULATED TO SIT-COUNT
           MOVE GRAND-OLD-TOTAL   TO SIT-OLD-TOTAL
           MOVE GRAND-SIM-TOTAL   TO SIT-SIM-TOTAL
           MOVE GRAND-DIFF-TOTAL  TO SIT-DIFF-TOTAL
           WRITE SIM-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       3200-PRINT-DEPT-TOTALS.
           PERFORM 3050-CHECK-PAGE-BREAK
           MOVE SPACE TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE "*-------- TOTALES POR DEPARTAMENTO --------*"
               TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE SPACE              TO SIM-RPT-RECORD
           MOVE "DEPTO"            TO SIM-RPT-LINE(1:5)
           PERFORM 3060-MOVE-TOTAL-HEADINGS
           WRITE SIM-RPT-RECORD
           ADD 3 TO LINE-COUNT
           PERFORM 3210-PRINT-DEPT-LINE
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT
           PERFORM 3150-PRINT-GRAND-TOTAL.

       3210-PRINT-DEPT-LINE.
           PERFORM 3050-CHECK-PAGE-BREAK
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE DPT-DEPT-CODE (DEPT-SUB)  TO SIT-KEY
           MOVE DPT-SIM-COUNT (DEPT-SUB)  TO SIT-COUNT
           MOVE DPT-OLD-TOTAL (DEPT-SUB)  TO SIT-OLD-TOTAL
           MOVE DPT-SIM-TOTAL (DEPT-SUB)  TO SIT-SIM-TOTAL
           MOVE DPT-DIFF-TOTAL (DEPT-SUB) TO SIT-DIFF-TOTAL
           WRITE SIM-RPT-RECORD
           ADD 1 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  CODES THAT RESOLVE TO NOTHING ON THE TARGET DATE.  THEIR
      *  RECORDS ARE LEFT OUT OF THE TOTALS ABOVE; ON THAT NIGHT
      *  CALCBAT3 WOULD REJECT THEM AS AN UNKNOWN RATE CODE.
      *----------------------------------------------------------------
       3300-PRINT-LAPSED-CODES.
           PERFORM 3050-CHECK-PAGE-BREAK
           MOVE SPACE TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE "*-------- CODIGOS SIN TASA A LA FECHA"
               TO SIM-RPT-LINE(1:37)
           MOVE " OBJETIVO --------*"  TO SIM-RPT-LINE(38:19)
           WRITE SIM-RPT-RECORD
           MOVE SPACE              TO SIM-RPT-RECORD
           MOVE "TASA"             TO SIM-RPT-LINE(2:4)
           MOVE "REGS"             TO SIM-RPT-LINE(9:4)
           MOVE "RESULT. ANTES"    TO SIM-RPT-LINE(16:13)
           MOVE "MOTIVO"           TO SIM-RPT-LINE(31:6)
           WRITE SIM-RPT-RECORD
           ADD 3 TO LINE-COUNT
           PERFORM 3310-PRINT-LAPSED-LINE
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > CODE-ENTRY-COUNT
           IF LAPSED-CODE-COUNT = ZERO
               MOVE "   NINGUNO" TO SIM-RPT-RECORD
               WRITE SIM-RPT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       3310-PRINT-LAPSED-LINE.
           IF NOT CDE-RESOLVED (CODE-SUB)
               ADD 1 TO LAPSED-CODE-COUNT
               PERFORM 3050-CHECK-PAGE-BREAK
               MOVE SPACE TO SIM-RPT-RECORD
               MOVE CDE-RATE-CODE (CODE-SUB)    TO SIX-RATE-CODE
               MOVE CDE-LAPSED-COUNT (CODE-SUB) TO SIX-COUNT
               MOVE CDE-LAPSED-TOTAL (CODE-SUB) TO SIX-OLD-TOTAL
               EVALUATE TRUE
                   WHEN CDE-LAPSE-EXPIRED (CODE-SUB)
                       MOVE "TASA EXPIRA EL"       TO SIX-REASON
                       MOVE CDE-LAPSE-DATE (CODE-SUB)
                                                   TO SIX-REASON(16:8)
                   WHEN CDE-LAPSE-FUTURE (CODE-SUB)
                       MOVE "SOLO TASAS POSTERIORES" TO SIX-REASON
                   WHEN OTHER
                       MOVE "CODIGO NO EXISTE EN RATEMAST"
                                                   TO SIX-REASON
               END-EVALUATE
               WRITE SIM-RPT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       3400-PRINT-CONTROL-FIGURES.
           PERFORM 3050-CHECK-PAGE-BREAK
           MOVE SPACE TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE "*-------- CIFRAS DE CONTROL --------*"
               TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "HISTORICOS LEIDOS:"       TO SIM-RPT-LINE(3:30)
           MOVE HIST-RECORDS-READ          TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "BITACORA LEIDA:"          TO SIM-RPT-LINE(3:30)
           MOVE LOG-RECORDS-READ           TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "RESUMENES OMITIDOS:"      TO SIM-RPT-LINE(3:30)
           MOVE SUMMARIES-SKIPPED          TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "CON TASA EN EL PERIODO:"  TO SIM-RPT-LINE(3:30)
           MOVE RATE-RECORDS-IN-RANGE      TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "OMITIDOS (NO OK):"        TO SIM-RPT-LINE(3:30)
           MOVE NOT-OK-SKIPPED             TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "SIMULADOS:"               TO SIM-RPT-LINE(3:30)
           MOVE RECORDS-SIMULATED          TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "SIN TASA A LA FECHA OBJETIVO:"
                                           TO SIM-RPT-LINE(3:30)
           MOVE RECORDS-LAPSED             TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "DESBORDE CON TASA NUEVA:" TO SIM-RPT-LINE(3:30)
           MOVE SIM-NOT-OK-COUNT           TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD
           MOVE SPACE TO SIM-RPT-RECORD
           MOVE "RECALCULO DIFIERE:"       TO SIM-RPT-LINE(3:30)
           MOVE RECOMPUTE-DIFF-COUNT       TO SIM-RPT-LINE(34:6)
           WRITE SIM-RPT-RECORD.

       END PROGRAM CALCSIM1.
