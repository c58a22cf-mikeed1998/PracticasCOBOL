      *  2026-09-03  JHM  ORIGINAL VERSION - MONTHLY ROLL-UP OF THE
      *                   ARCHIVE PLUS THE CURRENT LOG WITH PERIOD-
      *                   OVER-PERIOD PERCENTAGE CHANGES.
      *  2026-10-15  JHM  LA BITACORA Y EL HISTORICO CRECEN A 156 BYTES
      *                   (DECISION DE SUPERVISOR, DATOS DE REVERSO,
      *                   TASA USADA Y CADENA DE AUDITORIA).  LA
      *                   OPERACION REVERSADA Y SU CONTRAPARTIDA "R"
      *                   SALEN DE LOS CONTEOS POR OPERADOR Y DEL TOTAL
      *                   DE RESULTADOS, Y SE MUESTRAN EN SUS PROPIAS
      *                   LINEAS DEL MES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  CALC-HIST-FILE
           RECORDING MODE IS F.
       01  HIST-LOG-RECORD             PIC X(156).

       FD  CALC-LOG-FILE
           RECORDING MODE IS F.
       01  CURR-LOG-RECORD             PIC X(156).

       FD  CMP-RPT-FILE
           RECORDING MODE IS F.
           05  LOG-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  RECORDS-TALLIED       PIC 9(06)     VALUE ZERO.
           05  SUMMARIES-SKIPPED     PIC 9(06)     VALUE ZERO.
           05  REVERSALS-FOUND       PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  ORIGINALS NAMED BY AN "R" REVERSAL ENTRY ANYWHERE IN THE
      *  ARCHIVE OR THE CURRENT LOG, COLLECTED IN A FIRST PASS SO THE
      *  ORIGINAL IS RECOGNISED WHETHER IT COMES BEFORE OR AFTER ITS
      *  REVERSAL AND IN WHICHEVER MONTH IT FELL.
      *----------------------------------------------------------------
       01  REVERSED-TABLE.
           05  RVD-ENTRY-COUNT       PIC 9(04)     VALUE ZERO.
           05  RVD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RVD-IDX.
               10  RVD-KEY           PIC X(18).

       01  RVD-LOOKUP-KEY.
           05  RVL-RUN-DATE          PIC X(08).
           05  RVL-DEPT-CODE         PIC X(02).
           05  RVL-BATCH-NO          PIC 9(04).
           05  RVL-ITEM-NO           PIC 9(04).

       01  RVD-FOUND-SW              PIC X(01)     VALUE "N".
           88  RVD-FOUND                     VALUE "Y".

      *----------------------------------------------------------------
      *  WORK COPY OF THE LOG RECORD.  BOTH INPUT FILES ARE READ AS
                       OCCURS 9 TIMES.
               10  MON-ERROR-COUNT   PIC 9(06).
               10  MON-OVERFLOW-COUNT PIC 9(06).
               10  MON-REVERSED-COUNT PIC 9(06).
               10  MON-REVERSING-COUNT PIC 9(06).
               10  MON-VALUE-TOTAL   PIC S9(11)V99.

       01  TABLE-WORK-FIELDS.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-COLLECT-REVERSALS
           PERFORM 1300-WRITE-PAGE-HEADING
           IF NOT END-OF-HIST-FILE
               READ CALC-HIST-FILE
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE CURRENT-DATE(7:2) TO RUN-DATE-EDIT(9:2).

      *----------------------------------------------------------------
      *  FIRST PASS OVER BOTH FILES FOR THE "R" ENTRIES; EACH FILE
      *  THAT WAS FOUND IS THEN REOPENED FOR THE ROLL-UP PROPER.
      *----------------------------------------------------------------
       1200-COLLECT-REVERSALS.
           IF NOT END-OF-HIST-FILE
               READ CALC-HIST-FILE
                   AT END
                       SET END-OF-HIST-FILE TO TRUE
               END-READ
               PERFORM 1210-COLLECT-HIST-RECORD
                   UNTIL END-OF-HIST-FILE
               CLOSE CALC-HIST-FILE
               OPEN INPUT CALC-HIST-FILE
               MOVE "N" TO HIST-EOF-SW
           END-IF
           IF NOT END-OF-LOG-FILE
               READ CALC-LOG-FILE
                   AT END
                       SET END-OF-LOG-FILE TO TRUE
               END-READ
               PERFORM 1220-COLLECT-LOG-RECORD
                   UNTIL END-OF-LOG-FILE
               CLOSE CALC-LOG-FILE
               OPEN INPUT CALC-LOG-FILE
               MOVE "N" TO LOG-EOF-SW
           END-IF.

       1210-COLLECT-HIST-RECORD.
           MOVE HIST-LOG-RECORD TO CALC-LOG-RECORD
           PERFORM 1230-COLLECT-REVERSAL
           READ CALC-HIST-FILE
               AT END
                   SET END-OF-HIST-FILE TO TRUE
           END-READ.

       1220-COLLECT-LOG-RECORD.
           MOVE CURR-LOG-RECORD TO CALC-LOG-RECORD
           PERFORM 1230-COLLECT-REVERSAL
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       1230-COLLECT-REVERSAL.
           IF NOT CSUM-SUMMARY-MARK
              AND CLOG-REVERSING
               ADD 1 TO REVERSALS-FOUND
               IF RVD-ENTRY-COUNT < 2000
                   ADD 1 TO RVD-ENTRY-COUNT
                   SET RVD-IDX TO RVD-ENTRY-COUNT
                   MOVE CLOG-REV-REF TO RVD-KEY (RVD-IDX)
               ELSE
                   DISPLAY "CALCCMP1 - TABLA DE REVERSOS LLENA "
                       "(2000): " CLOG-REV-REF
               END-IF
           END-IF.

       1300-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO CMP-RPT-RECORD
               ADD 1 TO RECORDS-TALLIED
               MOVE CLOG-RUN-DATE(1:6) TO RECORD-PERIOD
               PERFORM 2200-FIND-MONTH-SLOT
               PERFORM 2400-TEST-REVERSED
               EVALUATE TRUE
                   WHEN CLOG-REVERSING
                       ADD 1 TO MON-REVERSING-COUNT (MON-SLOT)
                   WHEN RVD-FOUND
                       ADD 1 TO MON-REVERSED-COUNT (MON-SLOT)
                   WHEN OTHER
                       PERFORM 2110-TALLY-ACTIVITY
               END-EVALUATE
           END-IF.

       2110-TALLY-ACTIVITY.
           PERFORM 2300-SET-OPERATOR-SLOT
           ADD 1 TO MON-OPER-COUNT (MON-SLOT, OPER-SUB)
           IF CLOG-STATUS-ERROR OR CLOG-STATUS-INVALID
               ADD 1 TO MON-ERROR-COUNT (MON-SLOT)
           END-IF
           IF CLOG-STATUS-OVERFLOW
               ADD 1 TO MON-OVERFLOW-COUNT (MON-SLOT)
           END-IF
           ADD CLOG-RESULT TO MON-VALUE-TOTAL (MON-SLOT).

      *----------------------------------------------------------------
      *  A BATCH RECORD WITH AN ITEM POSITION IS A REVERSED ORIGINAL
      *  WHEN SOME "R" ENTRY NAMES ITS KEY.
      *----------------------------------------------------------------
       2400-TEST-REVERSED.
           MOVE "N" TO RVD-FOUND-SW
           IF CLOG-SOURCE-BATCH
              AND CLOG-BATCH-NO IS NUMERIC
              AND CLOG-ITEM-NO IS NUMERIC
              AND RVD-ENTRY-COUNT > ZERO
               MOVE CLOG-RUN-DATE  TO RVL-RUN-DATE
               MOVE CLOG-DEPT-CODE TO RVL-DEPT-CODE
               MOVE CLOG-BATCH-NO  TO RVL-BATCH-NO
               MOVE CLOG-ITEM-NO   TO RVL-ITEM-NO
               SET RVD-IDX TO 1
               SEARCH RVD-ENTRY
                   WHEN RVD-IDX > RVD-ENTRY-COUNT
                       CONTINUE
                   WHEN RVD-KEY (RVD-IDX) = RVD-LOOKUP-KEY
                       SET RVD-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
               UNTIL OPER-SUB > 9
           MOVE ZERO TO MON-ERROR-COUNT (MON-SLOT)
           MOVE ZERO TO MON-OVERFLOW-COUNT (MON-SLOT)
           MOVE ZERO TO MON-REVERSED-COUNT (MON-SLOT)
           MOVE ZERO TO MON-REVERSING-COUNT (MON-SLOT)
           MOVE ZERO TO MON-VALUE-TOTAL (MON-SLOT).

       2240-ZERO-OPER-COUNT.
           DISPLAY "CALCCMP1 - REGISTROS SUMADOS:   " RECORDS-TALLIED
           DISPLAY "CALCCMP1 - RESUMENES OMITIDOS:  "
               SUMMARIES-SKIPPED
           DISPLAY "CALCCMP1 - REVERSOS HALLADOS:   "
               REVERSALS-FOUND
           DISPLAY "CALCCMP1 - MESES REPORTADOS:    "
               MONTH-ENTRY-COUNT.

               UNTIL OPER-SUB > 9
           PERFORM 3300-PRINT-ERROR-LINE
           PERFORM 3400-PRINT-OVERFLOW-LINE
           PERFORM 3450-PRINT-REVERSED-LINE
           PERFORM 3460-PRINT-REVERSING-LINE
           PERFORM 3500-PRINT-VALUE-LINE.

       3200-PRINT-OPERATOR-LINE.
           WRITE CMP-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       3450-PRINT-REVERSED-LINE.
           MOVE MON-REVERSED-COUNT (MON-SUB) TO PCT-CURRENT
           IF MON-SUB > 1
               MOVE MON-REVERSED-COUNT (MON-SUB - 1) TO PCT-PRIOR
           ELSE
               MOVE ZERO TO PCT-PRIOR
           END-IF
           PERFORM 3600-COMPUTE-PCT-CHANGE
           MOVE SPACE TO CMP-RPT-RECORD
           MOVE "REVERSADAS          :" TO CPD-LABEL
           MOVE MON-REVERSED-COUNT (MON-SUB) TO CPD-CURRENT
           IF MON-SUB > 1
               MOVE MON-REVERSED-COUNT (MON-SUB - 1) TO CPD-PRIOR
           END-IF
           MOVE PCT-TEXT TO CPD-PCT
           IF PCT-TEXT NOT = SPACE
               MOVE " %" TO CPD-PCT-LIT
           END-IF
           WRITE CMP-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       3460-PRINT-REVERSING-LINE.
           MOVE MON-REVERSING-COUNT (MON-SUB) TO PCT-CURRENT
           IF MON-SUB > 1
               MOVE MON-REVERSING-COUNT (MON-SUB - 1) TO PCT-PRIOR
           ELSE
               MOVE ZERO TO PCT-PRIOR
           END-IF
           PERFORM 3600-COMPUTE-PCT-CHANGE
           MOVE SPACE TO CMP-RPT-RECORD
           MOVE "REVERSOS            :" TO CPD-LABEL
           MOVE MON-REVERSING-COUNT (MON-SUB) TO CPD-CURRENT
           IF MON-SUB > 1
               MOVE MON-REVERSING-COUNT (MON-SUB - 1) TO CPD-PRIOR
           END-IF
           MOVE PCT-TEXT TO CPD-PCT
           IF PCT-TEXT NOT = SPACE
               MOVE " %" TO CPD-PCT-LIT
           END-IF
           WRITE CMP-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       3500-PRINT-VALUE-LINE.
           MOVE MON-VALUE-TOTAL (MON-SUB) TO PCT-CURRENT
           IF MON-SUB > 1
