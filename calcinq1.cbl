      *                   UN USUARIO Y EL RESUMEN AGREGA TOTALES
      *                   POR USUARIO; LOS REGISTROS SIN USUARIO
      *                   (BATCH O ANTERIORES) SALEN COMO "SIN USR".
      *  2026-10-15  JHM  LOS TOTALES POR DEPARTAMENTO MUESTRAN EL
      *                   NOMBRE DEL MAESTRO DEPTMAST JUNTO AL
      *                   CODIGO; UN CODIGO QUE NO ESTA EN EL
      *                   MAESTRO SALE MARCADO COMO TAL.
      *  2026-10-15  JHM  TOTAL DE ITEMS DECLINADOS POR SUPERVISOR
      *                   (DC) EN LOS TOTALES POR ESTADO.
      *  2026-10-15  JHM  REVERSOS: LA OPERACION REVERSADA Y SU
      *                   CONTRAPARTIDA "R" SE MARCAN EN EL DETALLE
      *                   (CON LA REFERENCIA AL ORIGINAL BAJO EL
      *                   REVERSO) Y SALEN DE LOS TOTALES DE
      *                   ACTIVIDAD; SE CUENTAN APARTE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOG-RPT-FILE    ASSIGN TO "LOGRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LRPT-FILE-STATUS.
           SELECT DEPT-MAST-FILE  ASSIGN TO "DEPTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS DMST-DEPT-CODE
                                   FILE STATUS IS DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY "logrpt.cpy".

       FD  DEPT-MAST-FILE.
           COPY "deptmast.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  LOG-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-LOG-FILE           VALUE "Y".
           05  RVD-FOUND-SW          PIC X(01)     VALUE "N".
               88  RVD-FOUND                 VALUE "Y".

      *----------------------------------------------------------------
      *  ORIGINALS NAMED BY AN "R" REVERSAL ENTRY ANYWHERE ON THE
      *  FILE, WHATEVER THE SELECTED RANGE, COLLECTED IN A FIRST PASS
      *  SO AN ORIGINAL IS MARKED EVEN WHEN ITS REVERSAL CAME LATER.
      *----------------------------------------------------------------
       01  REVERSED-TABLE.
           05  RVD-ENTRY-COUNT       PIC 9(04)     VALUE ZERO.
           05  RVD-ENTRY OCCURS 500 TIMES
                   INDEXED BY RVD-IDX.
               10  RVD-KEY           PIC X(18).

       01  RVD-LOOKUP-KEY.
           05  RVL-RUN-DATE          PIC X(08).
           05  RVL-DEPT-CODE         PIC X(02).
           05  RVL-BATCH-NO          PIC 9(04).
           05  RVL-ITEM-NO           PIC 9(04).

       01  SELECTION-RANGE.
           05  INQ-DATE-FROM         PIC X(08)     VALUE "00000000".
           05  CNT-STATUS-OVERFLOW   PIC 9(06)     VALUE ZERO.
           05  CNT-STATUS-ERROR      PIC 9(06)     VALUE ZERO.
           05  CNT-STATUS-INVALID    PIC 9(06)     VALUE ZERO.
           05  CNT-STATUS-DECLINED   PIC 9(06)     VALUE ZERO.
           05  CNT-REVERSED          PIC 9(06)     VALUE ZERO.
           05  CNT-REVERSING         PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  DEPARTMENT TOTALS, ACCUMULATED OVER THE SELECTED DETAIL
       01  DEPT-FOUND-SW             PIC X(01)     VALUE "N".
           88  DEPT-FOUND                VALUE "Y".

       01  DEPT-MAST-SW              PIC X(01)     VALUE "N".
           88  DEPT-MAST-OPEN            VALUE "Y".

      *----------------------------------------------------------------
      *  PER-USER TOTALS, BUILT THE SAME WAY AS THE DEPARTMENT
      *  TABLE.  BLANK USER IDS (BATCH RECORDS AND LOG RECORDS FROM
       01  LRPT-FILE-STATUS          PIC X(02).
           88  LRPT-FILE-NOT-FOUND       VALUE "35".

       01  DEPT-FILE-STATUS          PIC X(02).
           88  DEPT-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE CALC-LOG-FILE
               GOBACK
           END-IF
           PERFORM 1400-COLLECT-REVERSALS
           PERFORM 1300-WRITE-PAGE-HEADING
           OPEN INPUT DEPT-MAST-FILE
           IF DEPT-FILE-STATUS = "00"
               SET DEPT-MAST-OPEN TO TRUE
           ELSE
               DISPLAY "CALCINQ1 - SIN MAESTRO DE DEPARTAMENTOS. "
                   "SOLO CODIGOS."
           END-IF
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           WRITE LOG-RPT-RECORD
           MOVE 2 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  FIRST PASS FOR THE "R" ENTRIES; THE LOG IS THEN REOPENED
      *  FOR THE REPORT PROPER.
      *----------------------------------------------------------------
       1400-COLLECT-REVERSALS.
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ
           PERFORM 1410-COLLECT-ONE-RECORD
               UNTIL END-OF-LOG-FILE
           CLOSE CALC-LOG-FILE
           OPEN INPUT CALC-LOG-FILE
           MOVE "N" TO LOG-EOF-SW.

       1410-COLLECT-ONE-RECORD.
           IF NOT CSUM-SUMMARY-MARK
              AND CLOG-REVERSING
               IF RVD-ENTRY-COUNT < 500
                   ADD 1 TO RVD-ENTRY-COUNT
                   SET RVD-IDX TO RVD-ENTRY-COUNT
                   MOVE CLOG-REV-REF TO RVD-KEY (RVD-IDX)
               ELSE
                   DISPLAY "CALCINQ1 - TABLA DE REVERSOS LLENA "
                       "(500): " CLOG-REV-REF
               END-IF
           END-IF
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       2000-PROCESS-LOG.
           ADD 1 TO RECORDS-READ
           IF CLOG-RUN-DATE NOT < INQ-DATE-FROM
               IF CSUM-SUMMARY-MARK
                   PERFORM 2500-WRITE-PSUMMARY-LINE
               ELSE
                   PERFORM 2800-TEST-REVERSED
                   EVALUATE TRUE
                       WHEN CLOG-REVERSING
                           ADD 1 TO CNT-REVERSING
                       WHEN RVD-FOUND
                           ADD 1 TO CNT-REVERSED
                       WHEN OTHER
                           PERFORM 2010-COUNT-ACTIVITY
                   END-EVALUATE
                   PERFORM 2400-WRITE-DETAIL-LINE
               END-IF
           END-IF
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       2010-COUNT-ACTIVITY.
           PERFORM 2100-COUNT-BY-OPERATOR
           PERFORM 2200-COUNT-BY-SOURCE
           PERFORM 2300-COUNT-BY-STATUS
           PERFORM 2600-COUNT-BY-DEPT
           PERFORM 2700-COUNT-BY-USER.

       2100-COUNT-BY-OPERATOR.
           EVALUATE TRUE
               WHEN CLOG-OPERATOR-ADD
                   ADD 1 TO CNT-STATUS-ERROR
               WHEN CLOG-STATUS-INVALID
                   ADD 1 TO CNT-STATUS-INVALID
               WHEN CLOG-STATUS-DECLINED
                   ADD 1 TO CNT-STATUS-DECLINED
           END-EVALUATE.

       2400-WRITE-DETAIL-LINE.
           MOVE CLOG-NUMBER-2  TO LQD-NUMBER-2
           MOVE CLOG-RESULT    TO LQD-RESULT
           MOVE CLOG-STATUS    TO LQD-STATUS
           EVALUATE TRUE
               WHEN CLOG-REVERSING
                   MOVE "REVERSO"      TO LQD-REV-NOTE
               WHEN CLOG-REVERSAL-REFUSED
                   MOVE "REV RECH"     TO LQD-REV-NOTE
                   MOVE CLOG-REV-REASON TO LQD-REV-NOTE(10:2)
               WHEN RVD-FOUND
                   MOVE "REVERSADA"    TO LQD-REV-NOTE
           END-EVALUATE
           WRITE LOG-RPT-RECORD
           IF CLOG-REVERSING OR CLOG-REVERSAL-REFUSED
               PERFORM 2410-WRITE-REVREF-LINE
           END-IF.

       2410-WRITE-REVREF-LINE.
           ADD 1 TO LINE-COUNT
           MOVE SPACE TO LOG-RPT-RECORD
           MOVE "REFERENCIA:  "    TO LQR-LIT
           MOVE CLOG-REV-RUN-DATE  TO LQR-RUN-DATE
           MOVE CLOG-REV-DEPT-CODE TO LQR-DEPT-CODE
           MOVE " LOTE "           TO LQR-LIT-LOTE
           MOVE CLOG-REV-BATCH-NO  TO LQR-BATCH-NO
           MOVE " ITEM "           TO LQR-LIT-ITEM
           MOVE CLOG-REV-ITEM-NO   TO LQR-ITEM-NO
           WRITE LOG-RPT-RECORD.

      *----------------------------------------------------------------
      *  A BATCH RECORD WITH AN ITEM POSITION IS A REVERSED ORIGINAL
      *  WHEN SOME "R" ENTRY ON THE FILE NAMES ITS KEY.
      *----------------------------------------------------------------
       2800-TEST-REVERSED.
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

       2600-COUNT-BY-DEPT.
           MOVE "N" TO DEPT-FOUND-SW
           IF DEPT-ENTRY-COUNT > ZERO
       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY-SECTION
           CLOSE CALC-LOG-FILE LOG-RPT-FILE
           IF DEPT-MAST-OPEN
               CLOSE DEPT-MAST-FILE
           END-IF
           DISPLAY "CALCINQ1 - REGISTROS LEIDOS:       " RECORDS-READ
           DISPLAY "CALCINQ1 - REGISTROS SELECCIONADOS: "
               RECORDS-SELECTED.
           MOVE "  INVALIDAS       (IV):"    TO LQT-LABEL
           MOVE CNT-STATUS-INVALID           TO LQT-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "  DECLINADAS      (DC):"    TO LQT-LABEL
           MOVE CNT-STATUS-DECLINED          TO LQT-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE SPACE TO LOG-RPT-RECORD
           MOVE "REVERSOS (FUERA DE TOTALES)" TO LQT-LABEL
           WRITE LOG-RPT-RECORD
           MOVE "  OPERACIONES REVERSADAS:"  TO LQT-LABEL
           MOVE CNT-REVERSED                 TO LQT-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "  CONTRAPARTIDAS     (R):"  TO LQT-LABEL
           MOVE CNT-REVERSING                TO LQT-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE SPACE TO LOG-RPT-RECORD
           MOVE "REGISTROS LEIDOS      :"    TO LQT-LABEL
           MOVE RECORDS-READ                 TO LQT-COUNT
           WRITE LOG-RPT-RECORD
           MOVE SPACE TO LOG-RPT-RECORD.

      *----------------------------------------------------------------
      *  THE DEPARTMENT NAME FOLLOWS THE CODE, CUT TO THE WIDTH OF
      *  THE TOTAL LABEL; WITHOUT THE MASTER THE LINE KEEPS THE
      *  CODE ALONE, AS BEFORE.
      *----------------------------------------------------------------
       3300-WRITE-DEPT-LINE.
           IF DEPT-ENTRY-CODE (DEPT-IDX) = SPACE
               MOVE "  SIN DEPTO           :"  TO LQT-LABEL
           ELSE
               MOVE "  DEPTO               :"  TO LQT-LABEL
               MOVE DEPT-ENTRY-CODE (DEPT-IDX) TO LQT-LABEL(9:2)
               IF DEPT-MAST-OPEN
                   PERFORM 3310-NAME-DEPARTMENT
               END-IF
           END-IF
           MOVE DEPT-ENTRY-TOTAL (DEPT-IDX)   TO LQT-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE.

       3310-NAME-DEPARTMENT.
           MOVE DEPT-ENTRY-CODE (DEPT-IDX) TO DMST-DEPT-CODE
           READ DEPT-MAST-FILE
               INVALID KEY
                   MOVE "(NO EN MAESTRO)"  TO LQT-LABEL(12:18)
               NOT INVALID KEY
                   MOVE DMST-DEPT-NAME     TO LQT-LABEL(12:18)
           END-READ
           MOVE ":"                        TO LQT-LABEL(30:1).

       3400-WRITE-USER-LINE.
           IF USER-ENTRY-ID (USER-IDX) = SPACE
               MOVE "  SIN USR             :"  TO LQT-LABEL
