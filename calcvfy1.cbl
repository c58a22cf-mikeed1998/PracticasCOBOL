       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCVFY1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCVFY1 IS THE MONTHLY INTEGRITY CHECK OF THE CALCULATOR    *
      *  AUDIT LOG.  IT READS THE CALCHIST ARCHIVE AND THEN THE       *
      *  CURRENT CALCLOG END TO END, IN THE ORDER THE RECORDS WERE    *
      *  WRITTEN, AND FOLLOWS THE AUDIT CHAIN: EVERY DETAIL RECORD    *
      *  MUST CARRY THE NEXT SEQUENCE NUMBER AND A CHECK VALUE THAT   *
      *  CALCCHK1 RECOMPUTES FROM THE RECORD AND THE CHECK VALUE OF   *
      *  THE RECORD BEFORE IT.  A MISSING SEQUENCE (GAP), A REPEATED  *
      *  OR BACKWARD ONE, A CHECK VALUE THAT DOES NOT CHAIN, A DATE   *
      *  AND TIME EARLIER THAN THE RECORD BEFORE, AND A RECORD        *
      *  WITHOUT A SEQUENCE ONCE THE CHAIN HAS STARTED ARE EACH       *
      *  PRINTED AS AN EXCEPTION.  THE LAST RECORD OF THE CHAIN MUST  *
      *  AGREE WITH LOGCTL, SO RECORDS CUT OFF THE END OF THE LOG     *
      *  ARE CAUGHT TOO.  EVERY "*" PERIOD SUMMARY CALCARC1 LEFT ON   *
      *  THE LOG IS CHECKED AGAINST THE ARCHIVED DETAIL IT REPLACED   *
      *  (OPERATION COUNT, ERROR COUNT AND RESULT-VALUE TOTAL).       *
      *  ANY EXCEPTION ENDS THE STEP WITH CONDITION CODE 8.           *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - VERIFICACION DE LA CADENA
      *                   DE AUDITORIA Y DE LOS RESUMENES DE PERIODO
      *                   SOBRE EL REGISTRO DE 156 BYTES, CON LA TASA
      *                   USADA DENTRO DE LA CADENA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HIST-FILE  ASSIGN TO "CALCHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS HIST-FILE-STATUS.
           SELECT CALC-LOG-FILE   ASSIGN TO "CALCLOG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOG-FILE-STATUS.
           SELECT LOG-CTL-FILE    ASSIGN TO "LOGCTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LCTL-FILE-STATUS.
           SELECT VFY-RPT-FILE    ASSIGN TO "VFYRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS VRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HIST-FILE
           RECORDING MODE IS F.
       01  HIST-LOG-RECORD             PIC X(156).

       FD  CALC-LOG-FILE
           RECORDING MODE IS F.
       01  CURR-LOG-RECORD             PIC X(156).

       FD  LOG-CTL-FILE
           RECORDING MODE IS F.
           COPY "logctl.cpy".

       FD  VFY-RPT-FILE
           RECORDING MODE IS F.
           COPY "vfyrpt.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  HIST-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-HIST-FILE          VALUE "Y".
           05  LOG-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-LOG-FILE           VALUE "Y".
           05  LCTL-PRESENT-SW       PIC X(01)     VALUE "N".
               88  LOG-CONTROL-PRESENT       VALUE "Y".
           05  CHAIN-STARTED-SW      PIC X(01)     VALUE "N".
               88  CHAIN-STARTED             VALUE "Y".
           05  SUM-FOUND-SW          PIC X(01)     VALUE "N".
               88  SUMMARY-FOUND             VALUE "Y".

       01  RUN-COUNTERS.
           05  HIST-RECORDS-READ     PIC 9(06)     VALUE ZERO.
           05  LOG-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  CHAINED-RECORDS       PIC 9(06)     VALUE ZERO.
           05  LEGACY-RECORDS        PIC 9(06)     VALUE ZERO.
           05  SUMMARY-RECORDS       PIC 9(06)     VALUE ZERO.
           05  GAP-COUNT             PIC 9(06)     VALUE ZERO.
           05  MISSING-SEQ-COUNT     PIC 9(09)     VALUE ZERO.
           05  DUPLICATE-COUNT       PIC 9(06)     VALUE ZERO.
           05  CHAIN-BREAK-COUNT     PIC 9(06)     VALUE ZERO.
           05  BACKWARD-COUNT        PIC 9(06)     VALUE ZERO.
           05  UNSEQUENCED-COUNT     PIC 9(06)     VALUE ZERO.
           05  ORPHAN-COUNT          PIC 9(06)     VALUE ZERO.
           05  SUMMARY-BAD-COUNT     PIC 9(06)     VALUE ZERO.
           05  CONTROL-BAD-COUNT     PIC 9(06)     VALUE ZERO.
           05  EXCEPTION-COUNT       PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  WORK COPY OF THE LOG RECORD.  BOTH INPUT FILES ARE READ AS
      *  PLAIN IMAGES AND MOVED HERE, AS IN CALCCMP1.
      *----------------------------------------------------------------
       COPY "calclog.cpy".

      *----------------------------------------------------------------
      *  AUDIT CHAIN AS FOLLOWED SO FAR.  AFTER A BREAK THE CHAIN
      *  CARRIES ON FROM THE CHECK VALUE STORED ON THE RECORD, SO AN
      *  EDITED RECORD SHOWS UP AS ONE EXCEPTION AND NOT AS A BREAK
      *  ON EVERY RECORD AFTER IT.
      *----------------------------------------------------------------
       01  CHAIN-FIELDS.
           05  EXPECTED-SEQ-NO       PIC 9(09)     VALUE 1.
           05  LAST-SEQ-NO           PIC 9(09)     VALUE ZERO.
           05  LAST-CHECK-VALUE      PIC 9(09)     VALUE ZERO.
           05  NEW-CHECK-VALUE       PIC 9(09)     VALUE ZERO.
           05  SEQ-DIFFERENCE        PIC 9(09)     VALUE ZERO.
           05  LAST-STAMP            PIC X(16)     VALUE LOW-VALUE.
           05  RECORD-STAMP.
               10  RECORD-STAMP-DATE PIC X(08).
               10  RECORD-STAMP-TIME PIC X(08).

      *----------------------------------------------------------------
      *  PERIOD SUMMARIES FOUND ON THE CURRENT LOG, COLLECTED IN A
      *  FIRST PASS SO THE ARCHIVED DETAIL CAN BE ADDED UP AGAINST
      *  THEM AS THE ARCHIVE IS READ.  A DETAIL RECORD BELONGS TO
      *  THE SUMMARY OF ITS SOURCE WHOSE PERIOD TAKES IN ITS DATE.
      *----------------------------------------------------------------
       01  SUMMARY-TABLE.
           05  SUM-ENTRY-COUNT       PIC 9(04)     VALUE ZERO.
           05  SUM-ENTRY OCCURS 200 TIMES
                   INDEXED BY SUM-IDX.
               10  SUMT-SOURCE       PIC X(01).
               10  SUMT-PERIOD-START PIC X(08).
               10  SUMT-PERIOD-END   PIC X(08).
               10  SUMT-OPER-COUNT   PIC 9(06).
               10  SUMT-ERROR-COUNT  PIC 9(06).
               10  SUMT-VALUE-TOTAL  PIC S9(11)V99.
               10  SUMT-DET-COUNT    PIC 9(06).
               10  SUMT-DET-ERRORS   PIC 9(06).
               10  SUMT-DET-VALUE    PIC S9(11)V99.

       01  EXCEPTION-FIELDS.
           05  EXC-FILE-NAME         PIC X(08).
           05  EXC-RECORD-NO         PIC 9(06).
           05  EXC-DESCRIPTION       PIC X(26).
           05  EXC-FIGURE            PIC 9(09).

       01  REPORT-COUNTERS.
           05  LINE-COUNT            PIC 9(04)     VALUE ZERO.
           05  PAGE-COUNT            PIC 9(04)     VALUE ZERO.

       77  LINES-PER-PAGE            PIC 9(04)     VALUE 50.

       01  CURRENT-DATE              PIC 9(08).
       01  RUN-DATE-EDIT             PIC X(10).

       01  HIST-FILE-STATUS          PIC X(02).
           88  HIST-FILE-NOT-FOUND       VALUE "35".

       01  LOG-FILE-STATUS           PIC X(02).
           88  LOG-FILE-NOT-FOUND        VALUE "35".

       01  LCTL-FILE-STATUS          PIC X(02).
           88  LCTL-FILE-NOT-FOUND       VALUE "35".

       01  VRPT-FILE-STATUS          PIC X(02).

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
      *  A MISSING ARCHIVE IS NOT FATAL: BEFORE THE FIRST MONTHLY
      *  CUT THE WHOLE CHAIN IS ON THE CURRENT LOG.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-RUN-DATE
           OPEN INPUT CALC-HIST-FILE
           IF HIST-FILE-NOT-FOUND
               DISPLAY "CALCVFY1 - SIN ARCHIVO HISTORICO (CALCHIST)."
               SET END-OF-HIST-FILE TO TRUE
           END-IF
           OPEN INPUT CALC-LOG-FILE
           IF LOG-FILE-NOT-FOUND
               DISPLAY "CALCVFY1 - SIN BITACORA ACTUAL (CALCLOG)."
               SET END-OF-LOG-FILE TO TRUE
           END-IF
           IF END-OF-HIST-FILE AND END-OF-LOG-FILE
               DISPLAY "CALCVFY1 - NADA QUE VERIFICAR. TERMINANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VFY-RPT-FILE
           IF VRPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCVFY1 - ERROR AL ABRIR VFYRPT: "
                   VRPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-READ-LOG-CONTROL
           PERFORM 1200-LOAD-SUMMARIES
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

       1050-READ-LOG-CONTROL.
           OPEN INPUT LOG-CTL-FILE
           IF LCTL-FILE-NOT-FOUND
               DISPLAY "CALCVFY1 - SIN CONTROL DE CADENA (LOGCTL)."
           ELSE
               READ LOG-CTL-FILE
                   AT END
                       DISPLAY "CALCVFY1 - LOGCTL VACIO."
                   NOT AT END
                       SET LOG-CONTROL-PRESENT TO TRUE
               END-READ
               CLOSE LOG-CTL-FILE
           END-IF.

       1100-FORMAT-RUN-DATE.
           MOVE CURRENT-DATE(1:4) TO RUN-DATE-EDIT(1:4)
           MOVE "-"               TO RUN-DATE-EDIT(5:1)
           MOVE CURRENT-DATE(5:2) TO RUN-DATE-EDIT(6:2)
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE CURRENT-DATE(7:2) TO RUN-DATE-EDIT(9:2).

      *----------------------------------------------------------------
      *  FIRST PASS OVER THE CURRENT LOG FOR THE PERIOD SUMMARIES;
      *  THE LOG IS THEN REOPENED FOR THE CHAIN PASS PROPER.
      *----------------------------------------------------------------
       1200-LOAD-SUMMARIES.
           IF NOT END-OF-LOG-FILE
               READ CALC-LOG-FILE
                   AT END
                       SET END-OF-LOG-FILE TO TRUE
               END-READ
               PERFORM 1210-LOAD-ONE-SUMMARY
                   UNTIL END-OF-LOG-FILE
               CLOSE CALC-LOG-FILE
               OPEN INPUT CALC-LOG-FILE
               MOVE "N" TO LOG-EOF-SW
           END-IF.

       1210-LOAD-ONE-SUMMARY.
           MOVE CURR-LOG-RECORD TO CALC-LOG-RECORD
           IF CSUM-SUMMARY-MARK
               IF SUM-ENTRY-COUNT < 200
                   ADD 1 TO SUM-ENTRY-COUNT
                   SET SUM-IDX TO SUM-ENTRY-COUNT
                   MOVE CSUM-SOURCE       TO SUMT-SOURCE (SUM-IDX)
                   MOVE CSUM-PERIOD-START TO SUMT-PERIOD-START (SUM-IDX)
                   MOVE CSUM-PERIOD-END   TO SUMT-PERIOD-END (SUM-IDX)
                   MOVE CSUM-OPER-COUNT   TO SUMT-OPER-COUNT (SUM-IDX)
                   MOVE CSUM-ERROR-COUNT  TO SUMT-ERROR-COUNT (SUM-IDX)
                   MOVE CSUM-VALUE-TOTAL  TO SUMT-VALUE-TOTAL (SUM-IDX)
                   MOVE ZERO TO SUMT-DET-COUNT (SUM-IDX)
                                SUMT-DET-ERRORS (SUM-IDX)
                                SUMT-DET-VALUE (SUM-IDX)
               ELSE
                   DISPLAY "CALCVFY1 - TABLA DE RESUMENES LLENA (200)."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       1300-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO VFY-RPT-RECORD
           MOVE "VERIFICACION DE LA BITACORA" TO VFH1-TITLE
           MOVE "FECHA: "      TO VFH1-LIT-FECHA
           MOVE RUN-DATE-EDIT  TO VFH1-RUN-DATE
           MOVE "  PAGINA"     TO VFH1-LIT-PAGINA
           MOVE PAGE-COUNT     TO VFH1-PAGE-NO
           WRITE VFY-RPT-RECORD
           MOVE SPACE TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE " ARCHIVO    REG. SECUENCIA FECHA    HORA     EXCEPCION"
               TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE 3 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  A SUMMARY RECORD ON THE ARCHIVE IS NOT EXPECTED (CALCARC1
      *  NEVER MOVES ONE THERE); IT IS COUNTED AND LEFT ALONE.
      *----------------------------------------------------------------
       2000-PROCESS-HISTORY.
           ADD 1 TO HIST-RECORDS-READ
           MOVE HIST-LOG-RECORD   TO CALC-LOG-RECORD
           MOVE "CALCHIST"        TO EXC-FILE-NAME
           MOVE HIST-RECORDS-READ TO EXC-RECORD-NO
           IF CSUM-SUMMARY-MARK
               ADD 1 TO SUMMARY-RECORDS
           ELSE
               PERFORM 2100-CHECK-CHAIN
               PERFORM 2300-ADD-TO-SUMMARY
           END-IF
           READ CALC-HIST-FILE
               AT END
                   SET END-OF-HIST-FILE TO TRUE
           END-READ.

       2500-PROCESS-CURRENT-LOG.
           ADD 1 TO LOG-RECORDS-READ
           MOVE CURR-LOG-RECORD   TO CALC-LOG-RECORD
           MOVE "CALCLOG "        TO EXC-FILE-NAME
           MOVE LOG-RECORDS-READ  TO EXC-RECORD-NO
           IF CSUM-SUMMARY-MARK
               ADD 1 TO SUMMARY-RECORDS
           ELSE
               PERFORM 2100-CHECK-CHAIN
           END-IF
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  RECORDS WRITTEN BEFORE THE CHAIN EXISTED CARRY NO SEQUENCE
      *  AND ARE ONLY COUNTED.  ONCE THE FIRST SEQUENCED RECORD HAS
      *  BEEN SEEN, EVERY DETAIL RECORD MUST BE SEQUENCED.
      *----------------------------------------------------------------
       2100-CHECK-CHAIN.
           IF CLOG-SEQ-NO IS NUMERIC
               SET CHAIN-STARTED TO TRUE
               ADD 1 TO CHAINED-RECORDS
               PERFORM 2110-CHECK-SEQUENCE
               PERFORM 2120-CHECK-VALUE
               PERFORM 2130-CHECK-TIMESTAMP
           ELSE
               IF CHAIN-STARTED
                   ADD 1 TO UNSEQUENCED-COUNT
                   MOVE "REGISTRO SIN SECUENCIA" TO EXC-DESCRIPTION
                   MOVE ZERO TO EXC-FIGURE
                   PERFORM 2400-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO LEGACY-RECORDS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  A SEQUENCE AHEAD OF THE ONE EXPECTED IS A GAP (THE FIGURE IS
      *  HOW MANY ARE MISSING); ONE BEHIND IT WAS ALREADY USED.
      *----------------------------------------------------------------
       2110-CHECK-SEQUENCE.
           EVALUATE TRUE
               WHEN CLOG-SEQ-NO = EXPECTED-SEQ-NO
                   CONTINUE
               WHEN CLOG-SEQ-NO > EXPECTED-SEQ-NO
                   ADD 1 TO GAP-COUNT
                   COMPUTE SEQ-DIFFERENCE =
                       CLOG-SEQ-NO - EXPECTED-SEQ-NO
                   ADD SEQ-DIFFERENCE TO MISSING-SEQ-COUNT
                   MOVE "SALTO, FALTAN REGISTROS:" TO EXC-DESCRIPTION
                   MOVE SEQ-DIFFERENCE TO EXC-FIGURE
                   PERFORM 2400-WRITE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE "SECUENCIA REPETIDA, ULT.:" TO EXC-DESCRIPTION
                   MOVE LAST-SEQ-NO TO EXC-FIGURE
                   PERFORM 2400-WRITE-EXCEPTION
           END-EVALUATE
           IF CLOG-SEQ-NO NOT < EXPECTED-SEQ-NO
               COMPUTE EXPECTED-SEQ-NO = CLOG-SEQ-NO + 1
           END-IF
           MOVE CLOG-SEQ-NO TO LAST-SEQ-NO.

       2120-CHECK-VALUE.
           CALL "CALCCHK1" USING CALC-LOG-RECORD
                                 LAST-CHECK-VALUE
                                 NEW-CHECK-VALUE
           IF CLOG-CHECK-VALUE IS NUMERIC
              AND CLOG-CHECK-VALUE = NEW-CHECK-VALUE
               CONTINUE
           ELSE
               ADD 1 TO CHAIN-BREAK-COUNT
               MOVE "CONTROL NO ENCADENA" TO EXC-DESCRIPTION
               MOVE ZERO TO EXC-FIGURE
               PERFORM 2400-WRITE-EXCEPTION
           END-IF
           IF CLOG-CHECK-VALUE IS NUMERIC
               MOVE CLOG-CHECK-VALUE TO LAST-CHECK-VALUE
           ELSE
               MOVE NEW-CHECK-VALUE  TO LAST-CHECK-VALUE
           END-IF.

       2130-CHECK-TIMESTAMP.
           MOVE CLOG-RUN-DATE TO RECORD-STAMP-DATE
           MOVE CLOG-RUN-TIME TO RECORD-STAMP-TIME
           IF RECORD-STAMP < LAST-STAMP
               ADD 1 TO BACKWARD-COUNT
               MOVE "FECHA/HORA HACIA ATRAS" TO EXC-DESCRIPTION
               MOVE ZERO TO EXC-FIGURE
               PERFORM 2400-WRITE-EXCEPTION
           END-IF
           MOVE RECORD-STAMP TO LAST-STAMP.

      *----------------------------------------------------------------
      *  ARCHIVED DETAIL IS ADDED TO ITS PERIOD SUMMARY THE SAME WAY
      *  CALCARC1 BUILT IT.  DETAIL THAT NO SUMMARY TAKES IN MEANS A
      *  SUMMARY IS MISSING FROM THE LOG.
      *----------------------------------------------------------------
       2300-ADD-TO-SUMMARY.
           MOVE "N" TO SUM-FOUND-SW
           IF SUM-ENTRY-COUNT > ZERO
               SET SUM-IDX TO 1
               SEARCH SUM-ENTRY
                   WHEN SUM-IDX > SUM-ENTRY-COUNT
                       CONTINUE
                   WHEN SUMT-SOURCE (SUM-IDX) = CLOG-SOURCE
                    AND SUMT-PERIOD-START (SUM-IDX) NOT > CLOG-RUN-DATE
                    AND SUMT-PERIOD-END (SUM-IDX) NOT < CLOG-RUN-DATE
                       SET SUMMARY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF SUMMARY-FOUND
               ADD 1 TO SUMT-DET-COUNT (SUM-IDX)
               IF NOT CLOG-STATUS-OK
                   ADD 1 TO SUMT-DET-ERRORS (SUM-IDX)
               END-IF
               ADD CLOG-RESULT TO SUMT-DET-VALUE (SUM-IDX)
           ELSE
               ADD 1 TO ORPHAN-COUNT
               MOVE "ARCHIVADO SIN RESUMEN" TO EXC-DESCRIPTION
               MOVE ZERO TO EXC-FIGURE
               PERFORM 2400-WRITE-EXCEPTION
           END-IF.

       2400-WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO VFY-RPT-RECORD
           MOVE EXC-FILE-NAME   TO VFE-FILE-NAME
           MOVE EXC-RECORD-NO   TO VFE-RECORD-NO
           IF CLOG-SEQ-NO IS NUMERIC
               MOVE CLOG-SEQ-NO TO VFE-SEQ-NO
           END-IF
           MOVE CLOG-RUN-DATE   TO VFE-RUN-DATE
           MOVE CLOG-RUN-TIME   TO VFE-RUN-TIME
           MOVE EXC-DESCRIPTION TO VFE-DESCRIPTION
           IF EXC-FIGURE > ZERO
               MOVE EXC-FIGURE  TO VFE-FIGURE
           END-IF
           WRITE VFY-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       3000-FINALIZE.
           PERFORM 3100-CHECK-LOG-CONTROL
           PERFORM 3200-PRINT-SUMMARY-HEADING
           PERFORM 3210-PRINT-SUMMARY-ENTRY
               VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > SUM-ENTRY-COUNT
           PERFORM 3300-WRITE-CONTROL-SECTION
           IF NOT HIST-FILE-NOT-FOUND
               CLOSE CALC-HIST-FILE
           END-IF
           IF NOT LOG-FILE-NOT-FOUND
               CLOSE CALC-LOG-FILE
           END-IF
           CLOSE VFY-RPT-FILE
           DISPLAY "CALCVFY1 - HISTORICOS LEIDOS:   "
               HIST-RECORDS-READ
           DISPLAY "CALCVFY1 - BITACORA LEIDA:      "
               LOG-RECORDS-READ
           DISPLAY "CALCVFY1 - REGISTROS EN CADENA: "
               CHAINED-RECORDS
           DISPLAY "CALCVFY1 - ANTERIORES A CADENA: "
               LEGACY-RECORDS
           DISPLAY "CALCVFY1 - EXCEPCIONES:         "
               EXCEPTION-COUNT
           IF EXCEPTION-COUNT = ZERO
               DISPLAY "CALCVFY1 - BITACORA INTEGRA."
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "CALCVFY1 - BITACORA CON EXCEPCIONES."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  THE LAST RECORD OF THE CHAIN MUST BE THE ONE LOGCTL NAMES.
      *  A LOGCTL AHEAD OF THE LOG MEANS RECORDS ARE MISSING FROM
      *  THE END; ONE BEHIND IT WOULD MAKE THE NEXT RUN REPEAT
      *  SEQUENCE NUMBERS.  THE EXCEPTION LINE SHOWS THE LOGCTL
      *  FIGURES.
      *----------------------------------------------------------------
       3100-CHECK-LOG-CONTROL.
           MOVE "LOGCTL  " TO EXC-FILE-NAME
           MOVE ZERO       TO EXC-RECORD-NO
           MOVE SPACE      TO CALC-LOG-RECORD
           EVALUATE TRUE
               WHEN NOT LOG-CONTROL-PRESENT
                   IF CHAIN-STARTED
                       ADD 1 TO CONTROL-BAD-COUNT
                       MOVE "FALTA CONTROL, ULTIMA SEQ:"
                           TO EXC-DESCRIPTION
                       MOVE LAST-SEQ-NO TO EXC-FIGURE
                       PERFORM 2400-WRITE-EXCEPTION
                   END-IF
               WHEN LCTL-LAST-SEQ-NO NOT = LAST-SEQ-NO
                   ADD 1 TO CONTROL-BAD-COUNT
                   MOVE LCTL-LAST-SEQ-NO TO CLOG-SEQ-NO
                   MOVE LCTL-LAST-DATE   TO CLOG-RUN-DATE
                   MOVE LCTL-LAST-TIME   TO CLOG-RUN-TIME
                   MOVE "LOG TERMINA EN SECUENCIA:"
                       TO EXC-DESCRIPTION
                   MOVE LAST-SEQ-NO TO EXC-FIGURE
                   PERFORM 2400-WRITE-EXCEPTION
               WHEN LCTL-LAST-CHECK-VALUE NOT = LAST-CHECK-VALUE
                   ADD 1 TO CONTROL-BAD-COUNT
                   MOVE LCTL-LAST-SEQ-NO TO CLOG-SEQ-NO
                   MOVE LCTL-LAST-DATE   TO CLOG-RUN-DATE
                   MOVE LCTL-LAST-TIME   TO CLOG-RUN-TIME
                   MOVE "VALOR DE CONTROL DISTINTO" TO EXC-DESCRIPTION
                   MOVE ZERO TO EXC-FIGURE
                   PERFORM 2400-WRITE-EXCEPTION
           END-EVALUATE.

       3200-PRINT-SUMMARY-HEADING.
           IF LINE-COUNT + 4 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE "*---- RESUMENES DE PERIODO CONTRA EL ARCHIVO ----*"
               TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE " F PERIODO              CIFRAS: RESUMEN / DETALLE"
               TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           ADD 3 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  TWO LINES PER SUMMARY: COUNTS AND VERDICT, THEN THE VALUE
      *  TOTALS.  EACH FIGURE IS SHOWN AS SUMMARY / DETAIL.
      *----------------------------------------------------------------
       3210-PRINT-SUMMARY-ENTRY.
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO VFY-RPT-RECORD
           MOVE SUMT-SOURCE (SUM-IDX)       TO VFS1-SOURCE
           MOVE SUMT-PERIOD-START (SUM-IDX) TO VFS1-PERIOD-START
           MOVE " A "                       TO VFS1-LIT-A
           MOVE SUMT-PERIOD-END (SUM-IDX)   TO VFS1-PERIOD-END
           MOVE "  OPER: "                  TO VFS1-LIT-OPER
           MOVE SUMT-OPER-COUNT (SUM-IDX)   TO VFS1-OPER-SUMMARY
           MOVE " / "                       TO VFS1-LIT-VS-1
           MOVE SUMT-DET-COUNT (SUM-IDX)    TO VFS1-OPER-DETAIL
           MOVE "  ERR: "                   TO VFS1-LIT-ERR
           MOVE SUMT-ERROR-COUNT (SUM-IDX)  TO VFS1-ERROR-SUMMARY
           MOVE " / "                       TO VFS1-LIT-VS-2
           MOVE SUMT-DET-ERRORS (SUM-IDX)   TO VFS1-ERROR-DETAIL
           IF SUMT-OPER-COUNT (SUM-IDX) = SUMT-DET-COUNT (SUM-IDX)
              AND SUMT-ERROR-COUNT (SUM-IDX) =
                  SUMT-DET-ERRORS (SUM-IDX)
              AND SUMT-VALUE-TOTAL (SUM-IDX) =
                  SUMT-DET-VALUE (SUM-IDX)
               MOVE "CUADRA"     TO VFS1-VERDICT
           ELSE
               MOVE "DIFERENCIA" TO VFS1-VERDICT
               ADD 1 TO SUMMARY-BAD-COUNT
               ADD 1 TO EXCEPTION-COUNT
           END-IF
           WRITE VFY-RPT-RECORD
           MOVE SPACE TO VFY-RPT-RECORD
           MOVE "VALOR: "                   TO VFS2-LIT-VALOR
           MOVE SUMT-VALUE-TOTAL (SUM-IDX)  TO VFS2-VALUE-SUMMARY
           MOVE " / "                       TO VFS2-LIT-VS
           MOVE SUMT-DET-VALUE (SUM-IDX)    TO VFS2-VALUE-DETAIL
           WRITE VFY-RPT-RECORD
           ADD 2 TO LINE-COUNT.

       3300-WRITE-CONTROL-SECTION.
           IF LINE-COUNT + 18 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE "*-------- CIFRAS DE CONTROL --------*"
               TO VFY-RPT-RECORD
           WRITE VFY-RPT-RECORD
           MOVE SPACE TO VFY-RPT-RECORD
           MOVE "HISTORICOS LEIDOS:"            TO VFC-LABEL
           MOVE HIST-RECORDS-READ               TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "BITACORA LEIDA:"               TO VFC-LABEL
           MOVE LOG-RECORDS-READ                TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "RESUMENES DE PERIODO:"         TO VFC-LABEL
           MOVE SUMMARY-RECORDS                 TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "REGISTROS ANTERIORES A LA CADENA:" TO VFC-LABEL
           MOVE LEGACY-RECORDS                  TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "REGISTROS EN CADENA:"          TO VFC-LABEL
           MOVE CHAINED-RECORDS                 TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "ULTIMA SECUENCIA:"             TO VFC-LABEL
           MOVE LAST-SEQ-NO                     TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "SALTOS DE SECUENCIA:"          TO VFC-LABEL
           MOVE GAP-COUNT                       TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "SECUENCIAS FALTANTES:"         TO VFC-LABEL
           MOVE MISSING-SEQ-COUNT               TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "SECUENCIAS REPETIDAS:"         TO VFC-LABEL
           MOVE DUPLICATE-COUNT                 TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "VALORES QUE NO ENCADENAN:"     TO VFC-LABEL
           MOVE CHAIN-BREAK-COUNT               TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "FECHA/HORA HACIA ATRAS:"       TO VFC-LABEL
           MOVE BACKWARD-COUNT                  TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "REGISTROS SIN SECUENCIA:"      TO VFC-LABEL
           MOVE UNSEQUENCED-COUNT               TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "ARCHIVADOS SIN RESUMEN:"       TO VFC-LABEL
           MOVE ORPHAN-COUNT                    TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "RESUMENES QUE NO CUADRAN:"     TO VFC-LABEL
           MOVE SUMMARY-BAD-COUNT               TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           MOVE "DIFERENCIAS CONTRA LOGCTL:"    TO VFC-LABEL
           MOVE CONTROL-BAD-COUNT               TO VFC-VALUE
           PERFORM 3310-WRITE-CONTROL-LINE
           IF EXCEPTION-COUNT = ZERO
               MOVE "* RESULTADO: BITACORA INTEGRA *"
                   TO VFY-RPT-RECORD
           ELSE
               MOVE "* RESULTADO: BITACORA CON EXCEPCIONES *"
                   TO VFY-RPT-RECORD
           END-IF
           WRITE VFY-RPT-RECORD.

       3310-WRITE-CONTROL-LINE.
           MOVE "* " TO VFC-MARK
           WRITE VFY-RPT-RECORD
           MOVE SPACE TO VFY-RPT-RECORD.

       END PROGRAM CALCVFY1.
