       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCGLJ1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCGLJ1 BUILDS THE GENERAL-LEDGER JOURNAL FROM THE NIGHTLY  *
      *  BATCH RESULTS.  IT RUNS AFTER CALCRCN1 HAS RECONCILED THE    *
      *  NIGHT AND READS THE BATCH-SOURCE CALCLOG RECORDS OF THE      *
      *  JOURNAL DATE (OPTIONAL GLPARM CARD, DEFAULT THE RUN DATE).   *
      *  EVERY RECORD WITH STATUS "OK" - REVERSAL OFFSETS INCLUDED,   *
      *  WITH THEIR RESULT ALREADY TURNED - IS MAPPED THROUGH GLMAP   *
      *  BY DEPARTMENT AND OPERATOR TO A DEBIT AND A CREDIT ACCOUNT   *
      *  AND ADDED TO THE ENTRY OF THAT DEPARTMENT AND ACCOUNT PAIR.  *
      *  GLJRNL GETS A HEADER, ONE BALANCED ENTRY (DEBIT LINE AND     *
      *  CREDIT LINE) PER PAIR, AND A TRAILER WITH THE ENTRY COUNT    *
      *  AND THE DEBIT AND CREDIT TOTALS.  A RECORD THAT CANNOT BE    *
      *  POSTED ON BOTH SIDES - NO MAPPING, AN ACCOUNT MISSING, A     *
      *  RESULT THAT IS NOT NUMERIC OR THAT WOULD OVERFLOW ITS ENTRY  *
      *  - IS LISTED ON THE GLRPT SUSPENSE REPORT AND KEPT OUT OF     *
      *  THE JOURNAL.  CONDITION CODES FOR THE SCHEDULER:             *
      *       0  JOURNAL COMPLETE, NOTHING IN SUSPENSE                *
      *       4  JOURNAL BALANCED, ITEMS LEFT IN SUSPENSE             *
      *       8  JOURNAL OUT OF BALANCE - DO NOT LOAD                 *
      *      16  NOT STARTED (CALCLOG OR GLMAP MISSING)               *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - DIARIO CONTABLE DE LOS
      *                   RESULTADOS DEL BATCH NOCTURNO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG-FILE   ASSIGN TO "CALCLOG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOG-FILE-STATUS.
           SELECT GL-MAP-FILE     ASSIGN TO "GLMAP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS GLMP-KEY
                                   FILE STATUS IS GLMP-FILE-STATUS.
           SELECT GL-PARM-FILE    ASSIGN TO "GLPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GPRM-FILE-STATUS.
           SELECT GL-JRNL-FILE    ASSIGN TO "GLJRNL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GLJ-FILE-STATUS.
           SELECT GL-RPT-FILE     ASSIGN TO "GLRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE
           RECORDING MODE IS F.
           COPY "calclog.cpy".

       FD  GL-MAP-FILE.
           COPY "glmap.cpy".

       FD  GL-PARM-FILE
           RECORDING MODE IS F.
       01  GL-PARM-RECORD.
           05  GPRM-DATE               PIC X(08).

       FD  GL-JRNL-FILE
           RECORDING MODE IS F.
           COPY "gljrnl.cpy".

       FD  GL-RPT-FILE
           RECORDING MODE IS F.
           COPY "glrpt.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  LOG-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-LOG-FILE           VALUE "Y".
           05  ENT-FOUND-SW          PIC X(01)     VALUE "N".
               88  ENTRY-FOUND               VALUE "Y".

       01  RUN-COUNTERS.
           05  LOG-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  BATCH-RECORDS-DATE    PIC 9(06)     VALUE ZERO.
           05  NOT-OK-RECORDS        PIC 9(06)     VALUE ZERO.
           05  OK-RECORDS            PIC 9(06)     VALUE ZERO.
           05  POSTED-RECORDS        PIC 9(06)     VALUE ZERO.
           05  SUSPENSE-COUNT        PIC 9(06)     VALUE ZERO.
           05  ZERO-ENTRY-COUNT      PIC 9(06)     VALUE ZERO.
           05  JOURNAL-LINES         PIC 9(06)     VALUE ZERO.

       01  JOURNAL-TOTALS.
           05  ENTRY-NUMBER          PIC 9(05)     VALUE ZERO.
           05  DEBIT-TOTAL           PIC 9(13)V99  VALUE ZERO.
           05  CREDIT-TOTAL          PIC 9(13)V99  VALUE ZERO.
           05  SUSPENSE-AMOUNT       PIC S9(13)V99 VALUE ZERO.
           05  ENTRY-ABS-AMOUNT      PIC 9(13)V99  VALUE ZERO.

      *----------------------------------------------------------------
      *  ONE ENTRY PER DEPARTMENT AND DEBIT/CREDIT ACCOUNT PAIR, IN
      *  THE ORDER THE PAIRS ARE FIRST MET ON THE LOG (BATCH ORDER).
      *  THE AMOUNT IS THE NET OF THE RESULTS POSTED TO THE PAIR; A
      *  NEGATIVE NET IS JOURNALED WITH THE SIDES TURNED.  THE
      *  AMOUNT IS KEPT TO THE WIDTH OF GLJD-AMOUNT, SO A PAIR THAT
      *  WOULD NOT FIT ON THE JOURNAL OVERFLOWS HERE, IN 2200, AND
      *  THE RESULT GOES TO SUSPENSE INSTEAD OF BEING CUT.
      *----------------------------------------------------------------
       01  ENTRY-TABLE.
           05  ENT-ENTRY-COUNT       PIC 9(04)     VALUE ZERO.
           05  ENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY ENT-IDX.
               10  ENTT-DEPT-CODE    PIC X(02).
               10  ENTT-DEBIT-ACCT   PIC X(10).
               10  ENTT-CREDIT-ACCT  PIC X(10).
               10  ENTT-DESCRIPTION  PIC X(20).
               10  ENTT-AMOUNT       PIC S9(11)V99.
               10  ENTT-ITEM-COUNT   PIC 9(06).

       01  SUSPENSE-FIELDS.
           05  SUSP-REASON-CODE      PIC X(02).
               88  SUSP-NONE                 VALUE SPACE.
           05  SUSP-REASON-DESC      PIC X(24).

       01  REPORT-COUNTERS.
           05  LINE-COUNT            PIC 9(04)     VALUE ZERO.
           05  PAGE-COUNT            PIC 9(04)     VALUE ZERO.

       77  LINES-PER-PAGE            PIC 9(04)     VALUE 50.

       01  JOURNAL-DATE              PIC X(08).

       01  CURRENT-DATE              PIC 9(08).
       01  CURRENT-TIME              PIC 9(08).
       01  RUN-DATE-EDIT             PIC X(10).

       01  LOG-FILE-STATUS           PIC X(02).
           88  LOG-FILE-NOT-FOUND        VALUE "35".

       01  GLMP-FILE-STATUS          PIC X(02).
           88  GLMP-FILE-NOT-FOUND       VALUE "35".

       01  GPRM-FILE-STATUS          PIC X(02).
           88  GPRM-FILE-NOT-FOUND       VALUE "35".

       01  GLJ-FILE-STATUS           PIC X(02).

       01  GRPT-FILE-STATUS          PIC X(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOG-RECORD
               UNTIL END-OF-LOG-FILE
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-DATE TO JOURNAL-DATE
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1150-FORMAT-RUN-DATE
           OPEN INPUT CALC-LOG-FILE
           IF LOG-FILE-NOT-FOUND
               DISPLAY "CALCGLJ1 - NO SE ENCONTRO CALCLOG. TERMINANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF GLMP-FILE-STATUS NOT = "00"
               DISPLAY "CALCGLJ1 - NO SE PUDO ABRIR GLMAP: "
                   GLMP-FILE-STATUS ". TERMINANDO."
               CLOSE CALC-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GL-JRNL-FILE
           IF GLJ-FILE-STATUS NOT = "00"
               DISPLAY "CALCGLJ1 - ERROR AL ABRIR GLJRNL: "
                   GLJ-FILE-STATUS
               CLOSE CALC-LOG-FILE GL-MAP-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GL-RPT-FILE
           IF GRPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCGLJ1 - ERROR AL ABRIR GLRPT: "
                   GRPT-FILE-STATUS
               CLOSE CALC-LOG-FILE GL-MAP-FILE GL-JRNL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-WRITE-PAGE-HEADING
           PERFORM 1400-WRITE-SUSPENSE-HEADING
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       1100-READ-PARM-CARD.
           OPEN INPUT GL-PARM-FILE
           IF GPRM-FILE-NOT-FOUND
               DISPLAY "CALCGLJ1 - SIN TARJETA GLPARM. FECHA DE HOY."
           ELSE
               READ GL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GPRM-DATE NOT = SPACE
                           MOVE GPRM-DATE TO JOURNAL-DATE
                       END-IF
               END-READ
               CLOSE GL-PARM-FILE
           END-IF.

       1150-FORMAT-RUN-DATE.
           MOVE JOURNAL-DATE(1:4) TO RUN-DATE-EDIT(1:4)
           MOVE "-"               TO RUN-DATE-EDIT(5:1)
           MOVE JOURNAL-DATE(5:2) TO RUN-DATE-EDIT(6:2)
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE JOURNAL-DATE(7:2) TO RUN-DATE-EDIT(9:2).

       1300-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO GL-RPT-RECORD
           MOVE "DIARIO CONTABLE - CALCULADORA" TO GLH1-TITLE
           MOVE "FECHA: "      TO GLH1-LIT-FECHA
           MOVE RUN-DATE-EDIT  TO GLH1-RUN-DATE
           MOVE "  PAGINA"     TO GLH1-LIT-PAGINA
           MOVE PAGE-COUNT     TO GLH1-PAGE-NO
           WRITE GL-RPT-RECORD
           MOVE SPACE TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE 2 TO LINE-COUNT.

       1400-WRITE-SUSPENSE-HEADING.
           MOVE "*-------- PARTIDAS EN SUSPENSO --------*"
               TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE " SECUENCIA DP LOTE ITEM O     RESULTADO RZ DESCRIPCION"
               TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           ADD 2 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  ONLY THE BATCH DETAIL OF THE JOURNAL DATE IS TAKEN.  A
      *  RECORD THAT IS NOT "OK" (ERROR, OVERFLOW, REFUSED REVERSAL,
      *  DECLINED ITEM) PRODUCED NO RESULT TO POST AND IS ONLY
      *  COUNTED.
      *----------------------------------------------------------------
       2000-PROCESS-LOG-RECORD.
           ADD 1 TO LOG-RECORDS-READ
           IF NOT CSUM-SUMMARY-MARK
              AND CLOG-SOURCE-BATCH
              AND CLOG-RUN-DATE = JOURNAL-DATE
               ADD 1 TO BATCH-RECORDS-DATE
               IF CLOG-STATUS-OK
                   ADD 1 TO OK-RECORDS
                   PERFORM 2100-MAP-RECORD
               ELSE
                   ADD 1 TO NOT-OK-RECORDS
               END-IF
           END-IF
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       2100-MAP-RECORD.
           MOVE SPACE TO SUSP-REASON-CODE
           IF CLOG-RESULT IS NOT NUMERIC
               MOVE "03" TO SUSP-REASON-CODE
               MOVE "IMPORTE NO NUMERICO" TO SUSP-REASON-DESC
           ELSE
               MOVE CLOG-DEPT-CODE TO GLMP-DEPT-CODE
               MOVE CLOG-OPERATOR  TO GLMP-OPERATOR
               READ GL-MAP-FILE
                   INVALID KEY
                       MOVE "01" TO SUSP-REASON-CODE
                       MOVE "SIN CUENTA CONTABLE" TO SUSP-REASON-DESC
                   NOT INVALID KEY
                       IF GLMP-DEBIT-ACCOUNT = SPACE
                          OR GLMP-CREDIT-ACCOUNT = SPACE
                           MOVE "02" TO SUSP-REASON-CODE
                           MOVE "CUENTA INCOMPLETA"
                               TO SUSP-REASON-DESC
                       END-IF
               END-READ
           END-IF
           IF SUSP-NONE
               PERFORM 2200-ADD-TO-ENTRY
           END-IF
           IF SUSP-NONE
               ADD 1 TO POSTED-RECORDS
           ELSE
               PERFORM 2300-WRITE-SUSPENSE
           END-IF.

      *----------------------------------------------------------------
      *  A RESULT THAT WOULD OVERFLOW THE ENTRY AMOUNT, OR A NEW PAIR
      *  WITH THE TABLE FULL, CANNOT BE JOURNALED WITHOUT LOSING ONE
      *  SIDE OF IT, SO IT GOES TO SUSPENSE LIKE AN UNMAPPED RECORD.
      *----------------------------------------------------------------
       2200-ADD-TO-ENTRY.
           MOVE "N" TO ENT-FOUND-SW
           IF ENT-ENTRY-COUNT > ZERO
               SET ENT-IDX TO 1
               SEARCH ENT-ENTRY
                   WHEN ENT-IDX > ENT-ENTRY-COUNT
                       CONTINUE
                   WHEN ENTT-DEPT-CODE (ENT-IDX) = CLOG-DEPT-CODE
                    AND ENTT-DEBIT-ACCT (ENT-IDX) = GLMP-DEBIT-ACCOUNT
                    AND ENTT-CREDIT-ACCT (ENT-IDX) =
                        GLMP-CREDIT-ACCOUNT
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
               IF ENT-ENTRY-COUNT < 500
                   ADD 1 TO ENT-ENTRY-COUNT
                   SET ENT-IDX TO ENT-ENTRY-COUNT
                   MOVE CLOG-DEPT-CODE      TO ENTT-DEPT-CODE (ENT-IDX)
                   MOVE GLMP-DEBIT-ACCOUNT  TO ENTT-DEBIT-ACCT (ENT-IDX)
                   MOVE GLMP-CREDIT-ACCOUNT
                       TO ENTT-CREDIT-ACCT (ENT-IDX)
                   MOVE GLMP-DESCRIPTION
                       TO ENTT-DESCRIPTION (ENT-IDX)
                   MOVE ZERO TO ENTT-AMOUNT (ENT-IDX)
                                ENTT-ITEM-COUNT (ENT-IDX)
               ELSE
                   MOVE "05" TO SUSP-REASON-CODE
                   MOVE "TABLA DE ASIENTOS LLENA" TO SUSP-REASON-DESC
               END-IF
           END-IF
           IF SUSP-NONE
               ADD CLOG-RESULT TO ENTT-AMOUNT (ENT-IDX)
                   ON SIZE ERROR
                       MOVE "04" TO SUSP-REASON-CODE
                       MOVE "DESBORDA EL ASIENTO" TO SUSP-REASON-DESC
                   NOT ON SIZE ERROR
                       ADD 1 TO ENTT-ITEM-COUNT (ENT-IDX)
               END-ADD
           END-IF.

       2300-WRITE-SUSPENSE.
           ADD 1 TO SUSPENSE-COUNT
           IF CLOG-RESULT IS NUMERIC
               ADD CLOG-RESULT TO SUSPENSE-AMOUNT
           END-IF
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
               PERFORM 1400-WRITE-SUSPENSE-HEADING
           END-IF
           MOVE SPACE TO GL-RPT-RECORD
           IF CLOG-SEQ-NO IS NUMERIC
               MOVE CLOG-SEQ-NO    TO GLS-SEQ-NO
           END-IF
           MOVE CLOG-DEPT-CODE     TO GLS-DEPT-CODE
           MOVE CLOG-BATCH-NO      TO GLS-BATCH-NO
           MOVE CLOG-ITEM-NO       TO GLS-ITEM-NO
           MOVE CLOG-OPERATOR      TO GLS-OPERATOR
           IF CLOG-RESULT IS NUMERIC
               MOVE CLOG-RESULT    TO GLS-RESULT
           END-IF
           MOVE SUSP-REASON-CODE   TO GLS-REASON-CODE
           MOVE SUSP-REASON-DESC   TO GLS-REASON-DESC
           WRITE GL-RPT-RECORD
           ADD 1 TO LINE-COUNT.

       3000-FINALIZE.
           IF SUSPENSE-COUNT = ZERO
               MOVE "  (NINGUNA)" TO GL-RPT-RECORD
               WRITE GL-RPT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF
           PERFORM 3100-WRITE-JOURNAL-HEADER
           PERFORM 3200-WRITE-ENTRY-HEADING
           PERFORM 3300-WRITE-ENTRY
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > ENT-ENTRY-COUNT
           PERFORM 3400-WRITE-JOURNAL-TRAILER
           PERFORM 3500-WRITE-CONTROL-SECTION
           CLOSE CALC-LOG-FILE GL-MAP-FILE GL-JRNL-FILE GL-RPT-FILE
           DISPLAY "CALCGLJ1 - FECHA DEL DIARIO:       " JOURNAL-DATE
           DISPLAY "CALCGLJ1 - REGISTROS BATCH:        "
               BATCH-RECORDS-DATE
           DISPLAY "CALCGLJ1 - CONTABILIZADOS:         "
               POSTED-RECORDS
           DISPLAY "CALCGLJ1 - EN SUSPENSO:            "
               SUSPENSE-COUNT
           DISPLAY "CALCGLJ1 - ASIENTOS EN EL DIARIO:  "
               ENTRY-NUMBER
           EVALUATE TRUE
               WHEN DEBIT-TOTAL NOT = CREDIT-TOTAL
                   DISPLAY "CALCGLJ1 - DIARIO DESBALANCEADO. NO CARGAR."
                   MOVE 8 TO RETURN-CODE
               WHEN SUSPENSE-COUNT > ZERO
                   DISPLAY "CALCGLJ1 - DIARIO CUADRADO, CON SUSPENSO."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CALCGLJ1 - DIARIO CUADRADO."
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       3100-WRITE-JOURNAL-HEADER.
           MOVE SPACE TO GL-JRNL-RECORD
           SET GLJ-TYPE-HEADER TO TRUE
           MOVE "CALCGLJ1"            TO GLJH-SOURCE
           MOVE JOURNAL-DATE          TO GLJH-JOURNAL-DATE
           MOVE CURRENT-DATE          TO GLJH-CREATED-DATE
           MOVE CURRENT-TIME(1:6)     TO GLJH-CREATED-TIME
           MOVE "RESULTADOS BATCH CALCULADORA" TO GLJH-DESCRIPTION
           WRITE GL-JRNL-RECORD.

       3200-WRITE-ENTRY-HEADING.
           IF LINE-COUNT + 4 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE "*-------- ASIENTOS DEL DIARIO --------*"
               TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE " ASIEN DP DEBE       HABER" TO GL-RPT-RECORD
           MOVE "IMPORTE  ITEMS DESCRIPCION" TO GL-RPT-LINE(40:26)
           WRITE GL-RPT-RECORD
           ADD 3 TO LINE-COUNT.

      *----------------------------------------------------------------
      *  A PAIR THAT NETS TO ZERO HAS NOTHING TO POST AND IS LEFT
      *  OUT; ITS ITEMS ARE STILL COUNTED AS POSTED.  BOTH LINES OF
      *  AN ENTRY CARRY THE SAME AMOUNT, SO EVERY ENTRY BALANCES.
      *----------------------------------------------------------------
       3300-WRITE-ENTRY.
           IF ENTT-AMOUNT (ENT-IDX) = ZERO
               ADD 1 TO ZERO-ENTRY-COUNT
           ELSE
               IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM 1300-WRITE-PAGE-HEADING
               END-IF
               ADD 1 TO ENTRY-NUMBER
               MOVE SPACE TO GL-JRNL-RECORD
               SET GLJ-TYPE-DETAIL TO TRUE
               MOVE ENTRY-NUMBER               TO GLJD-ENTRY-NO
               MOVE ENTT-DEPT-CODE (ENT-IDX)   TO GLJD-DEPT-CODE
               MOVE ENTT-ITEM-COUNT (ENT-IDX)  TO GLJD-ITEM-COUNT
               MOVE ENTT-DESCRIPTION (ENT-IDX) TO GLJD-DESCRIPTION
               MOVE SPACE TO GL-RPT-RECORD
               IF ENTT-AMOUNT (ENT-IDX) > ZERO
                   MOVE ENTT-AMOUNT (ENT-IDX)  TO ENTRY-ABS-AMOUNT
                   MOVE ENTT-DEBIT-ACCT (ENT-IDX)
                       TO GLE-DEBIT-ACCOUNT
                   MOVE ENTT-CREDIT-ACCT (ENT-IDX)
                       TO GLE-CREDIT-ACCOUNT
               ELSE
                   COMPUTE ENTRY-ABS-AMOUNT =
                       ZERO - ENTT-AMOUNT (ENT-IDX)
                   MOVE ENTT-CREDIT-ACCT (ENT-IDX)
                       TO GLE-DEBIT-ACCOUNT
                   MOVE ENTT-DEBIT-ACCT (ENT-IDX)
                       TO GLE-CREDIT-ACCOUNT
               END-IF
               MOVE ENTRY-ABS-AMOUNT  TO GLJD-AMOUNT
               MOVE GLE-DEBIT-ACCOUNT TO GLJD-ACCOUNT
               SET GLJD-DEBIT TO TRUE
               WRITE GL-JRNL-RECORD
               ADD ENTRY-ABS-AMOUNT TO DEBIT-TOTAL
               MOVE GLE-CREDIT-ACCOUNT TO GLJD-ACCOUNT
               SET GLJD-CREDIT TO TRUE
               WRITE GL-JRNL-RECORD
               ADD ENTRY-ABS-AMOUNT TO CREDIT-TOTAL
               ADD 2 TO JOURNAL-LINES
               MOVE ENTRY-NUMBER               TO GLE-ENTRY-NO
               MOVE ENTT-DEPT-CODE (ENT-IDX)   TO GLE-DEPT-CODE
               MOVE ENTRY-ABS-AMOUNT           TO GLE-AMOUNT
               MOVE ENTT-ITEM-COUNT (ENT-IDX)  TO GLE-ITEM-COUNT
               MOVE ENTT-DESCRIPTION (ENT-IDX) TO GLE-DESCRIPTION
               WRITE GL-RPT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       3400-WRITE-JOURNAL-TRAILER.
           MOVE SPACE TO GL-JRNL-RECORD
           SET GLJ-TYPE-TRAILER TO TRUE
           MOVE ENTRY-NUMBER  TO GLJT-ENTRY-COUNT
           MOVE JOURNAL-LINES TO GLJT-LINE-COUNT
           MOVE DEBIT-TOTAL   TO GLJT-DEBIT-TOTAL
           MOVE CREDIT-TOTAL  TO GLJT-CREDIT-TOTAL
           WRITE GL-JRNL-RECORD.

       3500-WRITE-CONTROL-SECTION.
           IF LINE-COUNT + 16 > LINES-PER-PAGE
               PERFORM 1300-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACE TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE "*-------- CIFRAS DE CONTROL --------*"
               TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACE TO GL-RPT-RECORD
           MOVE "REGISTROS LEIDOS DE CALCLOG:"     TO GLC-LABEL
           MOVE LOG-RECORDS-READ                   TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "REGISTROS BATCH DE LA FECHA:"     TO GLC-LABEL
           MOVE BATCH-RECORDS-DATE                 TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "NO OK (SIN IMPORTE A CONTABILIZAR):" TO GLC-LABEL
           MOVE NOT-OK-RECORDS                     TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "OK:"                              TO GLC-LABEL
           MOVE OK-RECORDS                         TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "CONTABILIZADOS:"                  TO GLC-LABEL
           MOVE POSTED-RECORDS                     TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "EN SUSPENSO:"                     TO GLC-LABEL
           MOVE SUSPENSE-COUNT                     TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "ASIENTOS EN EL DIARIO:"           TO GLC-LABEL
           MOVE ENTRY-NUMBER                       TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "PARES CON NETO CERO (OMITIDOS):"  TO GLC-LABEL
           MOVE ZERO-ENTRY-COUNT                   TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "LINEAS EN EL DIARIO:"             TO GLC-LABEL
           MOVE JOURNAL-LINES                      TO GLC-COUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "TOTAL DEBE:"                      TO GLA-LABEL
           MOVE DEBIT-TOTAL                        TO GLA-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE "TOTAL HABER:"                     TO GLA-LABEL
           MOVE CREDIT-TOTAL                       TO GLA-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           IF SUSPENSE-AMOUNT < ZERO
               MOVE "IMPORTE EN SUSPENSO (NETO, NEGATIVO):"
                   TO GLA-LABEL
               COMPUTE GLA-AMOUNT = ZERO - SUSPENSE-AMOUNT
           ELSE
               MOVE "IMPORTE EN SUSPENSO (NETO):"  TO GLA-LABEL
               MOVE SUSPENSE-AMOUNT                TO GLA-AMOUNT
           END-IF
           PERFORM 3510-WRITE-CONTROL-LINE
           EVALUATE TRUE
               WHEN DEBIT-TOTAL NOT = CREDIT-TOTAL
                   MOVE "* RESULTADO: DIARIO DESBALANCEADO, NO CARGAR *"
                     TO GL-RPT-RECORD
               WHEN SUSPENSE-COUNT > ZERO
                   MOVE "* RESULTADO: DIARIO CUADRADO, CON SUSPENSO *"
                       TO GL-RPT-RECORD
               WHEN OTHER
                   MOVE "* RESULTADO: DIARIO CUADRADO *"
                       TO GL-RPT-RECORD
           END-EVALUATE
           WRITE GL-RPT-RECORD.

       3510-WRITE-CONTROL-LINE.
           MOVE "* " TO GLC-MARK
           WRITE GL-RPT-RECORD
           MOVE SPACE TO GL-RPT-RECORD.

       END PROGRAM CALCGLJ1.
