      *                   PRUEBA DE DESBORDE DEL ENCADENADO Y LAS
      *                   POSICIONES DEL HASH SE AJUSTAN AL NUEVO
      *                   REGISTRO DE 24 BYTES.
      *  2026-10-15  JHM  SELLO "V" DE APROBACION DE SUPERVISOR: LA
      *                   DECISION, QUIEN Y CUANDO PASAN A LA
      *                   BITACORA DEL ITEM; UN ITEM DECLINADO SE
      *                   REPORTA Y SE REGISTRA CON ESTADO "DC" SIN
      *                   PASAR POR CALCOPS1.
      *  2026-10-15  JHM  REVERSOS: UN REGISTRO "X" NOMBRA UNA
      *                   OPERACION YA REGISTRADA (FECHA, DEPTO, LOTE
      *                   E ITEM); SE BUSCA EN CALCHIST Y CALCLOG Y
      *                   SE REGISTRA LA CONTRAPARTIDA CON MARCA "R"
      *                   Y LA REFERENCIA AL ORIGINAL.  SIN ORIGINAL,
      *                   YA REVERSADA O NO REVERSIBLE SE RECHAZA
      *                   (RAZON 17/18/19).  LA BITACORA LLEVA AHORA
      *                   EL LOTE Y LA POSICION DE CADA ITEM.
      *  2026-10-15  JHM  CADENA DE AUDITORIA: CADA REGISTRO DE LA
      *                   BITACORA TOMA EL SIGUIENTE NUMERO DE
      *                   SECUENCIA Y EL VALOR DE CONTROL DE CALCCHK1
      *                   A PARTIR DEL ULTIMO GUARDADO EN LOGCTL, QUE
      *                   SE REESCRIBE AL TERMINAR; SI NO SE PUEDE
      *                   GRABAR, EL PASO TERMINA CON CODIGO 16.
      *  2026-10-15  JHM  ARCHIVO DE RESULTADOS (RETDTL): UN REGISTRO
      *                   POR ITEM CON DEPTO, LOTE, POSICION, IMAGEN
      *                   ORIGINAL, OPERANDOS REALMENTE USADOS (TASA
      *                   RESUELTA O ACUMULADOR), RESULTADO, RESTO Y
      *                   ESTADO, QUE CALCRET1 DEVUELVE A CADA
      *                   DEPARTAMENTO.
      *  2026-10-15  JHM  CIFRAS DEL PASO AL ARCHIVO STEPSTAT PARA EL
      *                   REPORTE DE OPERACIONES (CALCMOR1), CON LOS
      *                   REGISTROS GRABADOS EN LA BITACORA Y LOS "C"
      *                   QUE NO SE REGISTRAN; TAMBIEN CUANDO EL PASO
      *                   NO PUDO INICIAR.
      *  2026-10-15  JHM  LA BITACORA LLEVA EL CODIGO DE TASA Y LA
      *                   FECHA EFECTIVA DE LA TASA USADA EN CADA
      *                   REGISTRO CON CODIGO DE TASA (LA CONTRAPARTIDA
      *                   DE UN REVERSO, LA DE SU ORIGINAL), PARA LA
      *                   SIMULACION DE CAMBIOS DE TASA (CALCSIM1).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-HIST-FILE   ASSIGN TO "RUNHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RUN-FILE-STATUS.
           SELECT CALC-HIST-FILE  ASSIGN TO "CALCHIST"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS HIST-FILE-STATUS.
           SELECT LOG-CTL-FILE    ASSIGN TO "LOGCTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LCTL-FILE-STATUS.
           SELECT RET-DTL-FILE    ASSIGN TO "RETDTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RETD-FILE-STATUS.
           SELECT STEP-STAT-FILE  ASSIGN TO "STEPSTAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS STAT-FILE-STATUS.
           SELECT RATE-MAST-FILE  ASSIGN TO "RATEMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY "runhist.cpy".

       FD  CALC-HIST-FILE
           RECORDING MODE IS F.
       01  CALC-HIST-RECORD            PIC X(156).

       FD  LOG-CTL-FILE
           RECORDING MODE IS F.
           COPY "logctl.cpy".

       FD  RET-DTL-FILE
           RECORDING MODE IS F.
           COPY "calcret.cpy".

       FD  STEP-STAT-FILE
           RECORDING MODE IS F.
           COPY "stepstat.cpy".

       FD  RATE-MAST-FILE.
           COPY "ratemast.cpy".

               88  RATE-FOUND                VALUE "Y".
           05  RATE-MISSING-SW            PIC X(01)     VALUE "N".
               88  RATE-MISSING              VALUE "Y".
           05  STAMP-PENDING-SW           PIC X(01)     VALUE "N".
               88  APPROVAL-STAMP-PENDING    VALUE "Y".
           05  SCAN-EOF-SW                PIC X(01)     VALUE "N".
               88  END-OF-SCAN-FILE          VALUE "Y".
           05  REV-FOUND-SW               PIC X(01)     VALUE "N".
               88  REV-ENTRY-FOUND           VALUE "Y".

      *----------------------------------------------------------------
      *  ORIGINALS NAMED BY TONIGHT'S "X" REVERSAL RECORDS.  THE KEYS
      *  ARE COLLECTED IN A PRE-PASS OVER CALCTRAN; CALCHIST AND
      *  CALCLOG ARE THEN SCANNED ONCE FOR THE ORIGINALS AND FOR ANY
      *  EARLIER "R" ENTRY THAT ALREADY REVERSED ONE OF THEM.  AN
      *  ORIGINAL LOGGED EARLIER IN THIS SAME RUN IS PICKED UP AS
      *  ITS LOG RECORD IS WRITTEN.
      *    REV-STATE  SPACE = NOT FOUND, F = FOUND, R = REVERSED.
      *----------------------------------------------------------------
       01  REVERSAL-TABLE.
           05  REV-ENTRY-COUNT       PIC 9(03)     VALUE ZERO.
           05  REV-ENTRY OCCURS 100 TIMES
                   INDEXED BY REV-IDX.
               10  REV-KEY.
                   15  REV-RUN-DATE  PIC X(08).
                   15  REV-DEPT-CODE PIC X(02).
                   15  REV-BATCH-NO  PIC 9(04).
                   15  REV-ITEM-NO   PIC 9(04).
               10  REV-STATE         PIC X(01).
                   88  REV-NOT-FOUND         VALUE SPACE.
                   88  REV-FOUND             VALUE "F".
                   88  REV-REVERSED          VALUE "R".
               10  REV-ORIG-MARK     PIC X(01).
               10  REV-ORIG-OPERATOR PIC X(01).
               10  REV-ORIG-NUMBER-1 PIC S9(7)V99.
               10  REV-ORIG-NUMBER-2 PIC S9(7)V99.
               10  REV-ORIG-RESULT   PIC S9(9)V99.
               10  REV-ORIG-REMAINDER PIC S9(9)V99.
               10  REV-ORIG-STATUS   PIC X(02).
                   88  REV-ORIG-OK           VALUE "OK".
               10  REV-ORIG-RATE-CODE PIC X(04).
               10  REV-ORIG-RATE-EFF PIC X(08).

       01  REV-LOOKUP-KEY.
           05  RLK-RUN-DATE          PIC X(08).
           05  RLK-DEPT-CODE         PIC X(02).
           05  RLK-BATCH-NO          PIC 9(04).
           05  RLK-ITEM-NO           PIC 9(04).

       01  REV-REASON                PIC X(02)     VALUE SPACE.
           88  REV-REASON-NOT-FOUND          VALUE "17".
           88  REV-REASON-REPEATED           VALUE "18".
           88  REV-REASON-NOT-OK             VALUE "19".

      *----------------------------------------------------------------
      *  SUPERVISOR STAMP FROM THE "V" RECORD CALCRCY1 PUTS AHEAD OF
      *  A HELD ITEM ONCE IT HAS BEEN DECIDED.  IT APPLIES TO THE
      *  NEXT DATA RECORD ONLY AND GOES ON THAT RECORD'S LOG ENTRY.
      *----------------------------------------------------------------
       01  APPROVAL-STAMP-FIELDS.
           05  STAMP-DECISION        PIC X(01)     VALUE SPACE.
               88  STAMP-DECLINED            VALUE "D".
           05  STAMP-USER            PIC X(08)     VALUE SPACE.
           05  STAMP-DATE            PIC X(08)     VALUE SPACE.
           05  STAMP-TIME            PIC X(06)     VALUE SPACE.

      *----------------------------------------------------------------
      *  RATE MASTER TABLE, LOADED ONCE AT INITIALIZATION AND
           05  TRAN-COUNT            PIC 9(06)     VALUE ZERO.
           05  ERROR-COUNT           PIC 9(06)     VALUE ZERO.
           05  OVERFLOW-COUNT        PIC 9(06)     VALUE ZERO.
           05  DECLINED-COUNT        PIC 9(06)     VALUE ZERO.
           05  REVERSAL-COUNT        PIC 9(06)     VALUE ZERO.
           05  REV-REFUSED-COUNT     PIC 9(06)     VALUE ZERO.
           05  LOGGED-COUNT          PIC 9(06)     VALUE ZERO.
           05  CLEAR-COUNT           PIC 9(06)     VALUE ZERO.

       01  RUN-CONDITION-CODE        PIC 9(02)     VALUE ZERO.

           05  CURRENT-DEPT-CODE     PIC X(02)     VALUE SPACE.
           05  CURRENT-BATCH-NO      PIC 9(04)     VALUE ZERO.
           05  BATCH-TRAN-COUNT      PIC 9(06)     VALUE ZERO.
           05  BATCH-ITEM-NO         PIC 9(04)     VALUE ZERO.
           05  BATCH-HASH            PIC 9(08)     VALUE ZERO.

       01  RPT-BATCH-HEADING.
               88  CALC-STATUS-OVERFLOW      VALUE "OF".
               88  CALC-STATUS-ERROR         VALUE "ER".
               88  CALC-STATUS-INVALID       VALUE "IV".
               88  CALC-STATUS-DECLINED      VALUE "DC".

      *----------------------------------------------------------------
      *  RUNNING ACCUMULATOR FOR CHAINED TRANSACTIONS.  IT PICKS UP
      *----------------------------------------------------------------
       01  CALC-ACCUMULATOR          PIC S9(9)V99  VALUE ZERO.

      *----------------------------------------------------------------
      *  AUDIT CHAIN.  THE LAST SEQUENCE NUMBER AND CHECK VALUE ON
      *  THE LOG, CARRIED FORWARD FROM LOGCTL AND ADVANCED BY EVERY
      *  LOG RECORD THIS RUN WRITES.  THE VALUES ARE HELD IN STORAGE
      *  FOR THE WHOLE STEP: LOGCTL IS ALLOCATED DISP=OLD IN STEP010,
      *  AND REPASO-3 SESSIONS ALLOCATE IT DISP=OLD AS WELL, SO THE
      *  DATASET ENQ KEEPS ANY OTHER WRITER OFF THE CHAIN MEANWHILE.
      *----------------------------------------------------------------
       01  LOG-CHAIN-FIELDS.
           05  CHAIN-LAST-SEQ-NO     PIC 9(09)     VALUE ZERO.
           05  CHAIN-LAST-CHECK      PIC 9(09)     VALUE ZERO.
           05  CHAIN-NEW-CHECK       PIC 9(09)     VALUE ZERO.
           05  LCTL-ERROR-SW         PIC X(01)     VALUE "N".
               88  LOG-CONTROL-FAILED        VALUE "Y".

       01  CURRENT-DATE              PIC 9(08).
       01  CURRENT-TIME              PIC 9(08).
       01  RUN-DATE-X                PIC X(08).
       01  RATE-FILE-STATUS          PIC X(02).
           88  RATE-FILE-NOT-FOUND       VALUE "35".

       01  HIST-FILE-STATUS          PIC X(02).
           88  HIST-FILE-NOT-FOUND       VALUE "35".

       01  LCTL-FILE-STATUS          PIC X(02).
           88  LCTL-FILE-NOT-FOUND       VALUE "35".

       01  RETD-FILE-STATUS          PIC X(02).

       01  STAT-FILE-STATUS          PIC X(02).
           88  STAT-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               PERFORM 9000-RECORD-NO-START
               GOBACK
           END-IF
           OPEN OUTPUT RET-DTL-FILE
           IF RETD-FILE-STATUS NOT = "00"
               DISPLAY "CALCBAT3 - ERROR AL ABRIR RETDTL: "
                   RETD-FILE-STATUS
               CLOSE CALC-TRAN-FILE CALC-RPT-FILE
               PERFORM 9000-RECORD-NO-START
               GOBACK
           END-IF
           OPEN EXTEND CALC-LOG-FILE
           IF LOG-FILE-NOT-FOUND
               OPEN OUTPUT CALC-LOG-FILE
           END-IF
           PERFORM 1050-READ-LOG-CONTROL
           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1200-COLLECT-REVERSALS
           IF REV-ENTRY-COUNT > ZERO
               PERFORM 1300-FIND-ORIGINALS
           END-IF
           READ CALC-TRAN-FILE
               AT END
                   SET END-OF-TRAN-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  SIN LOGCTL LA CADENA EMPIEZA EN LA SECUENCIA 1.
      *----------------------------------------------------------------
       1050-READ-LOG-CONTROL.
           OPEN INPUT LOG-CTL-FILE
           IF LCTL-FILE-NOT-FOUND
               DISPLAY "CALCBAT3 - SIN CONTROL DE CADENA (LOGCTL); "
                   "LA SECUENCIA INICIA EN 1."
           ELSE
               READ LOG-CTL-FILE
                   AT END
                       DISPLAY "CALCBAT3 - LOGCTL VACIO; "
                           "LA SECUENCIA INICIA EN 1."
                   NOT AT END
                       MOVE LCTL-LAST-SEQ-NO      TO CHAIN-LAST-SEQ-NO
                       MOVE LCTL-LAST-CHECK-VALUE TO CHAIN-LAST-CHECK
               END-READ
               CLOSE LOG-CTL-FILE
           END-IF.

      *----------------------------------------------------------------
      *  SIN MAESTRO DE TASAS LA TABLA QUEDA VACIA Y TODO CODIGO DE
      *  TASA SE RECHAZA AL REPORTE COMO DESCONOCIDO.
                   SET END-OF-RATE-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  PRE-PASS OVER CALCTRAN FOR THE ORIGINALS THE "X" RECORDS
      *  NAME; THE FILE IS THEN REOPENED FOR THE RUN PROPER.
      *----------------------------------------------------------------
       1200-COLLECT-REVERSALS.
           MOVE "N" TO SCAN-EOF-SW
           READ CALC-TRAN-FILE
               AT END
                   SET END-OF-SCAN-FILE TO TRUE
           END-READ
           PERFORM 1210-COLLECT-ONE-RECORD
               UNTIL END-OF-SCAN-FILE
           CLOSE CALC-TRAN-FILE
           OPEN INPUT CALC-TRAN-FILE
           IF REV-ENTRY-COUNT > ZERO
               DISPLAY "CALCBAT3 - REVERSOS EN CALCTRAN:  "
                   REV-ENTRY-COUNT
           END-IF.

       1210-COLLECT-ONE-RECORD.
           IF CTRAN-TYPE-REVERSAL
               MOVE CTRAN-RVSL-RUN-DATE  TO RLK-RUN-DATE
               MOVE CTRAN-RVSL-DEPT-CODE TO RLK-DEPT-CODE
               MOVE CTRAN-RVSL-BATCH-NO  TO RLK-BATCH-NO
               MOVE CTRAN-RVSL-ITEM-NO   TO RLK-ITEM-NO
               PERFORM 2750-FIND-REV-ENTRY
               IF NOT REV-ENTRY-FOUND
                   PERFORM 1220-ADD-REV-ENTRY
               END-IF
           END-IF
           READ CALC-TRAN-FILE
               AT END
                   SET END-OF-SCAN-FILE TO TRUE
           END-READ.

       1220-ADD-REV-ENTRY.
           IF REV-ENTRY-COUNT < 100
               ADD 1 TO REV-ENTRY-COUNT
               SET REV-IDX TO REV-ENTRY-COUNT
               MOVE REV-LOOKUP-KEY TO REV-KEY (REV-IDX)
               MOVE SPACE          TO REV-STATE (REV-IDX)
           ELSE
               DISPLAY "CALCBAT3 - TABLA DE REVERSOS LLENA (100): "
                   REV-LOOKUP-KEY
           END-IF.

      *----------------------------------------------------------------
      *  THE ARCHIVE AND THE LIVE LOG ARE READ THROUGH THE CALCLOG
      *  RECORD AREA, SO THE LOG IS OPENED FOR INPUT FOR THE SCAN
      *  AND THEN REOPENED FOR EXTEND AS BEFORE.
      *----------------------------------------------------------------
       1300-FIND-ORIGINALS.
           CLOSE CALC-LOG-FILE
           OPEN INPUT CALC-LOG-FILE
           OPEN INPUT CALC-HIST-FILE
           IF HIST-FILE-NOT-FOUND
               DISPLAY "CALCBAT3 - SIN ARCHIVO HISTORICO (CALCHIST)."
           ELSE
               MOVE "N" TO SCAN-EOF-SW
               READ CALC-HIST-FILE
                   AT END
                       SET END-OF-SCAN-FILE TO TRUE
               END-READ
               PERFORM 1310-SCAN-HIST-RECORD
                   UNTIL END-OF-SCAN-FILE
               CLOSE CALC-HIST-FILE
           END-IF
           MOVE "N" TO SCAN-EOF-SW
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-SCAN-FILE TO TRUE
           END-READ
           PERFORM 1320-SCAN-LOG-RECORD
               UNTIL END-OF-SCAN-FILE
           CLOSE CALC-LOG-FILE
           OPEN EXTEND CALC-LOG-FILE.

       1310-SCAN-HIST-RECORD.
           MOVE CALC-HIST-RECORD TO CALC-LOG-RECORD
           PERFORM 1400-MATCH-LOG-RECORD
           READ CALC-HIST-FILE
               AT END
                   SET END-OF-SCAN-FILE TO TRUE
           END-READ.

       1320-SCAN-LOG-RECORD.
           PERFORM 1400-MATCH-LOG-RECORD
           READ CALC-LOG-FILE
               AT END
                   SET END-OF-SCAN-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  AN "R" ENTRY MARKS THE ORIGINAL IT NAMES AS ALREADY
      *  REVERSED.  A BATCH RECORD WITH AN ITEM POSITION WHOSE KEY
      *  IS IN THE TABLE IS THE ORIGINAL; THE FIRST ONE FOUND KEEPS
      *  ITS FIGURES.  PERIOD SUMMARIES AND INTERACTIVE RECORDS
      *  CARRY NO POSITION AND NEVER MATCH.
      *----------------------------------------------------------------
       1400-MATCH-LOG-RECORD.
           IF CLOG-REVERSING
              AND CLOG-REV-BATCH-NO IS NUMERIC
              AND CLOG-REV-ITEM-NO IS NUMERIC
               MOVE CLOG-REV-REF TO REV-LOOKUP-KEY
               PERFORM 2750-FIND-REV-ENTRY
               IF REV-ENTRY-FOUND
                   SET REV-REVERSED (REV-IDX) TO TRUE
               END-IF
           END-IF
           IF CLOG-SOURCE-BATCH
              AND CLOG-BATCH-NO IS NUMERIC
              AND CLOG-ITEM-NO IS NUMERIC
               MOVE CLOG-RUN-DATE  TO RLK-RUN-DATE
               MOVE CLOG-DEPT-CODE TO RLK-DEPT-CODE
               MOVE CLOG-BATCH-NO  TO RLK-BATCH-NO
               MOVE CLOG-ITEM-NO   TO RLK-ITEM-NO
               PERFORM 2750-FIND-REV-ENTRY
               IF REV-ENTRY-FOUND
                  AND REV-NOT-FOUND (REV-IDX)
                   PERFORM 1410-KEEP-ORIGINAL
               END-IF
           END-IF.

       1410-KEEP-ORIGINAL.
           SET REV-FOUND (REV-IDX) TO TRUE
           MOVE CLOG-REVERSAL-MARK TO REV-ORIG-MARK (REV-IDX)
           MOVE CLOG-OPERATOR      TO REV-ORIG-OPERATOR (REV-IDX)
           MOVE CLOG-NUMBER-1      TO REV-ORIG-NUMBER-1 (REV-IDX)
           MOVE CLOG-NUMBER-2      TO REV-ORIG-NUMBER-2 (REV-IDX)
           MOVE CLOG-RESULT        TO REV-ORIG-RESULT (REV-IDX)
           MOVE CLOG-REMAINDER     TO REV-ORIG-REMAINDER (REV-IDX)
           MOVE CLOG-STATUS        TO REV-ORIG-STATUS (REV-IDX)
           MOVE CLOG-RATE-CODE     TO REV-ORIG-RATE-CODE (REV-IDX)
           MOVE CLOG-RATE-EFF-DATE TO REV-ORIG-RATE-EFF (REV-IDX).

       2000-PROCESS-TRANSACTIONS.
           EVALUATE TRUE
               WHEN CTRAN-TYPE-TRAILER
                   PERFORM 2300-CAPTURE-TRAILER
               WHEN CTRAN-TYPE-BATCH-HDR
                   PERFORM 2500-START-BATCH-SECTION
               WHEN CTRAN-TYPE-APPROVAL
                   PERFORM 2600-CAPTURE-APPROVAL-STAMP
               WHEN OTHER
                   PERFORM 2010-PROCESS-ONE-TRAN
           END-EVALUATE
       2010-PROCESS-ONE-TRAN.
           ADD 1 TO TRAN-COUNT
           ADD 1 TO BATCH-TRAN-COUNT
           ADD 1 TO BATCH-ITEM-NO
           IF NOT CTRAN-TYPE-REVERSAL
               PERFORM 2020-ACCUMULATE-HASH
           END-IF
           EVALUATE TRUE
               WHEN CTRAN-TYPE-CLEAR
                   PERFORM 2030-CLEAR-ACCUMULATOR
               WHEN CTRAN-TYPE-REVERSAL
                   PERFORM 2700-PROCESS-REVERSAL
               WHEN APPROVAL-STAMP-PENDING AND STAMP-DECLINED
                   PERFORM 2045-RECORD-DECLINED-TRAN
               WHEN OTHER
                   PERFORM 2040-EXECUTE-TRAN
           END-EVALUATE
           MOVE "N" TO STAMP-PENDING-SW.

       2030-CLEAR-ACCUMULATOR.
           ADD 1 TO CLEAR-COUNT
           MOVE ZERO TO CALC-ACCUMULATOR
           MOVE "* ACUMULADOR INICIADO *" TO CALC-RPT-RECORD
           WRITE CALC-RPT-RECORD
           MOVE CTRAN-OPERATOR TO CALC-OPERATOR
           MOVE ZERO TO CALC-NUMBER-1 CALC-NUMBER-2
           MOVE ZERO TO CALC-RESULT CALC-REMAINDER
           SET CALC-STATUS-OK TO TRUE
           PERFORM 2400-WRITE-RETURN-RECORD.

       2040-EXECUTE-TRAN.
           MOVE CTRAN-OPERATOR TO CALC-OPERATOR

           PERFORM 2100-WRITE-REPORT-LINE
           PERFORM 2200-WRITE-LOG-RECORD
           PERFORM 2400-WRITE-RETURN-RECORD

           EVALUATE TRUE
               WHEN CALC-STATUS-OVERFLOW
                   ADD 1 TO ERROR-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      *  A SUPERVISOR DECLINED THE ITEM: IT IS NOT CALCULATED AND
      *  LEAVES THE ACCUMULATOR ALONE, BUT IT STILL PRINTS AND IS
      *  LOGGED (STATUS "DC", WITH THE STAMP) SO THE DECISION IS ON
      *  THE AUDIT TRAIL AND THE REPORT STILL RECONCILES WITH THE
      *  LOG.  IT COUNTS AS NEITHER AN ERROR NOR AN OVERFLOW.
      *----------------------------------------------------------------
       2045-RECORD-DECLINED-TRAN.
           MOVE CTRAN-OPERATOR TO CALC-OPERATOR
           MOVE "N" TO RATE-MISSING-SW
           IF CTRAN-USE-ACCUMULATOR
               MOVE ZERO TO CALC-NUMBER-1
           ELSE
               MOVE CTRAN-NUMBER-1 TO CALC-NUMBER-1
           END-IF
           IF CTRAN-USE-RATE-CODE
               MOVE ZERO TO CALC-NUMBER-2
           ELSE
               MOVE CTRAN-NUMBER-2 TO CALC-NUMBER-2
           END-IF
           MOVE ZERO TO CALC-RESULT CALC-REMAINDER
           SET CALC-STATUS-DECLINED TO TRUE
           ADD 1 TO DECLINED-COUNT
           PERFORM 2100-WRITE-REPORT-LINE
           PERFORM 2200-WRITE-LOG-RECORD
           PERFORM 2400-WRITE-RETURN-RECORD.

      *----------------------------------------------------------------
      *  RATE-CODE RECORDS CARRY A CODE, NOT A FIGURE, IN THE SECOND
      *  OPERAND POSITIONS, SO ONLY THE FIRST OPERAND FEEDS THE HASH.
      *  AN "X" REVERSAL CARRIES A REFERENCE AND FEEDS NOTHING.
      *----------------------------------------------------------------
       2020-ACCUMULATE-HASH.
           MOVE CALC-TRAN-RECORD(3:9) TO HASH-WORK
      *----------------------------------------------------------------
      *  EACH "H" HEADER CLOSES THE BATCH IN PROGRESS (PRINTING ITS
      *  CONTROL TOTALS) AND OPENS THE NEXT REPORT SECTION.  THE
      *  LAST BATCH CLOSES AT FINALIZATION.  A HEADER THAT REPEATS
      *  THE BATCH IN FORCE WITH A POSITION BASE IS THE ONE CALCEDT1
      *  WRITES OVER A GAP: IT ONLY MOVES THE ITEM POSITION ON.
      *----------------------------------------------------------------
       2500-START-BATCH-SECTION.
           IF BATCH-ACTIVE
              AND CTRAN-BHDR-DEPT-CODE = CURRENT-DEPT-CODE
              AND CTRAN-BHDR-BATCH-NO  = CURRENT-BATCH-NO
              AND CTRAN-BHDR-ITEM-BASE IS NUMERIC
              AND CTRAN-BHDR-ITEM-BASE > ZERO
               MOVE CTRAN-BHDR-ITEM-BASE TO BATCH-ITEM-NO
           ELSE
               PERFORM 2505-OPEN-BATCH-SECTION
           END-IF.

       2505-OPEN-BATCH-SECTION.
           IF BATCH-ACTIVE
               PERFORM 2510-WRITE-BATCH-TOTALS
           END-IF
           IF CTRAN-BHDR-ITEM-BASE IS NUMERIC
               MOVE CTRAN-BHDR-ITEM-BASE TO BATCH-ITEM-NO
           ELSE
               MOVE ZERO TO BATCH-ITEM-NO
           END-IF
           SET BATCH-ACTIVE TO TRUE
           MOVE CTRAN-BHDR-DEPT-CODE TO CURRENT-DEPT-CODE
           MOVE CTRAN-BHDR-BATCH-NO  TO CURRENT-BATCH-NO
           MOVE BATCH-HASH        TO RBT-HASH
           WRITE CALC-RPT-RECORD FROM RPT-BATCH-TOTAL-LINE.

       2600-CAPTURE-APPROVAL-STAMP.
           SET APPROVAL-STAMP-PENDING TO TRUE
           MOVE CTRAN-APRV-DECISION TO STAMP-DECISION
           MOVE CTRAN-APRV-USER     TO STAMP-USER
           MOVE CTRAN-APRV-DATE     TO STAMP-DATE
           MOVE CTRAN-APRV-TIME     TO STAMP-TIME.

       2300-CAPTURE-TRAILER.
           IF CTRAN-TRL-REC-COUNT IS NUMERIC
              AND CTRAN-TRL-HASH-TOTAL IS NUMERIC
                   ELSE
                       MOVE "*** DIVISOR CERO ***" TO CRPT-REMARKS
                   END-IF
               WHEN CALC-STATUS-DECLINED
                   MOVE "*DECLINADO SUPERV*"   TO CRPT-REMARKS
               WHEN CALC-STATUS-INVALID
                   IF RATE-MISSING
                       MOVE "*CODIGO TASA DESCON*" TO CRPT-REMARKS
               WHEN OTHER
                   MOVE SPACE TO CRPT-REMARKS
           END-EVALUATE
           IF CTRAN-TYPE-REVERSAL
               PERFORM 2110-SET-REVERSAL-REMARK
           END-IF
           WRITE CALC-RPT-RECORD.

       2110-SET-REVERSAL-REMARK.
           EVALUATE TRUE
               WHEN REV-REASON-NOT-FOUND
                   MOVE "*REVERSO SIN ORIGEN*" TO CRPT-REMARKS
               WHEN REV-REASON-REPEATED
                   MOVE "*YA REVERSADA*"       TO CRPT-REMARKS
               WHEN REV-REASON-NOT-OK
                   MOVE "*NO REVERSIBLE*"      TO CRPT-REMARKS
               WHEN OTHER
                   MOVE "*REVERSO*"            TO CRPT-REMARKS
           END-EVALUATE.

       2200-WRITE-LOG-RECORD.
           ADD 1 TO LOGGED-COUNT
           MOVE SPACE TO CALC-LOG-RECORD
           MOVE CURRENT-DATE TO CLOG-RUN-DATE
           MOVE CURRENT-TIME TO CLOG-RUN-TIME
           MOVE CALC-REMAINDER TO CLOG-REMAINDER
           MOVE CALC-STATUS   TO CLOG-STATUS
           MOVE CURRENT-DEPT-CODE TO CLOG-DEPT-CODE
           IF APPROVAL-STAMP-PENDING
               MOVE STAMP-DECISION TO CLOG-HOLD-DECISION
               MOVE STAMP-USER     TO CLOG-DECIDED-BY
               MOVE STAMP-DATE     TO CLOG-DECIDED-DATE
               MOVE STAMP-TIME     TO CLOG-DECIDED-TIME
           END-IF
           MOVE CURRENT-BATCH-NO TO CLOG-BATCH-NO
           MOVE BATCH-ITEM-NO    TO CLOG-ITEM-NO
           IF CTRAN-TYPE-REVERSAL
               PERFORM 2210-SET-REVERSAL-FIELDS
           ELSE
               IF CTRAN-USE-RATE-CODE
                   PERFORM 2215-SET-RATE-FIELDS
               END-IF
           END-IF
           PERFORM 2220-CHAIN-LOG-RECORD
           WRITE CALC-LOG-RECORD
           IF REV-ENTRY-COUNT > ZERO
               PERFORM 1400-MATCH-LOG-RECORD
           END-IF.

       2210-SET-REVERSAL-FIELDS.
           MOVE CTRAN-RVSL-RUN-DATE  TO CLOG-REV-RUN-DATE
           MOVE CTRAN-RVSL-DEPT-CODE TO CLOG-REV-DEPT-CODE
           MOVE CTRAN-RVSL-BATCH-NO  TO CLOG-REV-BATCH-NO
           MOVE CTRAN-RVSL-ITEM-NO   TO CLOG-REV-ITEM-NO
           IF REV-REASON = SPACE
               SET CLOG-REVERSING TO TRUE
               MOVE REV-ORIG-RATE-CODE (REV-IDX) TO CLOG-RATE-CODE
               MOVE REV-ORIG-RATE-EFF (REV-IDX)  TO CLOG-RATE-EFF-DATE
           ELSE
               SET CLOG-REVERSAL-REFUSED TO TRUE
               MOVE REV-REASON TO CLOG-REV-REASON
           END-IF.

      *----------------------------------------------------------------
      *  THE CODE GOES ON THE LOG EVEN WHEN IT RESOLVED TO NOTHING;
      *  THE EFFECTIVE DATE ONLY WHEN A RATE WAS ACTUALLY APPLIED.
      *----------------------------------------------------------------
       2215-SET-RATE-FIELDS.
           MOVE CTRAN-RATE-CODE TO CLOG-RATE-CODE
           IF NOT RATE-MISSING
              AND NOT CALC-STATUS-DECLINED
               MOVE RESOLVED-EFF-DATE TO CLOG-RATE-EFF-DATE
           END-IF.

      *----------------------------------------------------------------
      *  THE SEQUENCE NUMBER GOES INTO THE RECORD BEFORE THE CHECK
      *  VALUE IS TAKEN, SO THE CHECK COVERS IT TOO.
      *----------------------------------------------------------------
       2220-CHAIN-LOG-RECORD.
           ADD 1 TO CHAIN-LAST-SEQ-NO
           MOVE CHAIN-LAST-SEQ-NO TO CLOG-SEQ-NO
           CALL "CALCCHK1" USING CALC-LOG-RECORD
                                 CHAIN-LAST-CHECK
                                 CHAIN-NEW-CHECK
           MOVE CHAIN-NEW-CHECK TO CLOG-CHECK-VALUE
                                   CHAIN-LAST-CHECK.

      *----------------------------------------------------------------
      *  ONE RESULTS-RETURN DETAIL PER ITEM, WITH THE OPERANDS THAT
      *  ACTUALLY WENT INTO THE CALCULATION: THE ACCUMULATOR FOR A
      *  CHAINED FIRST OPERAND AND THE RATE IN FORCE (WITH ITS
      *  EFFECTIVE DATE) FOR A RATE CODE.  A DECLINED ITEM OR A
      *  REVERSAL USED NEITHER.  THE DESCRIPTION FOLLOWS THE REPORT
      *  REMARK; A REFUSED REVERSAL ALSO CARRIES ITS REASON CODE.
      *----------------------------------------------------------------
       2400-WRITE-RETURN-RECORD.
           MOVE SPACE             TO CALC-RET-RECORD
           SET CRET-TYPE-DETAIL   TO TRUE
           MOVE RUN-DATE-X        TO CRET-RUN-DATE
           MOVE CURRENT-DEPT-CODE TO CRET-DEPT-CODE
           MOVE CURRENT-BATCH-NO  TO CRET-BATCH-NO
           MOVE BATCH-ITEM-NO     TO CRET-ITEM-NO
           SET CRET-PROCESSED     TO TRUE
           MOVE CALC-TRAN-RECORD  TO CRET-IMAGE
           MOVE CALC-OPERATOR     TO CRET-OPERATOR
           MOVE CALC-NUMBER-1     TO CRET-NUMBER-1
           MOVE CALC-NUMBER-2     TO CRET-NUMBER-2
           MOVE CALC-RESULT       TO CRET-RESULT
           MOVE CALC-REMAINDER    TO CRET-REMAINDER
           MOVE CALC-STATUS       TO CRET-STATUS
           IF NOT CTRAN-TYPE-REVERSAL
              AND NOT CTRAN-TYPE-CLEAR
              AND NOT CALC-STATUS-DECLINED
               PERFORM 2410-SET-OPERAND-SOURCES
           END-IF
           PERFORM 2420-SET-RETURN-REASON
           WRITE CALC-RET-RECORD.

       2410-SET-OPERAND-SOURCES.
           IF CTRAN-USE-ACCUMULATOR
               SET CRET-NUMBER-1-ACCUM TO TRUE
           END-IF
           IF CTRAN-USE-RATE-CODE
              AND NOT RATE-MISSING
               SET CRET-NUMBER-2-RATE TO TRUE
               MOVE RESOLVED-EFF-DATE TO CRET-RATE-EFF-DATE
           END-IF.

       2420-SET-RETURN-REASON.
           EVALUATE TRUE
               WHEN CTRAN-TYPE-REVERSAL
                AND REV-REASON NOT = SPACE
                   MOVE REV-REASON TO CRET-REASON-CODE
                   PERFORM 2430-SET-REVERSAL-REASON
               WHEN CALC-STATUS-OVERFLOW
                   MOVE "DESBORDAMIENTO"        TO CRET-REASON-DESC
               WHEN CALC-STATUS-ERROR
                AND CTRAN-OPERATOR-POWER
                   MOVE "EXPONENTE INVALIDO"    TO CRET-REASON-DESC
               WHEN CALC-STATUS-ERROR
                   MOVE "DIVISOR CERO"          TO CRET-REASON-DESC
               WHEN CALC-STATUS-DECLINED
                   MOVE "DECLINADO POR SUPERVISOR"
                                                TO CRET-REASON-DESC
               WHEN CALC-STATUS-INVALID
                AND RATE-MISSING
                   MOVE "SIN TASA VIGENTE"      TO CRET-REASON-DESC
               WHEN CALC-STATUS-INVALID
                   MOVE "OPERADOR INVALIDO"     TO CRET-REASON-DESC
           END-EVALUATE.

       2430-SET-REVERSAL-REASON.
           EVALUATE TRUE
               WHEN REV-REASON-NOT-FOUND
                   MOVE "REVERSO SIN ORIGINAL"  TO CRET-REASON-DESC
               WHEN REV-REASON-REPEATED
                   MOVE "OPERACION YA REVERSADA" TO CRET-REASON-DESC
               WHEN REV-REASON-NOT-OK
                   MOVE "ORIGINAL NO REVERSIBLE" TO CRET-REASON-DESC
           END-EVALUATE.

      *----------------------------------------------------------------
      *  AN "X" RECORD BACKS OUT THE ORIGINAL IT NAMES: THE OFFSET IS
      *  LOGGED WITH THE ORIGINAL'S OPERATOR AND OPERANDS AND WITH
      *  THE RESULT AND REMAINDER NEGATED, SO THE PAIR NETS TO ZERO.
      *  NOTHING IS RECALCULATED AND THE ACCUMULATOR IS NOT TOUCHED.
      *  A REVERSAL WHOSE ORIGINAL CANNOT BE FOUND (17), IS ALREADY
      *  REVERSED (18), OR DID NOT END "OK" OR IS ITSELF A REVERSAL
      *  ENTRY (19) IS REFUSED: IT PRINTS AND IS LOGGED AS STATUS
      *  "IV" WITH THE REASON, AND COUNTS AS AN ERROR.
      *----------------------------------------------------------------
       2700-PROCESS-REVERSAL.
           MOVE SPACE TO REV-REASON
           MOVE CTRAN-RVSL-RUN-DATE  TO RLK-RUN-DATE
           MOVE CTRAN-RVSL-DEPT-CODE TO RLK-DEPT-CODE
           MOVE CTRAN-RVSL-BATCH-NO  TO RLK-BATCH-NO
           MOVE CTRAN-RVSL-ITEM-NO   TO RLK-ITEM-NO
           PERFORM 2750-FIND-REV-ENTRY
           EVALUATE TRUE
               WHEN NOT REV-ENTRY-FOUND
                   SET REV-REASON-NOT-FOUND TO TRUE
               WHEN REV-NOT-FOUND (REV-IDX)
                   SET REV-REASON-NOT-FOUND TO TRUE
               WHEN REV-REVERSED (REV-IDX)
                   SET REV-REASON-REPEATED TO TRUE
               WHEN NOT REV-ORIG-OK (REV-IDX)
               WHEN REV-ORIG-MARK (REV-IDX) NOT = SPACE
                   SET REV-REASON-NOT-OK TO TRUE
           END-EVALUATE
           IF REV-REASON = SPACE
               PERFORM 2710-APPLY-REVERSAL
           ELSE
               PERFORM 2720-REFUSE-REVERSAL
           END-IF
           PERFORM 2100-WRITE-REPORT-LINE
           PERFORM 2200-WRITE-LOG-RECORD
           PERFORM 2400-WRITE-RETURN-RECORD
           MOVE SPACE TO REV-REASON.

       2710-APPLY-REVERSAL.
           MOVE REV-ORIG-OPERATOR (REV-IDX) TO CALC-OPERATOR
           MOVE REV-ORIG-NUMBER-1 (REV-IDX) TO CALC-NUMBER-1
           MOVE REV-ORIG-NUMBER-2 (REV-IDX) TO CALC-NUMBER-2
           COMPUTE CALC-RESULT = ZERO - REV-ORIG-RESULT (REV-IDX)
           COMPUTE CALC-REMAINDER =
               ZERO - REV-ORIG-REMAINDER (REV-IDX)
           SET CALC-STATUS-OK TO TRUE
           SET REV-REVERSED (REV-IDX) TO TRUE
           ADD 1 TO REVERSAL-COUNT.

       2720-REFUSE-REVERSAL.
           MOVE CTRAN-OPERATOR TO CALC-OPERATOR
           MOVE ZERO TO CALC-NUMBER-1 CALC-NUMBER-2
           MOVE ZERO TO CALC-RESULT CALC-REMAINDER
           SET CALC-STATUS-INVALID TO TRUE
           ADD 1 TO REV-REFUSED-COUNT
           ADD 1 TO ERROR-COUNT.

       2750-FIND-REV-ENTRY.
           MOVE "N" TO REV-FOUND-SW
           IF REV-ENTRY-COUNT > ZERO
               SET REV-IDX TO 1
               SEARCH REV-ENTRY
                   WHEN REV-IDX > REV-ENTRY-COUNT
                       CONTINUE
                   WHEN REV-KEY (REV-IDX) = REV-LOOKUP-KEY
                       SET REV-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3000-FINALIZE.
           IF BATCH-ACTIVE
           END-IF
           PERFORM 3100-WRITE-CONTROL-SECTION
           CLOSE CALC-TRAN-FILE CALC-RPT-FILE CALC-LOG-FILE
                 RET-DTL-FILE
           PERFORM 3050-WRITE-LOG-CONTROL
           DISPLAY "CALCBAT3 - TRANSACCIONES PROCESADAS: "
               TRAN-COUNT
           DISPLAY "CALCBAT3 - TRANSACCIONES CON ERROR:    "
               ERROR-COUNT
           DISPLAY "CALCBAT3 - TRANSACCIONES CON DESBORDE: "
               OVERFLOW-COUNT
           DISPLAY "CALCBAT3 - TRANSACCIONES DECLINADAS:   "
               DECLINED-COUNT
           DISPLAY "CALCBAT3 - REVERSOS APLICADOS:         "
               REVERSAL-COUNT
           DISPLAY "CALCBAT3 - REVERSOS RECHAZADOS:        "
               REV-REFUSED-COUNT
           IF RUN-IN-BALANCE
               DISPLAY "CALCBAT3 - CIFRAS DE CONTROL EN BALANCE."
           ELSE
               DISPLAY "CALCBAT3 - CIFRAS DE CONTROL FUERA DE BALANCE."
           END-IF
           PERFORM 3200-SET-CONDITION-CODE
           IF LOG-CONTROL-FAILED
               MOVE 16 TO RUN-CONDITION-CODE
           END-IF
           PERFORM 3300-WRITE-RUN-HISTORY
           PERFORM 3400-WRITE-STEP-STATS
           MOVE RUN-CONDITION-CODE TO RETURN-CODE.

      *----------------------------------------------------------------
      *  A LOGCTL THAT WAS NOT REWRITTEN WOULD START THE NEXT WRITER
      *  FROM A STALE CHECK VALUE, AND CALCVFY1 WOULD REPORT A BREAK
      *  IN A LOG NOBODY TOUCHED.  THE STEP ENDS CC 16 INSTEAD, WITH
      *  THE VALUES TO PUT BACK ON THE CONSOLE.
      *----------------------------------------------------------------
       3050-WRITE-LOG-CONTROL.
           MOVE SPACE TO LOG-CTL-RECORD
           MOVE CHAIN-LAST-SEQ-NO TO LCTL-LAST-SEQ-NO
           MOVE CHAIN-LAST-CHECK  TO LCTL-LAST-CHECK-VALUE
           MOVE CURRENT-DATE      TO LCTL-LAST-DATE
           MOVE CURRENT-TIME      TO LCTL-LAST-TIME
           MOVE "CALCBAT3"        TO LCTL-LAST-WRITER
           OPEN OUTPUT LOG-CTL-FILE
           IF LCTL-FILE-STATUS NOT = "00"
               DISPLAY "CALCBAT3 - ERROR AL ABRIR LOGCTL: "
                   LCTL-FILE-STATUS
               SET LOG-CONTROL-FAILED TO TRUE
           ELSE
               WRITE LOG-CTL-RECORD
               IF LCTL-FILE-STATUS NOT = "00"
                   DISPLAY "CALCBAT3 - ERROR AL GRABAR LOGCTL: "
                       LCTL-FILE-STATUS
                   SET LOG-CONTROL-FAILED TO TRUE
               END-IF
               CLOSE LOG-CTL-FILE
           END-IF
           DISPLAY "CALCBAT3 - ULTIMA SECUENCIA BITACORA: "
               CHAIN-LAST-SEQ-NO
           IF LOG-CONTROL-FAILED
               DISPLAY "CALCBAT3 - ULTIMO VALOR DE CONTROL:   "
                   CHAIN-LAST-CHECK
           END-IF.

       3100-WRITE-CONTROL-SECTION.
           MOVE "*-------- CIFRAS DE CONTROL --------*"
               TO CALC-RPT-RECORD
           MOVE "TRANSACCIONES ESPERADAS:" TO RCL-LABEL
           MOVE EXPECTED-COUNT             TO RCL-VALUE
           PERFORM 3110-WRITE-CONTROL-LINE
           MOVE "DECLINADAS POR SUPERVISOR:" TO RCL-LABEL
           MOVE DECLINED-COUNT             TO RCL-VALUE
           PERFORM 3110-WRITE-CONTROL-LINE
           MOVE "REVERSOS APLICADOS:"      TO RCL-LABEL
           MOVE REVERSAL-COUNT             TO RCL-VALUE
           PERFORM 3110-WRITE-CONTROL-LINE
           MOVE "REVERSOS RECHAZADOS:"     TO RCL-LABEL
           MOVE REV-REFUSED-COUNT          TO RCL-VALUE
           PERFORM 3110-WRITE-CONTROL-LINE
           MOVE "SUMA DE CONTROL:"         TO RCL-LABEL
           MOVE ACTUAL-HASH                TO RCL-VALUE
           PERFORM 3110-WRITE-CONTROL-LINE
           WRITE CALC-RUN-RECORD
           CLOSE RUN-HIST-FILE.

      *----------------------------------------------------------------
      *  THE SAME FIGURES GO ON THE NIGHT'S STEP-STATISTICS FILE FOR
      *  CALCMOR1.  EVERY ITEM READ IS EITHER LOGGED OR A "C" THAT
      *  ONLY RESETS THE ACCUMULATOR.
      *----------------------------------------------------------------
       3400-WRITE-STEP-STATS.
           OPEN EXTEND STEP-STAT-FILE
           IF STAT-FILE-NOT-FOUND
               OPEN OUTPUT STEP-STAT-FILE
           END-IF
           MOVE SPACE              TO STEP-STAT-RECORD
           MOVE ZERO               TO SSTA-FIGURES
           MOVE CURRENT-DATE       TO SSTA-RUN-DATE
           MOVE CURRENT-TIME       TO SSTA-RUN-TIME
           SET SSTA-FROM-CALCBAT3  TO TRUE
           MOVE RUN-CONDITION-CODE TO SSTA-CONDITION-CODE
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   SET SSTA-NO-TRAILER TO TRUE
               WHEN RUN-IN-BALANCE
                   SET SSTA-IN-BALANCE TO TRUE
               WHEN OTHER
                   SET SSTA-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           MOVE TRAN-COUNT         TO SBAT-TRAN-COUNT
           MOVE EXPECTED-COUNT     TO SBAT-EXPECTED
           MOVE LOGGED-COUNT       TO SBAT-LOGGED
           MOVE CLEAR-COUNT        TO SBAT-CLEARS
           MOVE ERROR-COUNT        TO SBAT-ERRORS
           MOVE OVERFLOW-COUNT     TO SBAT-OVERFLOWS
           MOVE DECLINED-COUNT     TO SBAT-DECLINED
           MOVE REVERSAL-COUNT     TO SBAT-REVERSALS
           MOVE REV-REFUSED-COUNT  TO SBAT-REV-REFUSED
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.

      *----------------------------------------------------------------
      *  A RUN THAT COULD NOT EVEN START STILL LEAVES ITS RECORD IN
      *  THE RUN HISTORY AND THE STEP STATISTICS AND ENDS WITH
      *  CONDITION CODE 16.
      *----------------------------------------------------------------
       9000-RECORD-NO-START.
           MOVE 16 TO RUN-CONDITION-CODE
           PERFORM 3300-WRITE-RUN-HISTORY
           PERFORM 3400-WRITE-STEP-STATS
           MOVE RUN-CONDITION-CODE TO RETURN-CODE.

       END PROGRAM CALCBAT3.
