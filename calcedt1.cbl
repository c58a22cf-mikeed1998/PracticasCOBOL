      *                   DE 24 BYTES, SIGNO DEL SEGUNDO OPERANDO EN
      *                   LA POSICION 12 Y HASH SOBRE LOS NUEVE
      *                   DIGITOS DE CADA OPERANDO.
      *  2026-10-15  JHM  MAESTRO DE DEPARTAMENTOS (DEPTMAST): EL
      *                   ENCABEZADO DE UN DEPARTAMENTO DESCONOCIDO
      *                   (RAZON 11) O CERRADO (RAZON 12) SE
      *                   RECHAZA, Y CADA REGISTRO SE VALIDA CONTRA
      *                   LOS OPERADORES PERMITIDOS DEL DEPARTAMENTO
      *                   (RAZON 13) Y SU TOPE DIARIO (RAZON 14).
      *  2026-10-15  JHM  RETENCION PARA APROBACION DE SUPERVISOR: UN
      *                   REGISTRO CON UN OPERANDO SOBRE EL LIMITE DEL
      *                   DEPARTAMENTO (O EL GENERAL DE HOLDPARM) VA
      *                   AL ARCHIVO HELDTRAN EN LUGAR DE CALCTRAN; UN
      *                   REGISTRO ENCADENADO SOBRE EL LIMITE SE
      *                   RECHAZA (RAZON 15).  EL SELLO "V" DE UN
      *                   ITEM YA DECIDIDO PASA DELANTE DEL ITEM.
      *  2026-10-15  JHM  REGISTRO DE REVERSO "X": SE VALIDA LA
      *                   REFERENCIA AL ORIGINAL (FECHA, DEPTO, LOTE
      *                   E ITEM, DEL MISMO DEPARTAMENTO - RAZON 16);
      *                   NO ENTRA AL HASH NI A LOS LIMITES.  POSICION
      *                   DE ITEM: CUANDO UN RECHAZO O UNA RETENCION
      *                   DEJA UN HUECO, EL ENCABEZADO DEL LOTE SE
      *                   REPITE CON LA BASE DEL SIGUIENTE ITEM LIMPIO.
      *  2026-10-15  JHM  CADA RECHAZO LLEVA SU ORIGEN (DEPTO, LOTE Y
      *                   POSICION DEL ITEM) PARA EL ARCHIVO DE
      *                   RESULTADOS POR DEPARTAMENTO; UN HUERFANO
      *                   DETRAS DE UN ENCABEZADO RECHAZADO TOMA EL
      *                   DEPARTAMENTO Y LOTE DE ESE ENCABEZADO.
      *  2026-10-15  JHM  CIFRAS DEL PASO AL ARCHIVO STEPSTAT PARA EL
      *                   REPORTE DE OPERACIONES (CALCMOR1); LOS
      *                   ITEMS RECHAZADOS SE CUENTAN APARTE DE LOS
      *                   ENCABEZADOS Y CIERRES RECHAZADOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SERIAL-REG-FILE ASSIGN TO "SERLREG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SREG-FILE-STATUS.
           SELECT DEPT-MAST-FILE  ASSIGN TO "DEPTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS DMST-DEPT-CODE
                                   FILE STATUS IS DEPT-FILE-STATUS.
           SELECT HELD-TRAN-FILE  ASSIGN TO "HELDTRAN"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS HELD-KEY
                                   FILE STATUS IS HELD-FILE-STATUS.
           SELECT HOLD-PARM-FILE  ASSIGN TO "HOLDPARM"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS HPRM-FILE-STATUS.
           SELECT STEP-STAT-FILE  ASSIGN TO "STEPSTAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS STAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY "serlreg.cpy".

       FD  DEPT-MAST-FILE.
           COPY "deptmast.cpy".

       FD  HELD-TRAN-FILE.
           COPY "heldtran.cpy".

       FD  HOLD-PARM-FILE
           RECORDING MODE IS F.
           COPY "holdparm.cpy".

       FD  STEP-STAT-FILE
           RECORDING MODE IS F.
           COPY "stepstat.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  RAW-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-RAW-FILE           VALUE "Y".
           05  DEPT-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-DEPT-FILE          VALUE "Y".
           05  DEPT-FOUND-SW         PIC X(01)     VALUE "N".
               88  DEPT-FOUND                VALUE "Y".
           05  HOLD-SW               PIC X(01)     VALUE "N".
               88  RECORD-OVER-HOLD-LIMIT    VALUE "Y".
           05  STAMP-PENDING-SW      PIC X(01)     VALUE "N".
               88  APPROVAL-STAMP-PENDING    VALUE "Y".

      *----------------------------------------------------------------
      *  DEPARTMENT MASTER TABLE, LOADED ONCE AT INITIALIZATION.
      *  THE DAY COUNT IS THE NUMBER OF THE DEPARTMENT'S DATA
      *  RECORDS ALREADY PASSED TO THE CLEAN FILE TONIGHT, ACROSS
      *  ALL ITS BATCHES, AND IS WHAT THE DAILY CEILING IS TESTED
      *  AGAINST.
      *----------------------------------------------------------------
       01  DEPT-TABLE.
           05  DEPT-ENTRY-COUNT      PIC 9(03)     VALUE ZERO.
           05  DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-IDX.
               10  DEPT-ENTRY-CODE   PIC X(02).
               10  DEPT-ENTRY-STATUS PIC X(01).
                   88  DEPT-ENTRY-ACTIVE         VALUE "A".
               10  DEPT-ENTRY-OPERS  PIC X(08).
               10  DEPT-ENTRY-LIMIT  PIC 9(06).
               10  DEPT-ENTRY-DAY-COUNT
                                     PIC 9(06).
               10  DEPT-ENTRY-HOLD-LIMIT
                                     PIC 9(7)V99.

       01  CURRENT-DEPT-ENTRY        PIC 9(03)     VALUE ZERO.
       01  OPER-TALLY                PIC 9(02)     VALUE ZERO.

      *----------------------------------------------------------------
      *  SUPERVISOR HOLD.  THE SHOP-WIDE LIMIT APPLIES TO EVERY
      *  DEPARTMENT WHOSE MASTER RECORD LEAVES ITS OWN LIMIT AT
      *  ZERO; THE HOLDPARM CARD OVERRIDES THE BUILT-IN VALUE.  THE
      *  "V" STAMP CALCRCY1 PUTS AHEAD OF A DECIDED ITEM IS KEPT
      *  HERE UNTIL THAT ITEM HAS PASSED ITS EDITS, SO A STAMP NEVER
      *  REACHES THE CLEAN FILE WITHOUT ITS ITEM BEHIND IT.
      *----------------------------------------------------------------
       01  HOLD-FIELDS.
           05  DEFAULT-HOLD-LIMIT    PIC 9(7)V99   VALUE 100000.00.
           05  HOLD-LIMIT-WORK       PIC 9(7)V99   VALUE ZERO.
           05  HOLD-LIMIT-NEGATIVE   PIC S9(7)V99  VALUE ZERO.
           05  APPROVAL-STAMP-IMAGE  PIC X(24)     VALUE SPACE.

      *----------------------------------------------------------------
      *  SUBMISSION SERIAL FROM THE "F" FILE HEADER.  THE CHECK
           05  SUBMISSION-SERIAL     PIC 9(06)     VALUE ZERO.

       01  CURRENT-DATE              PIC 9(08).
       01  CURRENT-TIME              PIC 9(08).

      *----------------------------------------------------------------
      *  BATCH HEADER IN FORCE.  A BAD HEADER DROPS THE SWITCH SO
      *  THE RECORDS BEHIND IT REJECT AS ORPHANS INSTEAD OF BEING
      *  CHARGED TO THE PREVIOUS DEPARTMENT'S BATCH.  THE LAST
      *  HEADER READ, GOOD OR BAD, IS KEPT APART SO THOSE ORPHANS
      *  CAN STILL BE RETURNED TO THE DEPARTMENT THAT SENT THEM.
      *----------------------------------------------------------------
       01  BATCH-HEADER-FIELDS.
           05  HEADER-SEEN-SW        PIC X(01)     VALUE "N".
           05  CURRENT-DEPT-CODE     PIC X(02)     VALUE SPACE.
           05  CURRENT-BATCH-NO      PIC 9(04)     VALUE ZERO.
           05  HEADERS-READ          PIC 9(04)     VALUE ZERO.
           05  BATCH-ITEM-COUNT      PIC 9(04)     VALUE ZERO.
           05  LAST-CLEAN-ITEM-NO    PIC 9(04)     VALUE ZERO.
           05  LAST-HDR-DEPT-CODE    PIC X(02)     VALUE SPACE.
           05  LAST-HDR-BATCH-NO     PIC 9(04)     VALUE ZERO.

      *----------------------------------------------------------------
      *  REPEATED HEADER FOR THE BATCH IN FORCE, WRITTEN AHEAD OF A
      *  CLEAN ITEM THAT DOES NOT FOLLOW THE LAST CLEAN ITEM PASSED,
      *  SO CALCBAT3 PICKS UP THE POSITION COUNT AT THE RIGHT PLACE.
      *----------------------------------------------------------------
       01  POSITION-HEADER-RECORD.
           05  FILLER                PIC X(01)     VALUE "H".
           05  PHDR-DEPT-CODE        PIC X(02).
           05  PHDR-BATCH-NO         PIC 9(04).
           05  PHDR-ITEM-BASE        PIC 9(04).
           05  FILLER                PIC X(13)     VALUE SPACE.

       01  EDIT-COUNTERS.
           05  RECORDS-READ          PIC 9(06)     VALUE ZERO.
           05  RECORDS-CLEAN         PIC 9(06)     VALUE ZERO.
           05  RECORDS-REJECTED      PIC 9(06)     VALUE ZERO.
           05  RECORDS-HELD          PIC 9(06)     VALUE ZERO.
           05  ITEMS-REJECTED        PIC 9(06)     VALUE ZERO.

       01  REJECT-REASON             PIC X(02)     VALUE SPACE.
           88  RECORD-IS-CLEAN           VALUE SPACE.
       01  SREG-FILE-STATUS          PIC X(02).
           88  SREG-FILE-NOT-FOUND       VALUE "35".

       01  DEPT-FILE-STATUS          PIC X(02).
           88  DEPT-FILE-NOT-FOUND       VALUE "35".

       01  HELD-FILE-STATUS          PIC X(02).
           88  HELD-FILE-NOT-FOUND       VALUE "35".

       01  HPRM-FILE-STATUS          PIC X(02).
           88  HPRM-FILE-NOT-FOUND       VALUE "35".

       01  STAT-FILE-STATUS          PIC X(02).
           88  STAT-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HELD-TRAN-FILE
           IF HELD-FILE-NOT-FOUND
               OPEN OUTPUT HELD-TRAN-FILE
           END-IF
           IF HELD-FILE-STATUS NOT = "00"
               DISPLAY "CALCEDT1 - ERROR AL ABRIR HELDTRAN: "
                   HELD-FILE-STATUS
               CLOSE TRAN-RAW-FILE TRAN-CLEAN-FILE CALC-REJ-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-DEPT-TABLE
           PERFORM 1200-READ-HOLD-PARM
           READ TRAN-RAW-FILE
               AT END
                   SET END-OF-RAW-FILE TO TRUE
           END-READ
           PERFORM 1500-CHECK-FILE-SERIAL.

      *----------------------------------------------------------------
      *  SIN MAESTRO DE DEPARTAMENTOS LA TABLA QUEDA VACIA Y TODO
      *  ENCABEZADO DE LOTE SE RECHAZA COMO DEPARTAMENTO DESCONOCIDO,
      *  IGUAL QUE CALCBAT3 CON UN MAESTRO DE TASAS AUSENTE.
      *----------------------------------------------------------------
       1100-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-MAST-FILE
           IF DEPT-FILE-NOT-FOUND
               DISPLAY "CALCEDT1 - SIN MAESTRO DE DEPARTAMENTOS "
                   "(DEPTMAST)."
           ELSE
               READ DEPT-MAST-FILE
                   AT END
                       SET END-OF-DEPT-FILE TO TRUE
               END-READ
               PERFORM 1110-LOAD-DEPT-ENTRY
                   UNTIL END-OF-DEPT-FILE
                      OR DEPT-ENTRY-COUNT >= 100
               IF NOT END-OF-DEPT-FILE
                   DISPLAY "CALCEDT1 - TABLA DE DEPARTAMENTOS LLENA "
                       "(100)."
               END-IF
               CLOSE DEPT-MAST-FILE
               DISPLAY "CALCEDT1 - DEPARTAMENTOS CARGADOS: "
                   DEPT-ENTRY-COUNT
           END-IF.

       1110-LOAD-DEPT-ENTRY.
           ADD 1 TO DEPT-ENTRY-COUNT
           MOVE DMST-DEPT-CODE     TO DEPT-ENTRY-CODE (DEPT-ENTRY-COUNT)
           MOVE DMST-STATUS        TO
               DEPT-ENTRY-STATUS (DEPT-ENTRY-COUNT)
           MOVE DMST-ALLOWED-OPERS TO
               DEPT-ENTRY-OPERS (DEPT-ENTRY-COUNT)
           IF DMST-DAILY-LIMIT IS NUMERIC
               MOVE DMST-DAILY-LIMIT TO
                   DEPT-ENTRY-LIMIT (DEPT-ENTRY-COUNT)
           ELSE
               MOVE ZERO TO DEPT-ENTRY-LIMIT (DEPT-ENTRY-COUNT)
           END-IF
           MOVE ZERO TO DEPT-ENTRY-DAY-COUNT (DEPT-ENTRY-COUNT)
           IF DMST-HOLD-LIMIT IS NUMERIC
               MOVE DMST-HOLD-LIMIT TO
                   DEPT-ENTRY-HOLD-LIMIT (DEPT-ENTRY-COUNT)
           ELSE
               MOVE ZERO TO DEPT-ENTRY-HOLD-LIMIT (DEPT-ENTRY-COUNT)
           END-IF
           READ DEPT-MAST-FILE
               AT END
                   SET END-OF-DEPT-FILE TO TRUE
           END-READ.

       1200-READ-HOLD-PARM.
           OPEN INPUT HOLD-PARM-FILE
           IF HPRM-FILE-NOT-FOUND
               DISPLAY "CALCEDT1 - SIN TARJETA HOLDPARM. LIMITE "
                   "GENERAL POR OMISION."
           ELSE
               READ HOLD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HPRM-DEFAULT-LIMIT IS NUMERIC
                           MOVE HPRM-DEFAULT-LIMIT
                               TO DEFAULT-HOLD-LIMIT
                       END-IF
               END-READ
               CLOSE HOLD-PARM-FILE
           END-IF
           DISPLAY "CALCEDT1 - LIMITE GENERAL DE RETENCION: "
               DEFAULT-HOLD-LIMIT.

      *----------------------------------------------------------------
      *  THE FIRST RECORD MUST BE THE "F" FILE HEADER.  A MISSING
      *  HEADER OR A SERIAL ALREADY ON THE REGISTER STOPS THE STEP
              OR CTRAN-FHDR-SERIAL IS NOT NUMERIC
               DISPLAY "CALCEDT1 - SIN ENCABEZADO DE ARCHIVO (SERIE)."
               CLOSE TRAN-RAW-FILE TRAN-CLEAN-FILE CALC-REJ-FILE
                     HELD-TRAN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "CALCEDT1 - SERIE YA PROCESADA: "
                   SUBMISSION-SERIAL " - REMESA DUPLICADA."
               CLOSE TRAN-RAW-FILE TRAN-CLEAN-FILE CALC-REJ-FILE
                     HELD-TRAN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
                   PERFORM 2300-CAPTURE-TRAILER
               WHEN CTRAN-TYPE-BATCH-HDR
                   PERFORM 2400-EDIT-BATCH-HEADER
               WHEN CTRAN-TYPE-APPROVAL
                   PERFORM 2500-CAPTURE-APPROVAL-STAMP
               WHEN OTHER
                   PERFORM 2010-EDIT-ONE-RECORD
           END-EVALUATE
                   SET END-OF-RAW-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  A CLEAN ITEM OVER THE HOLD LIMIT GOES TO HELDTRAN INSTEAD OF
      *  THE CLEAN FILE.  AN ITEM BEHIND A "V" STAMP WAS ALREADY
      *  DECIDED BY A SUPERVISOR AND IS NOT HELD AGAIN; IF IT FAILS
      *  ANOTHER EDIT IT REJECTS AS USUAL, THE STAMP IS DROPPED, AND
      *  THE RECYCLED ITEM COMES BACK TO BE HELD AND DECIDED AFRESH.
      *----------------------------------------------------------------
       2010-EDIT-ONE-RECORD.
           ADD 1 TO RECORDS-READ
           ADD 1 TO BATCH-ITEM-COUNT
           MOVE "N" TO HOLD-SW
           PERFORM 2100-VALIDATE-RECORD
           PERFORM 2020-ACCUMULATE-INPUT-HASH
           IF RECORD-IS-CLEAN
              AND NOT CTRAN-TYPE-CLEAR
              AND NOT CTRAN-TYPE-REVERSAL
              AND NOT APPROVAL-STAMP-PENDING
               PERFORM 2140-CHECK-HOLD-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN NOT RECORD-IS-CLEAN
                   ADD 1 TO RECORDS-REJECTED
                   ADD 1 TO ITEMS-REJECTED
                   PERFORM 2200-WRITE-REJECT-RECORD
               WHEN RECORD-OVER-HOLD-LIMIT
                   PERFORM 2600-HOLD-RECORD
               WHEN OTHER
                   ADD 1 TO RECORDS-CLEAN
                   PERFORM 2030-ACCUMULATE-CLEAN-HASH
                   IF NOT CTRAN-TYPE-CLEAR
                      AND NOT CTRAN-TYPE-REVERSAL
                       ADD 1 TO
                           DEPT-ENTRY-DAY-COUNT (CURRENT-DEPT-ENTRY)
                   END-IF
                   IF BATCH-ITEM-COUNT NOT = LAST-CLEAN-ITEM-NO + 1
                       PERFORM 2420-WRITE-POSITION-HEADER
                   END-IF
                   MOVE BATCH-ITEM-COUNT TO LAST-CLEAN-ITEM-NO
                   IF APPROVAL-STAMP-PENDING
                       WRITE TRAN-CLEAN-RECORD
                           FROM APPROVAL-STAMP-IMAGE
                   END-IF
                   WRITE TRAN-CLEAN-RECORD FROM CALC-TRAN-RECORD
           END-EVALUATE
           IF APPROVAL-STAMP-PENDING
              AND NOT RECORD-IS-CLEAN
               DISPLAY "CALCEDT1 - ITEM DECIDIDO RECHAZADO, SELLO "
                   "DESCARTADO: " APPROVAL-STAMP-IMAGE
           END-IF
           MOVE "N" TO STAMP-PENDING-SW.

      *----------------------------------------------------------------
      *  EACH OPERAND FIELD COUNTS WHEN IT IS NUMERIC; RATE-CODE
      *  RECORDS CARRY A CODE IN THE SECOND OPERAND POSITIONS AND
      *  CONTRIBUTE ONLY THE FIRST OPERAND, MATCHING THE WAY THE
      *  SUBMITTING DEPARTMENT AND CALCBAT3 BUILD THE HASH.  AN "X"
      *  REVERSAL CARRIES A REFERENCE, NOT OPERANDS, AND ADDS NOTHING.
      *----------------------------------------------------------------
       2020-ACCUMULATE-INPUT-HASH.
           IF CTRAN-TYPE-REVERSAL
               CONTINUE
           ELSE
               PERFORM 2025-ADD-INPUT-OPERANDS
           END-IF.

       2025-ADD-INPUT-OPERANDS.
           IF CALC-TRAN-RECORD(3:9) IS NUMERIC
               MOVE CALC-TRAN-RECORD(3:9) TO HASH-WORK
               ADD HASH-WORK TO INPUT-HASH
           END-IF.

       2030-ACCUMULATE-CLEAN-HASH.
           IF CTRAN-TYPE-REVERSAL
               CONTINUE
           ELSE
               PERFORM 2035-ADD-CLEAN-OPERANDS
           END-IF.

       2035-ADD-CLEAN-OPERANDS.
           MOVE CALC-TRAN-RECORD(3:9) TO HASH-WORK
           ADD HASH-WORK TO CLEAN-HASH
           IF NOT CTRAN-USE-RATE-CODE
      *  TRAILER FIGURES AND FEED NOTHING TO THE HASH, BUT THE GOOD
      *  ONES PASS TO THE CLEAN FILE SO CALCBAT3 CAN SECTION THE
      *  REPORT PER DEPARTMENT AND BATCH.
      *  THE DEPARTMENT MUST BE ON THE MASTER AND ACTIVE; A HEADER
      *  THAT FAILS ANY OF ITS EDITS DROPS THE BATCH SO ITS RECORDS
      *  REJECT AS ORPHANS.
      *----------------------------------------------------------------
       2400-EDIT-BATCH-HEADER.
           ADD 1 TO HEADERS-READ
           MOVE SPACE TO REJECT-REASON
           IF CTRAN-BHDR-BATCH-NO IS NUMERIC
               MOVE CTRAN-BHDR-DEPT-CODE TO LAST-HDR-DEPT-CODE
               MOVE CTRAN-BHDR-BATCH-NO  TO LAST-HDR-BATCH-NO
           ELSE
               MOVE SPACE TO LAST-HDR-DEPT-CODE
               MOVE ZERO  TO LAST-HDR-BATCH-NO
           END-IF
           IF CTRAN-BHDR-DEPT-CODE = SPACE
              OR CTRAN-BHDR-BATCH-NO IS NOT NUMERIC
               MOVE "10" TO REJECT-REASON
           END-IF
           IF RECORD-IS-CLEAN
               PERFORM 2410-FIND-DEPARTMENT
               EVALUATE TRUE
                   WHEN NOT DEPT-FOUND
                       MOVE "11" TO REJECT-REASON
                   WHEN NOT DEPT-ENTRY-ACTIVE (CURRENT-DEPT-ENTRY)
                       MOVE "12" TO REJECT-REASON
               END-EVALUATE
           END-IF
           PERFORM 2510-DROP-UNUSED-STAMP
           IF CTRAN-BHDR-ITEM-BASE IS NUMERIC
               MOVE CTRAN-BHDR-ITEM-BASE TO BATCH-ITEM-COUNT
           ELSE
               MOVE ZERO TO BATCH-ITEM-COUNT
           END-IF
           MOVE BATCH-ITEM-COUNT TO LAST-CLEAN-ITEM-NO
           IF RECORD-IS-CLEAN
               SET BATCH-HEADER-SEEN TO TRUE
               MOVE CTRAN-BHDR-DEPT-CODE TO CURRENT-DEPT-CODE
               MOVE CTRAN-BHDR-BATCH-NO  TO CURRENT-BATCH-NO
               WRITE TRAN-CLEAN-RECORD FROM CALC-TRAN-RECORD
           ELSE
               ADD 1 TO RECORDS-REJECTED
               PERFORM 2200-WRITE-REJECT-RECORD
               MOVE "N" TO HEADER-SEEN-SW
           END-IF.

       2410-FIND-DEPARTMENT.
           MOVE "N" TO DEPT-FOUND-SW
           MOVE ZERO TO CURRENT-DEPT-ENTRY
           IF DEPT-ENTRY-COUNT > ZERO
               SET DEPT-IDX TO 1
               SEARCH DEPT-ENTRY
                   WHEN DEPT-IDX > DEPT-ENTRY-COUNT
                       CONTINUE
                   WHEN DEPT-ENTRY-CODE (DEPT-IDX) =
                        CTRAN-BHDR-DEPT-CODE
                       SET DEPT-FOUND TO TRUE
                       SET CURRENT-DEPT-ENTRY TO DEPT-IDX
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *  THE BATCH IN FORCE AGAIN, WITH THE BASE THAT MAKES THE NEXT
      *  CLEAN ITEM COME OUT AT ITS SUBMITTED POSITION IN CALCBAT3.
      *----------------------------------------------------------------
       2420-WRITE-POSITION-HEADER.
           MOVE CURRENT-DEPT-CODE TO PHDR-DEPT-CODE
           MOVE CURRENT-BATCH-NO  TO PHDR-BATCH-NO
           COMPUTE PHDR-ITEM-BASE = BATCH-ITEM-COUNT - 1
           WRITE TRAN-CLEAN-RECORD FROM POSITION-HEADER-RECORD.

      *----------------------------------------------------------------
      *  THE FIRST FAILED EDIT WINS; LATER EDITS ARE ONLY APPLIED TO
      *  A RECORD THAT IS STILL CLEAN SO EACH REJECT CARRIES ONE
              AND NOT CTRAN-OPERATOR-MARKDOWN
              AND NOT CTRAN-OPERATOR-POWER
              AND NOT CTRAN-TYPE-CLEAR
              AND NOT CTRAN-TYPE-REVERSAL
               MOVE "01" TO REJECT-REASON
           END-IF
           IF RECORD-IS-CLEAN
              AND CTRAN-TYPE-REVERSAL
               PERFORM 2150-VALIDATE-REVERSAL
           ELSE
               PERFORM 2105-VALIDATE-OPERATION
           END-IF.

       2105-VALIDATE-OPERATION.
           IF RECORD-IS-CLEAN
               PERFORM 2110-VALIDATE-NUMBER-1
           END-IF
              AND CTRAN-USE-RATE-CODE
              AND CTRAN-RATE-CODE = SPACE
               MOVE "08" TO REJECT-REASON
           END-IF
           IF RECORD-IS-CLEAN
              AND NOT CTRAN-TYPE-CLEAR
               PERFORM 2130-CHECK-DEPT-LIMITS
           END-IF.

      *----------------------------------------------------------------
      *  DEPARTMENT LIMITS FROM THE MASTER: THE OPERATOR MUST BE ON
      *  THE DEPARTMENT'S ALLOWED LIST, AND ONCE TONIGHT'S CLEAN
      *  RECORDS FOR THE DEPARTMENT REACH ITS DAILY CEILING (ZERO =
      *  NONE) EVERY FURTHER RECORD REJECTS SO IT CAN RECYCLE TO A
      *  LATER NIGHT.
      *----------------------------------------------------------------
       2130-CHECK-DEPT-LIMITS.
           MOVE ZERO TO OPER-TALLY
           INSPECT DEPT-ENTRY-OPERS (CURRENT-DEPT-ENTRY)
               TALLYING OPER-TALLY FOR ALL CTRAN-OPERATOR
           IF OPER-TALLY = ZERO
               MOVE "13" TO REJECT-REASON
           END-IF
           IF RECORD-IS-CLEAN
              AND DEPT-ENTRY-LIMIT (CURRENT-DEPT-ENTRY) > ZERO
              AND DEPT-ENTRY-DAY-COUNT (CURRENT-DEPT-ENTRY) NOT <
                  DEPT-ENTRY-LIMIT (CURRENT-DEPT-ENTRY)
               MOVE "14" TO REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      *  THE DEPARTMENT'S OWN HOLD LIMIT, OR THE SHOP-WIDE ONE WHEN
      *  THE MASTER LEAVES IT AT ZERO, IS TESTED AGAINST EACH OPERAND
      *  IN EITHER DIRECTION; A RATE RECORD HAS ONLY THE FIRST.  A
      *  CHAINED RECORD CANNOT WAIT APART FROM THE CHAIN THAT FEEDS
      *  IT, SO OVER THE LIMIT IT REJECTS (RAZON 15) INSTEAD.
      *----------------------------------------------------------------
       2140-CHECK-HOLD-LIMIT.
           IF DEPT-ENTRY-HOLD-LIMIT (CURRENT-DEPT-ENTRY) > ZERO
               MOVE DEPT-ENTRY-HOLD-LIMIT (CURRENT-DEPT-ENTRY)
                   TO HOLD-LIMIT-WORK
           ELSE
               MOVE DEFAULT-HOLD-LIMIT TO HOLD-LIMIT-WORK
           END-IF
           COMPUTE HOLD-LIMIT-NEGATIVE = ZERO - HOLD-LIMIT-WORK
           IF HOLD-LIMIT-WORK > ZERO
               IF CTRAN-NUMBER-1 > HOLD-LIMIT-WORK
                  OR CTRAN-NUMBER-1 < HOLD-LIMIT-NEGATIVE
                   SET RECORD-OVER-HOLD-LIMIT TO TRUE
               END-IF
               IF NOT CTRAN-USE-RATE-CODE
                  AND (CTRAN-NUMBER-2 > HOLD-LIMIT-WORK
                       OR CTRAN-NUMBER-2 < HOLD-LIMIT-NEGATIVE)
                   SET RECORD-OVER-HOLD-LIMIT TO TRUE
               END-IF
           END-IF
           IF RECORD-OVER-HOLD-LIMIT
              AND CTRAN-USE-ACCUMULATOR
               MOVE "15" TO REJECT-REASON
               MOVE "N" TO HOLD-SW
           END-IF.

      *----------------------------------------------------------------
      *  A REVERSAL MUST NAME ITS ORIGINAL COMPLETELY - A RUN DATE,
      *  THE DEPARTMENT, A BATCH AND A NON-ZERO ITEM POSITION - AND
      *  THE DEPARTMENT MUST BE THE ONE WHOSE BATCH CARRIES THE
      *  REVERSAL.  WHETHER THE ORIGINAL EXISTS IS FOR CALCBAT3 TO
      *  FIND OUT AGAINST THE LOG.
      *----------------------------------------------------------------
       2150-VALIDATE-REVERSAL.
           IF CTRAN-RVSL-RUN-DATE IS NOT NUMERIC
              OR CTRAN-RVSL-BATCH-NO IS NOT NUMERIC
              OR CTRAN-RVSL-ITEM-NO IS NOT NUMERIC
              OR CTRAN-RVSL-DEPT-CODE NOT = CURRENT-DEPT-CODE
               MOVE "16" TO REJECT-REASON
           END-IF
           IF RECORD-IS-CLEAN
              AND CTRAN-RVSL-ITEM-NO = ZERO
               MOVE "16" TO REJECT-REASON
           END-IF.

       2110-VALIDATE-NUMBER-1.
                   MOVE "SIN ENCABEZADO DE LOTE" TO CREJ-REASON-DESC
               WHEN CREJ-REASON-BAD-HEADER
                   MOVE "ENCABEZADO DE LOTE MAL" TO CREJ-REASON-DESC
               WHEN CREJ-REASON-DEPT-UNKNOWN
                   MOVE "DEPARTAMENTO DESCONOCIDO"
                                                 TO CREJ-REASON-DESC
               WHEN CREJ-REASON-DEPT-CLOSED
                   MOVE "DEPARTAMENTO CERRADO"   TO CREJ-REASON-DESC
               WHEN CREJ-REASON-OPER-DENIED
                   MOVE "OPERADOR NO PERMITIDO"  TO CREJ-REASON-DESC
               WHEN CREJ-REASON-DAILY-LIMIT
                   MOVE "TOPE DIARIO EXCEDIDO"   TO CREJ-REASON-DESC
               WHEN CREJ-REASON-CHAIN-HOLD
                   MOVE "CADENA SOBRE LIMITE"    TO CREJ-REASON-DESC
               WHEN CREJ-REASON-REV-FORMAT
                   MOVE "REFERENCIA DE REVERSO MAL"
                                                 TO CREJ-REASON-DESC
           END-EVALUATE
           MOVE TRAN-RAW-RECORD TO CREJ-IMAGE
           PERFORM 2210-SET-REJECT-ORIGIN
           WRITE CALC-REJ-RECORD.

      *----------------------------------------------------------------
      *  A TRAILER BELONGS TO THE WHOLE FILE AND HAS NO ORIGIN.  A
      *  HEADER IS ITS OWN BATCH, AT POSITION ZERO.  A RECORD IN A
      *  GOOD BATCH TAKES THE BATCH IN FORCE AND ITS POSITION; AN
      *  ORPHAN TAKES THE LAST HEADER READ, IF THAT ONE NAMED A
      *  DEPARTMENT.  A RECORD AHEAD OF EVERY HEADER HAS NONE.
      *----------------------------------------------------------------
       2210-SET-REJECT-ORIGIN.
           EVALUATE TRUE
               WHEN TRAN-RAW-RECORD(1:1) = "T"
                   CONTINUE
               WHEN TRAN-RAW-RECORD(1:1) = "H"
                AND LAST-HDR-DEPT-CODE NOT = SPACE
                   MOVE LAST-HDR-DEPT-CODE TO CREJ-DEPT-CODE
                   MOVE LAST-HDR-BATCH-NO  TO CREJ-BATCH-NO
                   MOVE ZERO               TO CREJ-ITEM-NO
               WHEN TRAN-RAW-RECORD(1:1) = "H"
                   CONTINUE
               WHEN BATCH-HEADER-SEEN
                   MOVE CURRENT-DEPT-CODE  TO CREJ-DEPT-CODE
                   MOVE CURRENT-BATCH-NO   TO CREJ-BATCH-NO
                   MOVE BATCH-ITEM-COUNT   TO CREJ-ITEM-NO
               WHEN LAST-HDR-DEPT-CODE NOT = SPACE
                   MOVE LAST-HDR-DEPT-CODE TO CREJ-DEPT-CODE
                   MOVE LAST-HDR-BATCH-NO  TO CREJ-BATCH-NO
                   MOVE BATCH-ITEM-COUNT   TO CREJ-ITEM-NO
           END-EVALUATE.

      *----------------------------------------------------------------
      *  THE STAMP IS KEPT UNTIL THE ITEM BEHIND IT HAS BEEN EDITED.
      *  A STAMP OUTSIDE A BATCH HAS NO ITEM TO GO WITH AND IS
      *  DROPPED; THE ITEM BEHIND IT WILL REJECT AS AN ORPHAN.
      *----------------------------------------------------------------
       2500-CAPTURE-APPROVAL-STAMP.
           PERFORM 2510-DROP-UNUSED-STAMP
           IF BATCH-HEADER-SEEN
               MOVE TRAN-RAW-RECORD TO APPROVAL-STAMP-IMAGE
               SET APPROVAL-STAMP-PENDING TO TRUE
           ELSE
               DISPLAY "CALCEDT1 - SELLO FUERA DE LOTE, DESCARTADO: "
                   TRAN-RAW-RECORD
           END-IF.

       2510-DROP-UNUSED-STAMP.
           IF APPROVAL-STAMP-PENDING
               DISPLAY "CALCEDT1 - SELLO SIN ITEM, DESCARTADO: "
                   APPROVAL-STAMP-IMAGE
               MOVE "N" TO STAMP-PENDING-SW
           END-IF.

      *----------------------------------------------------------------
      *  THE HELD ITEM KEEPS ITS DEPARTMENT, BATCH AND POSITION SO
      *  CALCAPR1 CAN SHOW IT TO THE SUPERVISOR AND CALCRCY1 CAN PUT
      *  IT BACK UNDER ITS OWN BATCH HEADER ONCE DECIDED.  HELD ITEMS
      *  ARE READ BUT NEITHER CLEAN NOR REJECTED, SO THEY STAY OUT
      *  OF THE REGENERATED TRAILER.
      *----------------------------------------------------------------
       2600-HOLD-RECORD.
           ADD 1 TO RECORDS-HELD
           MOVE SPACE             TO HELD-TRAN-RECORD
           MOVE SUBMISSION-SERIAL TO HELD-SERIAL
           MOVE RECORDS-HELD      TO HELD-SEQ
           MOVE CURRENT-DATE      TO HELD-HOLD-DATE
           MOVE CURRENT-DEPT-CODE TO HELD-DEPT-CODE
           MOVE CURRENT-BATCH-NO  TO HELD-BATCH-NO
           MOVE BATCH-ITEM-COUNT  TO HELD-ITEM-NO
           MOVE TRAN-RAW-RECORD   TO HELD-IMAGE
           SET HELD-STATUS-PENDING TO TRUE
           WRITE HELD-TRAN-RECORD
               INVALID KEY
                   DISPLAY "CALCEDT1 - ERROR AL GRABAR HELDTRAN: "
                       HELD-FILE-STATUS " " HELD-KEY
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       3000-FINALIZE.
           PERFORM 2510-DROP-UNUSED-STAMP
           PERFORM 3100-BALANCE-INPUT-TRAILER
           PERFORM 3200-WRITE-CLEAN-TRAILER
           PERFORM 3300-REGISTER-SERIAL
           CLOSE TRAN-RAW-FILE TRAN-CLEAN-FILE CALC-REJ-FILE
                 HELD-TRAN-FILE
           DISPLAY "CALCEDT1 - REGISTROS LEIDOS:    " RECORDS-READ
           DISPLAY "CALCEDT1 - REGISTROS ACEPTADOS: " RECORDS-CLEAN
           DISPLAY "CALCEDT1 - REGISTROS RECHAZADOS: "
               RECORDS-REJECTED
           DISPLAY "CALCEDT1 - REGISTROS RETENIDOS: " RECORDS-HELD
           PERFORM 3400-WRITE-STEP-STATS.

      *----------------------------------------------------------------
      *  THE SERIAL OF EVERY SUBMISSION THAT FINISHED THE EDIT GOES
           MOVE CLEAN-HASH    TO CTRAN-TRL-HASH-TOTAL
           WRITE TRAN-CLEAN-RECORD FROM CALC-TRAN-RECORD.

      *----------------------------------------------------------------
      *  THE FIGURES ABOVE GO ON THE NIGHT'S STEP-STATISTICS FILE FOR
      *  CALCMOR1.  ONLY DATA ITEMS COUNT AS READ, CLEAN, REJECTED OR
      *  HELD; THE REJECTED HEADERS AND TRAILERS ARE IN THE TOTAL OF
      *  RECORDS WRITTEN TO CALCREJ.
      *----------------------------------------------------------------
       3400-WRITE-STEP-STATS.
           ACCEPT CURRENT-TIME FROM TIME
           OPEN EXTEND STEP-STAT-FILE
           IF STAT-FILE-NOT-FOUND
               OPEN OUTPUT STEP-STAT-FILE
           END-IF
           MOVE SPACE              TO STEP-STAT-RECORD
           MOVE ZERO               TO SSTA-FIGURES
           MOVE CURRENT-DATE       TO SSTA-RUN-DATE
           MOVE CURRENT-TIME       TO SSTA-RUN-TIME
           SET SSTA-FROM-CALCEDT1  TO TRUE
           MOVE RETURN-CODE        TO SSTA-CONDITION-CODE
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   SET SSTA-NO-TRAILER TO TRUE
               WHEN EXPECTED-COUNT = RECORDS-READ
                AND EXPECTED-HASH = INPUT-HASH
                   SET SSTA-IN-BALANCE TO TRUE
               WHEN OTHER
                   SET SSTA-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           MOVE RECORDS-READ       TO SEDT-READ
           MOVE RECORDS-CLEAN      TO SEDT-CLEAN
           MOVE ITEMS-REJECTED     TO SEDT-ITEMS-REJECTED
           MOVE RECORDS-HELD       TO SEDT-HELD
           MOVE RECORDS-REJECTED   TO SEDT-REJECTS-WRITTEN
           MOVE EXPECTED-COUNT     TO SEDT-EXPECTED
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.

       END PROGRAM CALCEDT1.
