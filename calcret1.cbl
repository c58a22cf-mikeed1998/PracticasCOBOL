       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCRET1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCRET1 BUILDS THE RESULTS RETURN FOR THE SUBMITTING        *
      *  DEPARTMENTS.  IT RUNS RIGHT AFTER CALCBAT3 AND GATHERS       *
      *  EVERY ITEM OF THE NIGHT INTO THE CALCRET LAYOUT:             *
      *     RETDTL    ITEMS CALCBAT3 RAN (OPERANDS USED, RESULT,      *
      *               REMAINDER AND STATUS)                           *
      *     CALCREJ   TONIGHT'S CALCEDT1 REJECTS, NOT PROCESSED,      *
      *               WITH THEIR REASON CODE                          *
      *     DEADRET   ITEMS CALCRCY1 AGED OFF TO DEAD LETTERS         *
      *     HELDTRAN  ITEMS HELD TONIGHT FOR A SUPERVISOR             *
      *  THE ITEMS ARE SORTED BY DEPARTMENT, BATCH AND ITEM POSITION  *
      *  AND WRITTEN TO CALCRET; EACH DEPARTMENT CLOSES WITH A        *
      *  CONTROL RECORD CARRYING ITS BATCH AND ITEM COUNTS, THE HASH  *
      *  OF THE ITEM IMAGES (BUILT THE WAY THE DEPARTMENT BUILDS ITS  *
      *  CALCTRAN TRAILER) AND THE OK / ERROR / OVERFLOW / DECLINED / *
      *  NOT-PROCESSED COUNTS, SO THE DEPARTMENT CAN BALANCE THE      *
      *  RETURN AGAINST WHAT IT SENT.  TRAILERS, HEADERS AND STAMPS   *
      *  ARE NOT ITEMS AND ARE LEFT OUT.  CONDITION CODES:            *
      *       0  RETURN COMPLETE                                      *
      *       4  ITEMS WITH NO DEPARTMENT (REJECTED AHEAD OF ANY      *
      *          BATCH HEADER), RETURNED UNDER A BLANK DEPARTMENT     *
      *      16  NOT STARTED (RETDTL OR CALCRET NOT AVAILABLE)        *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - ARCHIVO DE RESULTADOS
      *                   POR DEPARTAMENTO Y LOTE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-DTL-FILE    ASSIGN TO "RETDTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RETD-FILE-STATUS.
           SELECT CALC-REJ-FILE   ASSIGN TO "CALCREJ"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REJ-FILE-STATUS.
           SELECT DEAD-RET-FILE   ASSIGN TO "DEADRET"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DRET-FILE-STATUS.
           SELECT HELD-TRAN-FILE  ASSIGN TO "HELDTRAN"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS HELD-KEY
                                   FILE STATUS IS HELD-FILE-STATUS.
           SELECT CALC-RET-FILE   ASSIGN TO "CALCRET"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RET-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  RET-DTL-FILE
           RECORDING MODE IS F.
       01  RET-DTL-RECORD              PIC X(130).

       FD  CALC-REJ-FILE
           RECORDING MODE IS F.
           COPY "calcrej.cpy".

       FD  DEAD-RET-FILE
           RECORDING MODE IS F.
       01  DEAD-RET-RECORD             PIC X(130).

       FD  HELD-TRAN-FILE.
           COPY "heldtran.cpy".

       FD  CALC-RET-FILE
           RECORDING MODE IS F.
       01  CALC-RET-OUT-RECORD         PIC X(130).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  FILLER                  PIC X(09).
           05  SORT-KEY.
               10  SORT-DEPT-CODE      PIC X(02).
               10  SORT-BATCH-NO       PIC 9(04).
               10  SORT-ITEM-NO        PIC 9(04).
           05  FILLER                  PIC X(111).

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  RETD-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-RETD-FILE          VALUE "Y".
           05  REJ-EOF-SW            PIC X(01)     VALUE "N".
               88  END-OF-REJ-FILE           VALUE "Y".
           05  DRET-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-DRET-FILE          VALUE "Y".
           05  HELD-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-HELD-FILE          VALUE "Y".
           05  HELD-OPEN-SW          PIC X(01)     VALUE "N".
               88  HELD-FILE-OPEN            VALUE "Y".
           05  SORT-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-SORT-FILE          VALUE "Y".
           05  GROUP-OPEN-SW         PIC X(01)     VALUE "N".
               88  DEPT-GROUP-OPEN           VALUE "Y".

       COPY "calcret.cpy".

       COPY "calctran.cpy".

      *----------------------------------------------------------------
      *  FIGURES OF THE DEPARTMENT IN PROGRESS.  THE HASH IS THE SUM
      *  OF THE NINE UNSIGNED DIGITS OF EACH NUMERIC OPERAND FIELD
      *  OF THE ITEM IMAGES, LOW-ORDER EIGHT DIGITS KEPT; A RATE-CODE
      *  ITEM ADDS ONLY ITS FIRST OPERAND AND A REVERSAL NOTHING.
      *----------------------------------------------------------------
       01  DEPT-GROUP-FIELDS.
           05  GROUP-DEPT-CODE       PIC X(02)     VALUE SPACE.
           05  GROUP-BATCH-NO        PIC 9(04)     VALUE ZERO.
           05  GROUP-BATCH-COUNT     PIC 9(04)     VALUE ZERO.
           05  GROUP-ITEM-COUNT      PIC 9(06)     VALUE ZERO.
           05  GROUP-HASH            PIC 9(08)     VALUE ZERO.
           05  GROUP-PROCESSED       PIC 9(06)     VALUE ZERO.
           05  GROUP-OK              PIC 9(06)     VALUE ZERO.
           05  GROUP-ERROR           PIC 9(06)     VALUE ZERO.
           05  GROUP-OVERFLOW        PIC 9(06)     VALUE ZERO.
           05  GROUP-DECLINED        PIC 9(06)     VALUE ZERO.
           05  GROUP-NOT-PROC        PIC 9(06)     VALUE ZERO.
           05  HASH-WORK             PIC 9(09).

       01  RUN-COUNTERS.
           05  PROCESSED-READ        PIC 9(06)     VALUE ZERO.
           05  REJECTS-READ          PIC 9(06)     VALUE ZERO.
           05  REJECTS-RETURNED      PIC 9(06)     VALUE ZERO.
           05  DEAD-RETURNED         PIC 9(06)     VALUE ZERO.
           05  HELD-RETURNED         PIC 9(06)     VALUE ZERO.
           05  ITEMS-WRITTEN         PIC 9(06)     VALUE ZERO.
           05  DEPTS-WRITTEN         PIC 9(04)     VALUE ZERO.
           05  NO-DEPT-ITEMS         PIC 9(06)     VALUE ZERO.

       01  CURRENT-DATE              PIC 9(08).
       01  RUN-DATE-X                PIC X(08).

       01  RUN-CONDITION-CODE        PIC 9(02)     VALUE ZERO.

       01  RETD-FILE-STATUS          PIC X(02).
           88  RETD-FILE-NOT-FOUND       VALUE "35".

       01  REJ-FILE-STATUS           PIC X(02).
           88  REJ-FILE-NOT-FOUND        VALUE "35".

       01  DRET-FILE-STATUS          PIC X(02).
           88  DRET-FILE-NOT-FOUND       VALUE "35".

       01  HELD-FILE-STATUS          PIC X(02).

       01  RET-FILE-STATUS           PIC X(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 3000-WRITE-RETURN
           PERFORM 4000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------
      *  RETDTL AND CALCRET MUST BE THERE; THE OTHER INPUTS ARE
      *  OPTIONAL - A NIGHT WITH NO REJECTS, DEAD LETTERS OR HELD
      *  ITEMS SIMPLY HAS NONE TO RETURN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CURRENT-DATE TO RUN-DATE-X
           OPEN INPUT RET-DTL-FILE
           IF RETD-FILE-NOT-FOUND
               DISPLAY "CALCRET1 - NO SE ENCONTRO RETDTL. TERMINANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CALC-RET-FILE
           IF RET-FILE-STATUS NOT = "00"
               DISPLAY "CALCRET1 - ERROR AL ABRIR CALCRET: "
                   RET-FILE-STATUS
               CLOSE RET-DTL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ RET-DTL-FILE
               AT END
                   SET END-OF-RETD-FILE TO TRUE
           END-READ
           OPEN INPUT CALC-REJ-FILE
           IF REJ-FILE-NOT-FOUND
               DISPLAY "CALCRET1 - SIN RECHAZOS DE LA NOCHE (CALCREJ)."
               SET END-OF-REJ-FILE TO TRUE
           ELSE
               READ CALC-REJ-FILE
                   AT END
                       SET END-OF-REJ-FILE TO TRUE
               END-READ
           END-IF
           OPEN INPUT DEAD-RET-FILE
           IF DRET-FILE-NOT-FOUND
               DISPLAY "CALCRET1 - SIN CARTAS MUERTAS (DEADRET)."
               SET END-OF-DRET-FILE TO TRUE
           ELSE
               READ DEAD-RET-FILE
                   AT END
                       SET END-OF-DRET-FILE TO TRUE
               END-READ
           END-IF
           OPEN INPUT HELD-TRAN-FILE
           IF HELD-FILE-STATUS NOT = "00"
               DISPLAY "CALCRET1 - SIN ARCHIVO DE RETENIDOS (HELDTRAN)."
               SET END-OF-HELD-FILE TO TRUE
           ELSE
               SET HELD-FILE-OPEN TO TRUE
               READ HELD-TRAN-FILE
                   AT END
                       SET END-OF-HELD-FILE TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *  INPUT PROCEDURE: EVERY ITEM OF THE NIGHT GOES TO THE SORT
      *  IN THE CALCRET LAYOUT.
      *----------------------------------------------------------------
       2000-RELEASE-ITEMS.
           PERFORM 2100-RELEASE-PROCESSED
               UNTIL END-OF-RETD-FILE
           PERFORM 2200-RELEASE-REJECT
               UNTIL END-OF-REJ-FILE
           PERFORM 2300-RELEASE-DEAD-LETTER
               UNTIL END-OF-DRET-FILE
           PERFORM 2400-RELEASE-HELD-ITEM
               UNTIL END-OF-HELD-FILE.

       2100-RELEASE-PROCESSED.
           ADD 1 TO PROCESSED-READ
           RELEASE SORT-WORK-RECORD FROM RET-DTL-RECORD
           READ RET-DTL-FILE
               AT END
                   SET END-OF-RETD-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  A REJECT CARRIES THE DEPARTMENT, BATCH AND POSITION IT HAD
      *  IN CALCEDT1.  ONE WITH NO ORIGIN WAS READ AHEAD OF ANY
      *  BATCH HEADER AND GOES OUT UNDER A BLANK DEPARTMENT.
      *----------------------------------------------------------------
       2200-RELEASE-REJECT.
           ADD 1 TO REJECTS-READ
           MOVE CREJ-IMAGE TO CALC-TRAN-RECORD
           IF NOT CTRAN-TYPE-TRAILER
              AND NOT CTRAN-TYPE-BATCH-HDR
              AND NOT CTRAN-TYPE-FILE-HDR
              AND NOT CTRAN-TYPE-APPROVAL
               MOVE SPACE            TO CALC-RET-RECORD
               SET CRET-TYPE-DETAIL  TO TRUE
               MOVE RUN-DATE-X       TO CRET-RUN-DATE
               IF CREJ-BATCH-NO IS NUMERIC
                  AND CREJ-ITEM-NO IS NUMERIC
                   MOVE CREJ-ORIGIN  TO CRET-KEY
               ELSE
                   MOVE ZERO         TO CRET-BATCH-NO CRET-ITEM-NO
               END-IF
               SET CRET-REJECTED     TO TRUE
               MOVE CREJ-IMAGE       TO CRET-IMAGE
               MOVE ZERO             TO CRET-NUMBER-1 CRET-NUMBER-2
                                        CRET-RESULT CRET-REMAINDER
               MOVE CREJ-REASON-CODE TO CRET-REASON-CODE
               MOVE CREJ-REASON-DESC TO CRET-REASON-DESC
               ADD 1 TO REJECTS-RETURNED
               RELEASE SORT-WORK-RECORD FROM CALC-RET-RECORD
           END-IF
           READ CALC-REJ-FILE
               AT END
                   SET END-OF-REJ-FILE TO TRUE
           END-READ.

       2300-RELEASE-DEAD-LETTER.
           ADD 1 TO DEAD-RETURNED
           RELEASE SORT-WORK-RECORD FROM DEAD-RET-RECORD
           READ DEAD-RET-FILE
               AT END
                   SET END-OF-DRET-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  ONLY THE ITEMS HELD TONIGHT AND STILL PENDING ARE RETURNED;
      *  ONE DECIDED LATER COMES BACK ON THE NIGHT IT IS RUN, AND
      *  ONE LEFT PENDING TOO LONG ON THE NIGHT IT AGES OFF.
      *----------------------------------------------------------------
       2400-RELEASE-HELD-ITEM.
           IF HELD-STATUS-PENDING
              AND HELD-HOLD-DATE = RUN-DATE-X
               MOVE SPACE            TO CALC-RET-RECORD
               SET CRET-TYPE-DETAIL  TO TRUE
               MOVE RUN-DATE-X       TO CRET-RUN-DATE
               MOVE HELD-DEPT-CODE   TO CRET-DEPT-CODE
               MOVE HELD-BATCH-NO    TO CRET-BATCH-NO
               MOVE HELD-ITEM-NO     TO CRET-ITEM-NO
               SET CRET-HELD         TO TRUE
               MOVE HELD-IMAGE       TO CRET-IMAGE
               MOVE ZERO             TO CRET-NUMBER-1 CRET-NUMBER-2
                                        CRET-RESULT CRET-REMAINDER
               MOVE "RETENIDO PARA APROBACION"
                                     TO CRET-REASON-DESC
               ADD 1 TO HELD-RETURNED
               RELEASE SORT-WORK-RECORD FROM CALC-RET-RECORD
           END-IF
           READ HELD-TRAN-FILE
               AT END
                   SET END-OF-HELD-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  OUTPUT PROCEDURE: THE SORTED ITEMS ARE WRITTEN AS THEY COME
      *  AND A CONTROL RECORD CLOSES EACH DEPARTMENT.
      *----------------------------------------------------------------
       3000-WRITE-RETURN.
           PERFORM 3900-RETURN-SORTED-ITEM
           PERFORM 3100-WRITE-ONE-ITEM
               UNTIL END-OF-SORT-FILE
           IF DEPT-GROUP-OPEN
               PERFORM 3300-WRITE-DEPT-CONTROL
           END-IF.

       3100-WRITE-ONE-ITEM.
           IF DEPT-GROUP-OPEN
              AND SORT-DEPT-CODE NOT = GROUP-DEPT-CODE
               PERFORM 3300-WRITE-DEPT-CONTROL
           END-IF
           IF NOT DEPT-GROUP-OPEN
               PERFORM 3200-START-DEPT-GROUP
           END-IF
           IF SORT-BATCH-NO NOT = GROUP-BATCH-NO
              OR GROUP-BATCH-COUNT = ZERO
               ADD 1 TO GROUP-BATCH-COUNT
               MOVE SORT-BATCH-NO TO GROUP-BATCH-NO
           END-IF
           MOVE SORT-WORK-RECORD TO CALC-RET-RECORD
           PERFORM 3400-COUNT-ITEM
           WRITE CALC-RET-OUT-RECORD FROM CALC-RET-RECORD
           ADD 1 TO ITEMS-WRITTEN
           IF CRET-DEPT-CODE = SPACE
               ADD 1 TO NO-DEPT-ITEMS
           END-IF
           PERFORM 3900-RETURN-SORTED-ITEM.

       3200-START-DEPT-GROUP.
           SET DEPT-GROUP-OPEN TO TRUE
           MOVE SORT-DEPT-CODE TO GROUP-DEPT-CODE
           MOVE ZERO TO GROUP-BATCH-NO GROUP-BATCH-COUNT
                        GROUP-ITEM-COUNT GROUP-HASH
                        GROUP-PROCESSED GROUP-OK GROUP-ERROR
                        GROUP-OVERFLOW GROUP-DECLINED GROUP-NOT-PROC.

       3300-WRITE-DEPT-CONTROL.
           MOVE SPACE               TO CALC-RET-RECORD
           SET CRET-TYPE-CONTROL    TO TRUE
           MOVE RUN-DATE-X          TO CRTC-RUN-DATE
           MOVE GROUP-DEPT-CODE     TO CRTC-DEPT-CODE
           MOVE GROUP-BATCH-COUNT   TO CRTC-BATCH-COUNT
           MOVE GROUP-ITEM-COUNT    TO CRTC-ITEM-COUNT
           MOVE GROUP-HASH          TO CRTC-HASH-TOTAL
           MOVE GROUP-PROCESSED     TO CRTC-PROCESSED-COUNT
           MOVE GROUP-OK            TO CRTC-OK-COUNT
           MOVE GROUP-ERROR         TO CRTC-ERROR-COUNT
           MOVE GROUP-OVERFLOW      TO CRTC-OVERFLOW-COUNT
           MOVE GROUP-DECLINED      TO CRTC-DECLINED-COUNT
           MOVE GROUP-NOT-PROC      TO CRTC-NOT-PROC-COUNT
           WRITE CALC-RET-OUT-RECORD FROM CALC-RET-RECORD
           ADD 1 TO DEPTS-WRITTEN
           MOVE "N" TO GROUP-OPEN-SW.

      *----------------------------------------------------------------
      *  A PROCESSED ITEM COUNTS BY ITS STATUS; AN ITEM NOT
      *  PROCESSED (REJECTED, DEAD LETTER OR HELD) COUNTS APART.
      *----------------------------------------------------------------
       3400-COUNT-ITEM.
           ADD 1 TO GROUP-ITEM-COUNT
           IF CRET-PROCESSED
               ADD 1 TO GROUP-PROCESSED
               EVALUATE TRUE
                   WHEN CRET-STATUS-OK
                       ADD 1 TO GROUP-OK
                   WHEN CRET-STATUS-OVERFLOW
                       ADD 1 TO GROUP-OVERFLOW
                   WHEN CRET-STATUS-DECLINED
                       ADD 1 TO GROUP-DECLINED
                   WHEN OTHER
                       ADD 1 TO GROUP-ERROR
               END-EVALUATE
           ELSE
               ADD 1 TO GROUP-NOT-PROC
           END-IF
           MOVE CRET-IMAGE TO CALC-TRAN-RECORD
           IF NOT CTRAN-TYPE-REVERSAL
               PERFORM 3410-ADD-ITEM-OPERANDS
           END-IF.

       3410-ADD-ITEM-OPERANDS.
           IF CALC-TRAN-RECORD(3:9) IS NUMERIC
               MOVE CALC-TRAN-RECORD(3:9) TO HASH-WORK
               ADD HASH-WORK TO GROUP-HASH
           END-IF
           IF NOT CTRAN-USE-RATE-CODE
              AND CALC-TRAN-RECORD(13:9) IS NUMERIC
               MOVE CALC-TRAN-RECORD(13:9) TO HASH-WORK
               ADD HASH-WORK TO GROUP-HASH
           END-IF.

       3900-RETURN-SORTED-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       4000-FINALIZE.
           CLOSE RET-DTL-FILE CALC-RET-FILE
           IF NOT REJ-FILE-NOT-FOUND
               CLOSE CALC-REJ-FILE
           END-IF
           IF NOT DRET-FILE-NOT-FOUND
               CLOSE DEAD-RET-FILE
           END-IF
           IF HELD-FILE-OPEN
               CLOSE HELD-TRAN-FILE
           END-IF
           DISPLAY "CALCRET1 - ITEMS PROCESADOS:       " PROCESSED-READ
           DISPLAY "CALCRET1 - RECHAZOS LEIDOS:        " REJECTS-READ
           DISPLAY "CALCRET1 - RECHAZOS DEVUELTOS:     "
               REJECTS-RETURNED
           DISPLAY "CALCRET1 - CARTAS MUERTAS:         " DEAD-RETURNED
           DISPLAY "CALCRET1 - RETENIDOS DE LA NOCHE:  " HELD-RETURNED
           DISPLAY "CALCRET1 - ITEMS DEVUELTOS:        " ITEMS-WRITTEN
           DISPLAY "CALCRET1 - DEPARTAMENTOS:          " DEPTS-WRITTEN
           IF NO-DEPT-ITEMS > ZERO
               DISPLAY "CALCRET1 - ITEMS SIN DEPARTAMENTO: "
                   NO-DEPT-ITEMS
               MOVE 4 TO RUN-CONDITION-CODE
           END-IF
           MOVE RUN-CONDITION-CODE TO RETURN-CODE.

       END PROGRAM CALCRET1.
