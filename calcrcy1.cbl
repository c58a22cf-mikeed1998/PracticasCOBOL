      *                   REJECTS WITH CORRECTION CARDS AND AGES OFF
      *                   THE THREE-NIGHT REPEATERS TO A DEAD-LETTERS
      *                   REPORT.
      *  2026-10-15  JHM  ITEMS RETENIDOS PARA APROBACION: LOS YA
      *                   DECIDIDOS EN CALCAPR1 ENTRAN A LA CORRIDA
      *                   BAJO SU PROPIO ENCABEZADO DE LOTE Y CON EL
      *                   SELLO "V" DE LA DECISION; LOS PENDIENTES
      *                   DE MAS DE HPRM-AGE-DAYS DIAS SE ENVEJECEN
      *                   AL REPORTE DE CARTAS MUERTAS.  UN SELLO "V"
      *                   EN LA REMESA O EN UNA TARJETA SE DESCARTA.
      *                   UNA RECORRIDA EN LA MISMA FECHA VUELVE A
      *                   TOMAR LOS LIBERADOS O ENVEJECIDOS ESA NOCHE.
      *  2026-10-15  JHM  EL ENCABEZADO DEL ITEM LIBERADO LLEVA LA BASE
      *                   DE POSICION DEL ITEM EN SU LOTE.  EL REVERSO
      *                   "X" NO ENTRA AL HASH.
      *  2026-10-15  JHM  UN RECHAZO CON ORIGEN CONOCIDO SE RECICLA
      *                   BAJO EL ENCABEZADO DE SU PROPIO LOTE, CON LA
      *                   BASE DE SU POSICION, EN LUGAR DEL LOTE "RC";
      *                   CADA ITEM ENVIADO A CARTAS MUERTAS SE GRABA
      *                   TAMBIEN EN DEADRET PARA EL ARCHIVO DE
      *                   RESULTADOS POR DEPARTAMENTO (CALCRET1).
      *  2026-10-15  JHM  CIFRAS DEL PASO AL ARCHIVO STEPSTAT PARA EL
      *                   REPORTE DE OPERACIONES (CALCMOR1); LOS
      *                   ITEMS RECICLADOS SE CUENTAN APARTE DE LOS
      *                   ENCABEZADOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEAD-LTR-FILE   ASSIGN TO "DEADLTR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DEAD-FILE-STATUS.
           SELECT DEAD-RET-FILE   ASSIGN TO "DEADRET"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DRET-FILE-STATUS.
           SELECT HELD-TRAN-FILE  ASSIGN TO "HELDTRAN"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
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
       01  DEAD-LTR-RECORD             PIC X(80).

       FD  DEAD-RET-FILE
           RECORDING MODE IS F.
           COPY "calcret.cpy".

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
               88  CORR-FOUND                VALUE "Y".
           05  RCY-BATCH-SW          PIC X(01)     VALUE "N".
               88  RECYCLE-BATCH-OPEN        VALUE "Y".
           05  HELD-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-HELD-FILE          VALUE "Y".

      *----------------------------------------------------------------
      *  CORRECTION-CARD TABLE, LOADED ONCE AT INITIALIZATION AND
           05  REJECTS-READ          PIC 9(04)     VALUE ZERO.
           05  CARDS-READ            PIC 9(04)     VALUE ZERO.
           05  RECORDS-RECYCLED      PIC 9(06)     VALUE ZERO.
           05  ITEMS-RECYCLED        PIC 9(06)     VALUE ZERO.
           05  RECORDS-DROPPED       PIC 9(06)     VALUE ZERO.
           05  RECORDS-AGED          PIC 9(06)     VALUE ZERO.
           05  NEW-RECORDS-READ      PIC 9(06)     VALUE ZERO.
           05  HELD-RELEASED         PIC 9(06)     VALUE ZERO.
           05  HELD-AGED             PIC 9(06)     VALUE ZERO.
           05  STAMPS-DISCARDED      PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  AGE-OFF OF UNDECIDED HELD ITEMS.  THE CUTOFF IS THE RUN
      *  DATE LESS THE HOLDPARM AGE LIMIT; AN ITEM HELD BEFORE THE
      *  CUTOFF HAS WAITED MORE THAN THAT MANY DAYS.  THE DATE IS
      *  STEPPED BACK ONE CALENDAR DAY AT A TIME THE SAME WAY
      *  ITERBAT1 STEPS ITS NEXT-RUN DATES FORWARD.
      *----------------------------------------------------------------
       01  HOLD-AGE-FIELDS.
           05  HOLD-AGE-DAYS         PIC 9(03)     VALUE 030.
           05  AGE-CUTOFF-DATE       PIC X(08).
           05  DATE-WORK.
               10  DW-YEAR           PIC 9(04).
               10  DW-MONTH          PIC 9(02).
               10  DW-DAY            PIC 9(02).
           05  DW-MONTH-DAYS         PIC 9(02).
           05  DW-LEAP-REM           PIC 9(04).

       01  RECYCLE-WORK              PIC 9(01)     VALUE ZERO.

      *----------------------------------------------------------------
      *  HEADER THAT PUTS A RECYCLED ITEM BACK IN ITS OWN BATCH, AT
      *  THE POSITION IT REJECTED FROM.
      *----------------------------------------------------------------
       01  ORIGIN-HEADER-RECORD.
           05  FILLER                PIC X(01)     VALUE "H".
           05  OHDR-DEPT-CODE        PIC X(02).
           05  OHDR-BATCH-NO         PIC 9(04).
           05  OHDR-ITEM-BASE        PIC 9(04).
           05  FILLER                PIC X(13)     VALUE SPACE.

      *----------------------------------------------------------------
      *  BATCH HEADER FOR THE RECYCLE BATCH, IN THE CALC-TRAN-BATCH-
      *  HDR LAYOUT: "H", DEPARTMENT "RC", BATCH NUMBER 0001.
           05  DLD-IMAGE             PIC X(24).
           05  FILLER                PIC X(09)     VALUE SPACE.

       01  DEAD-HELD-LINE.
           05  FILLER                PIC X(19)
                   VALUE "* RETENIDO VENCIDO ".
           05  DLR-DEPT-CODE         PIC X(02).
           05  FILLER                PIC X(01)     VALUE SPACE.
           05  DLR-BATCH-NO          PIC 9(04).
           05  FILLER                PIC X(01)     VALUE SPACE.
           05  DLR-ITEM-NO           PIC ZZZ9.
           05  FILLER                PIC X(01)     VALUE SPACE.
           05  DLR-HOLD-DATE         PIC X(08).
           05  FILLER                PIC X(01)     VALUE SPACE.
           05  DLR-IMAGE             PIC X(24).
           05  FILLER                PIC X(15)     VALUE SPACE.

       01  DEAD-CARD-LINE.
           05  FILLER                PIC X(26)
                   VALUE "* TARJETA SIN RECHAZO SEQ ".
           05  FILLER                PIC X(50)     VALUE SPACE.

       01  CURRENT-DATE              PIC 9(08).
       01  CURRENT-TIME              PIC 9(08).

       01  RUN-CONDITION-CODE        PIC 9(02)     VALUE ZERO.


       01  DEAD-FILE-STATUS          PIC X(02).

       01  DRET-FILE-STATUS          PIC X(02).

       01  HELD-FILE-STATUS          PIC X(02).
           88  HELD-FILE-NOT-FOUND       VALUE "35".

       01  HPRM-FILE-STATUS          PIC X(02).
           88  HPRM-FILE-NOT-FOUND       VALUE "35".

       01  STAT-FILE-STATUS          PIC X(02).
           88  STAT-FILE-NOT-FOUND       VALUE "35".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REJECTS
               UNTIL END-OF-REJ-FILE
           PERFORM 2500-RELEASE-HELD-ITEMS
           PERFORM 3000-COPY-NEW-FILE
               UNTIL END-OF-NEW-FILE
           PERFORM 4000-FINALIZE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DEAD-RET-FILE
           IF DRET-FILE-STATUS NOT = "00"
               DISPLAY "CALCRCY1 - ERROR AL ABRIR DEADRET: "
                   DRET-FILE-STATUS
               CLOSE TRAN-NEW-FILE TRAN-MRG-FILE DEAD-LTR-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CURRENT-DATE TO DLH-RUN-DATE
           WRITE DEAD-LTR-RECORD FROM DEAD-HEADING-LINE
           PERFORM 1100-LOAD-CORRECTIONS
           PERFORM 1300-SET-AGE-CUTOFF
           OPEN INPUT CALC-REJ-FILE
           IF REJ-FILE-NOT-FOUND
               DISPLAY "CALCRCY1 - SIN RECHAZOS DE ANOCHE (CALCREJ)."
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  SIN TARJETA HOLDPARM RIGE EL LIMITE DE DIAS POR OMISION.
      *----------------------------------------------------------------
       1300-SET-AGE-CUTOFF.
           OPEN INPUT HOLD-PARM-FILE
           IF HPRM-FILE-NOT-FOUND
               DISPLAY "CALCRCY1 - SIN TARJETA HOLDPARM. DIAS DE "
                   "RETENCION POR OMISION."
           ELSE
               READ HOLD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HPRM-AGE-DAYS IS NUMERIC
                           MOVE HPRM-AGE-DAYS TO HOLD-AGE-DAYS
                       END-IF
               END-READ
               CLOSE HOLD-PARM-FILE
           END-IF
           MOVE CURRENT-DATE TO DATE-WORK
           PERFORM 5000-SUBTRACT-ONE-DAY
               HOLD-AGE-DAYS TIMES
           MOVE DATE-WORK TO AGE-CUTOFF-DATE
           DISPLAY "CALCRCY1 - RETENIDOS ANTES DE " AGE-CUTOFF-DATE
               " SE ENVEJECEN.".

      *----------------------------------------------------------------
      *  SIN ARCHIVO DE TARJETAS LA TABLA QUEDA VACIA Y TODO RECHAZO
      *  SE RECICLA SIN CAMBIOS, IGUAL QUE UNA NOCHE SIN CORRECCION.
      *----------------------------------------------------------------
      *  A REJECTED TRAILER IMAGE (REASON 05) IS NEVER RECYCLED AS A
      *  DATA RECORD; THE DEPARTMENT HAS TO RESUBMIT ITS FIGURES.
      *  NOR IS A "V" APPROVAL STAMP KEYED ON A CORRECTION CARD:
      *  ONLY THE HELD-ITEM RELEASE BELOW MAY WRITE ONE.
      *  A RECYCLED BATCH HEADER IS A CONTROL RECORD, LIKE THE
      *  TRAILER: IT STAYS OUT OF THE TRAILER COUNT AND THE HASH,
      *  AND REOPENS ITS BATCH AHEAD OF THE RECYCLED ORPHANS THAT
                   ADD 1 TO RECORDS-AGED
                   MOVE "CIERRE"    TO DLD-MOTIVO
                   PERFORM 2300-WRITE-DEAD-LETTER
               WHEN CTRAN-TYPE-APPROVAL
                   ADD 1 TO RECORDS-AGED
                   MOVE "SELLO"     TO DLD-MOTIVO
                   PERFORM 2300-WRITE-DEAD-LETTER
               WHEN CTRAN-TYPE-BATCH-HDR
                   SET RECYCLE-BATCH-OPEN TO TRUE
                   PERFORM 2260-BUMP-RECYCLE-COUNT
                   ADD 1 TO RECORDS-RECYCLED
                   WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD
               WHEN OTHER
                   PERFORM 2240-OPEN-ITEM-BATCH
                   PERFORM 2260-BUMP-RECYCLE-COUNT
                   ADD 1 TO RECORDS-RECYCLED
                   ADD 1 TO ITEMS-RECYCLED
                   ADD 1 TO MERGED-COUNT
                   PERFORM 2400-ACCUMULATE-MERGED-HASH
                   WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      *  A RECORD THAT REJECTED INSIDE A GOOD BATCH GOES BACK UNDER
      *  ITS OWN DEPARTMENT AND BATCH WITH THE BASE OF ITS POSITION,
      *  THE SAME WAY A RELEASED HELD ITEM DOES, SO IT IS CHARGED AND
      *  RETURNED TO THE DEPARTMENT THAT SENT IT.  AN ORPHAN (09), OR
      *  A REJECT FROM BEFORE THE ORIGIN WAS KEPT, STAYS BEHIND THE
      *  RECYCLED HEADER IN FRONT OF IT OR IN THE "RC" BATCH.
      *----------------------------------------------------------------
       2240-OPEN-ITEM-BATCH.
           IF CREJ-REASON-NO-HEADER
              OR CREJ-DEPT-CODE = SPACE
              OR CREJ-BATCH-NO IS NOT NUMERIC
              OR CREJ-ITEM-NO IS NOT NUMERIC
              OR CREJ-ITEM-NO = ZERO
               IF NOT RECYCLE-BATCH-OPEN
                   PERFORM 2250-WRITE-RECYCLE-HEADER
                   SET RECYCLE-BATCH-OPEN TO TRUE
               END-IF
           ELSE
               PERFORM 2270-WRITE-ORIGIN-HEADER
           END-IF.

      *----------------------------------------------------------------
      *  RECYCLED DATA RECORDS WITH NO HEADER OF THEIR OWN IN FRONT
      *  OPEN THE "RC" BATCH SO CALCEDT1 DOES NOT REJECT THEM AS
       2250-WRITE-RECYCLE-HEADER.
           WRITE TRAN-MRG-RECORD FROM RECYCLE-HEADER-RECORD.

      *----------------------------------------------------------------
      *  A REJECT WITH A KNOWN ORIGIN GOES BACK UNDER ITS OWN BATCH
      *  HEADER, WITH THE POSITION BASE OF ITS ITEM.
      *----------------------------------------------------------------
       2270-WRITE-ORIGIN-HEADER.
           MOVE CREJ-DEPT-CODE   TO OHDR-DEPT-CODE
           MOVE CREJ-BATCH-NO    TO OHDR-BATCH-NO
           COMPUTE OHDR-ITEM-BASE = CREJ-ITEM-NO - 1
           WRITE TRAN-MRG-RECORD FROM ORIGIN-HEADER-RECORD
           MOVE "N" TO RCY-BATCH-SW.

      *----------------------------------------------------------------
      *  THE COUNT IS A SINGLE DIGIT; A RECORD THAT KEEPS COMING
      *  BACK UNDER REPEATED CORRECTION CARDS CAPS AT NINE INSTEAD
           MOVE CREJ-REASON-CODE TO DLD-REASON-CODE
           MOVE CREJ-REASON-DESC TO DLD-REASON-DESC
           MOVE CREJ-IMAGE       TO DLD-IMAGE
           WRITE DEAD-LTR-RECORD FROM DEAD-DETAIL-LINE
           PERFORM 2310-WRITE-DEAD-RETURN.

      *----------------------------------------------------------------
      *  THE DEAD LETTER ALSO GOES TO THE DEPARTMENT'S RESULTS
      *  RETURN, NOT PROCESSED, WITH THE REASON IT LAST REJECTED FOR.
      *  TRAILERS, HEADERS AND STAMPS ARE NOT ITEMS AND STAY ON THE
      *  PRINTED REPORT ONLY.
      *----------------------------------------------------------------
       2310-WRITE-DEAD-RETURN.
           MOVE CREJ-IMAGE TO CALC-TRAN-RECORD
           IF NOT CTRAN-TYPE-TRAILER
              AND NOT CTRAN-TYPE-BATCH-HDR
              AND NOT CTRAN-TYPE-FILE-HDR
              AND NOT CTRAN-TYPE-APPROVAL
               MOVE SPACE            TO CALC-RET-RECORD
               SET CRET-TYPE-DETAIL  TO TRUE
               MOVE CURRENT-DATE     TO CRET-RUN-DATE
               IF CREJ-BATCH-NO IS NUMERIC
                  AND CREJ-ITEM-NO IS NUMERIC
                   MOVE CREJ-ORIGIN  TO CRET-KEY
               ELSE
                   MOVE ZERO         TO CRET-BATCH-NO CRET-ITEM-NO
               END-IF
               SET CRET-DEAD-LETTER  TO TRUE
               MOVE CREJ-IMAGE       TO CRET-IMAGE
               MOVE ZERO             TO CRET-NUMBER-1 CRET-NUMBER-2
                                        CRET-RESULT CRET-REMAINDER
               MOVE CREJ-REASON-CODE TO CRET-REASON-CODE
               MOVE CREJ-REASON-DESC TO CRET-REASON-DESC
               WRITE CALC-RET-RECORD
           END-IF.

      *----------------------------------------------------------------
      *  HELD ITEMS.  EVERY ITEM A SUPERVISOR HAS DECIDED SINCE LAST
      *  NIGHT ENTERS THE RUN BEHIND THE RECYCLED REJECTS: ITS OWN
      *  DEPARTMENT AND BATCH HEADER, THE "V" STAMP, THEN THE ITEM,
      *  WHICH COUNTS IN THE MERGED TRAILER LIKE A RECYCLED RECORD.
      *  A DECLINED ITEM GOES IN TOO, SO CALCBAT3 LOGS THE DECISION.
      *  THE HELD RECORD IS MARKED WITH TONIGHT'S DATE SO A LATER
      *  NIGHT NEVER FEEDS IT TWICE.  AN ITEM STILL PENDING PAST THE
      *  CUTOFF IS AGED OFF TO THE DEAD-LETTERS REPORT.  A RERUN OF
      *  THIS STEP ON THE SAME DATE (THE JOB RESTARTED FROM STEP003
      *  AFTER A LATER STEP FAILED) TAKES AGAIN THE ITEMS MARKED
      *  TONIGHT, RELEASED OR AGED, SO THEY ARE NOT LOST WITH THE
      *  MERGED FILE OF THE FAILED RUN.  WITHOUT A HELDTRAN FILE
      *  THERE IS NOTHING TO RELEASE.
      *----------------------------------------------------------------
       2500-RELEASE-HELD-ITEMS.
           OPEN I-O HELD-TRAN-FILE
           IF HELD-FILE-STATUS NOT = "00"
               DISPLAY "CALCRCY1 - SIN ARCHIVO DE RETENIDOS (HELDTRAN)."
           ELSE
               MOVE LOW-VALUES TO HELD-KEY
               START HELD-TRAN-FILE
                   KEY IS NOT LESS THAN HELD-KEY
                   INVALID KEY
                       SET END-OF-HELD-FILE TO TRUE
               END-START
               IF NOT END-OF-HELD-FILE
                   PERFORM 2590-READ-HELD-FILE
               END-IF
               PERFORM 2510-PROCESS-HELD-ITEM
                   UNTIL END-OF-HELD-FILE
               CLOSE HELD-TRAN-FILE
           END-IF.

       2510-PROCESS-HELD-ITEM.
           EVALUATE TRUE
               WHEN HELD-STATUS-DECIDED
                AND (HELD-RELEASE-DATE = SPACE
                     OR HELD-RELEASE-DATE = CURRENT-DATE)
                   PERFORM 2520-RELEASE-HELD-ITEM
               WHEN HELD-STATUS-PENDING
                AND HELD-HOLD-DATE < AGE-CUTOFF-DATE
                   PERFORM 2530-AGE-HELD-ITEM
               WHEN HELD-STATUS-AGED
                AND HELD-RELEASE-DATE = CURRENT-DATE
                   PERFORM 2530-AGE-HELD-ITEM
           END-EVALUATE
           PERFORM 2590-READ-HELD-FILE.

       2520-RELEASE-HELD-ITEM.
           MOVE SPACE            TO CALC-TRAN-RECORD
           MOVE "H"              TO CTRAN-BHDR-ID
           MOVE HELD-DEPT-CODE   TO CTRAN-BHDR-DEPT-CODE
           MOVE HELD-BATCH-NO    TO CTRAN-BHDR-BATCH-NO
           COMPUTE CTRAN-BHDR-ITEM-BASE = HELD-ITEM-NO - 1
           WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD
           MOVE SPACE            TO CALC-TRAN-RECORD
           MOVE "V"              TO CTRAN-APRV-ID
           MOVE HELD-STATUS      TO CTRAN-APRV-DECISION
           MOVE HELD-DECIDED-BY  TO CTRAN-APRV-USER
           MOVE HELD-DECIDED-DATE TO CTRAN-APRV-DATE
           MOVE HELD-DECIDED-TIME TO CTRAN-APRV-TIME
           WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD
           MOVE HELD-IMAGE       TO CALC-TRAN-RECORD
           ADD 1 TO HELD-RELEASED
           ADD 1 TO MERGED-COUNT
           PERFORM 2400-ACCUMULATE-MERGED-HASH
           WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD
           MOVE "N" TO RCY-BATCH-SW
           MOVE CURRENT-DATE     TO HELD-RELEASE-DATE
           PERFORM 2580-REWRITE-HELD-ITEM.

       2530-AGE-HELD-ITEM.
           ADD 1 TO HELD-AGED
           SET HELD-STATUS-AGED  TO TRUE
           MOVE CURRENT-DATE     TO HELD-RELEASE-DATE
           MOVE HELD-DEPT-CODE   TO DLR-DEPT-CODE
           MOVE HELD-BATCH-NO    TO DLR-BATCH-NO
           MOVE HELD-ITEM-NO     TO DLR-ITEM-NO
           MOVE HELD-HOLD-DATE   TO DLR-HOLD-DATE
           MOVE HELD-IMAGE       TO DLR-IMAGE
           WRITE DEAD-LTR-RECORD FROM DEAD-HELD-LINE
           MOVE SPACE            TO CALC-RET-RECORD
           SET CRET-TYPE-DETAIL  TO TRUE
           MOVE CURRENT-DATE     TO CRET-RUN-DATE
           MOVE HELD-DEPT-CODE   TO CRET-DEPT-CODE
           MOVE HELD-BATCH-NO    TO CRET-BATCH-NO
           MOVE HELD-ITEM-NO     TO CRET-ITEM-NO
           SET CRET-DEAD-LETTER  TO TRUE
           MOVE HELD-IMAGE       TO CRET-IMAGE
           MOVE ZERO             TO CRET-NUMBER-1 CRET-NUMBER-2
                                    CRET-RESULT CRET-REMAINDER
           MOVE "20"             TO CRET-REASON-CODE
           MOVE "RETENIDO VENCIDO"
                                 TO CRET-REASON-DESC
           WRITE CALC-RET-RECORD
           PERFORM 2580-REWRITE-HELD-ITEM.

       2580-REWRITE-HELD-ITEM.
           REWRITE HELD-TRAN-RECORD
               INVALID KEY
                   DISPLAY "CALCRCY1 - ERROR AL REGRABAR HELDTRAN: "
                       HELD-FILE-STATUS " " HELD-KEY
                   MOVE 8 TO RUN-CONDITION-CODE
           END-REWRITE.

       2590-READ-HELD-FILE.
           READ HELD-TRAN-FILE NEXT
               AT END
                   SET END-OF-HELD-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  EACH OPERAND FIELD COUNTS WHEN IT IS NUMERIC; RATE-CODE
      *  RECORDS CONTRIBUTE ONLY THE FIRST OPERAND, MATCHING THE WAY
      *  CALCEDT1 AND CALCBAT3 BUILD THE HASH.  AN "X" REVERSAL
      *  CARRIES A REFERENCE, NOT OPERANDS, AND ADDS NOTHING.
      *----------------------------------------------------------------
       2400-ACCUMULATE-MERGED-HASH.
           IF NOT CTRAN-TYPE-REVERSAL
               PERFORM 2410-ADD-MERGED-OPERANDS
           END-IF.

       2410-ADD-MERGED-OPERANDS.
           IF CALC-TRAN-RECORD(3:9) IS NUMERIC
               MOVE CALC-TRAN-RECORD(3:9) TO HASH-WORK
               ADD HASH-WORK TO MERGED-HASH
                   PERFORM 3100-CAPTURE-TRAILER
               WHEN CTRAN-TYPE-BATCH-HDR
                   WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD
               WHEN CTRAN-TYPE-APPROVAL
                   ADD 1 TO STAMPS-DISCARDED
                   DISPLAY "CALCRCY1 - SELLO V EN LA REMESA, "
                       "DESCARTADO: " CALC-TRAN-RECORD
               WHEN OTHER
                   ADD 1 TO NEW-RECORDS-READ
                   ADD 1 TO MERGED-COUNT
           END-IF.

       3200-ACCUMULATE-NEW-HASH.
           IF NOT CTRAN-TYPE-REVERSAL
               PERFORM 3210-ADD-NEW-OPERANDS
           END-IF.

       3210-ADD-NEW-OPERANDS.
           IF CALC-TRAN-RECORD(3:9) IS NUMERIC
               MOVE CALC-TRAN-RECORD(3:9) TO HASH-WORK
               ADD HASH-WORK TO NEW-HASH
               CLOSE CALC-REJ-FILE
           END-IF
           CLOSE TRAN-NEW-FILE TRAN-MRG-FILE DEAD-LTR-FILE
                 DEAD-RET-FILE
           DISPLAY "CALCRCY1 - RECHAZOS LEIDOS:      " REJECTS-READ
           DISPLAY "CALCRCY1 - REGISTROS RECICLADOS: "
               RECORDS-RECYCLED
           DISPLAY "CALCRCY1 - BAJAS POR TARJETA:    " RECORDS-DROPPED
           DISPLAY "CALCRCY1 - CARTAS MUERTAS:       " RECORDS-AGED
           DISPLAY "CALCRCY1 - REGISTROS NUEVOS:     " NEW-RECORDS-READ
           DISPLAY "CALCRCY1 - RETENIDOS LIBERADOS:  " HELD-RELEASED
           DISPLAY "CALCRCY1 - RETENIDOS VENCIDOS:   " HELD-AGED
           IF STAMPS-DISCARDED > ZERO
               DISPLAY "CALCRCY1 - SELLOS DESCARTADOS:   "
                   STAMPS-DISCARDED
           END-IF
           PERFORM 4400-WRITE-STEP-STATS
           MOVE RUN-CONDITION-CODE TO RETURN-CODE.

      *----------------------------------------------------------------
           MOVE MERGED-HASH  TO CTRAN-TRL-HASH-TOTAL
           WRITE TRAN-MRG-RECORD FROM CALC-TRAN-RECORD.

      *----------------------------------------------------------------
      *  THE FIGURES ABOVE GO ON THE NIGHT'S STEP-STATISTICS FILE SO
      *  CALCMOR1 CAN CARRY THEM THROUGH THE EDIT AND THE RUN.
      *----------------------------------------------------------------
       4400-WRITE-STEP-STATS.
           ACCEPT CURRENT-TIME FROM TIME
           OPEN EXTEND STEP-STAT-FILE
           IF STAT-FILE-NOT-FOUND
               OPEN OUTPUT STEP-STAT-FILE
           END-IF
           MOVE SPACE              TO STEP-STAT-RECORD
           MOVE ZERO               TO SSTA-FIGURES
           MOVE CURRENT-DATE       TO SSTA-RUN-DATE
           MOVE CURRENT-TIME       TO SSTA-RUN-TIME
           SET SSTA-FROM-CALCRCY1  TO TRUE
           MOVE RUN-CONDITION-CODE TO SSTA-CONDITION-CODE
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   SET SSTA-NO-TRAILER TO TRUE
               WHEN EXPECTED-COUNT = NEW-RECORDS-READ
                AND EXPECTED-HASH = NEW-HASH
                   SET SSTA-IN-BALANCE TO TRUE
               WHEN OTHER
                   SET SSTA-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           MOVE REJECTS-READ       TO SRCY-REJECTS-READ
           MOVE RECORDS-RECYCLED   TO SRCY-RECYCLED
           MOVE ITEMS-RECYCLED     TO SRCY-ITEMS-RECYCLED
           MOVE RECORDS-DROPPED    TO SRCY-DROPPED
           MOVE RECORDS-AGED       TO SRCY-AGED
           MOVE NEW-RECORDS-READ   TO SRCY-NEW-READ
           MOVE EXPECTED-COUNT     TO SRCY-EXPECTED
           MOVE HELD-RELEASED      TO SRCY-HELD-RELEASED
           MOVE HELD-AGED          TO SRCY-HELD-AGED
           MOVE MERGED-COUNT       TO SRCY-MERGED
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.

      *----------------------------------------------------------------
      *  ONE CALENDAR DAY BACK ON DATE-WORK, CROSSING MONTH AND YEAR
      *  ENDS; FEBRUARY FOLLOWS THE GREGORIAN LEAP-YEAR RULE.
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

       4300-LIST-UNUSED-CARDS.
           IF CORR-ENTRY-USED (CORR-IDX) = "N"
               MOVE CORR-ENTRY-SEQ (CORR-IDX) TO DLC-SEQ-NO
