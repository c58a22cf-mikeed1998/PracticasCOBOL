       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCMOR1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCMOR1 IS THE LAST STEP OF THE NIGHTLY CALCULATOR JOB.    *
      *  IT READS THE NIGHT'S STEP-STATISTICS FILE (STEPSTAT), WHERE *
      *  CALCRCY1, CALCEDT1, CALCBAT3 AND CALCRCN1 EACH LEFT THEIR   *
      *  CONTROL FIGURES, AND PRINTS ONE PAGE FOR OPERATIONS: EACH   *
      *  STEP WITH ITS CONDITION CODE, ITS OWN BALANCE AND ITS       *
      *  COUNTS; THEN THE CROSS-FOOT OF THE NIGHT, FROM THE RECORDS  *
      *  RECEIVED THROUGH THE RECYCLED, REJECTED, HELD AND DEAD-     *
      *  LETTERED ITEMS TO THE ITEMS PROCESSED AND LOGGED, WITH      *
      *  EVERY FIGURE THAT DOES NOT CROSS-FOOT NAMED; AND A SINGLE   *
      *  GO / HOLD VERDICT WITH THE REASONS FOR IT.                  *
      *  A STEP WITH NO FIGURES (IT DID NOT RUN OR DID NOT FINISH),  *
      *  A STEP THAT ENDED WITH CONDITION CODE 8 OR MORE OR OUT OF   *
      *  BALANCE, AND ANY FIGURE THAT DOES NOT CROSS-FOOT MEAN HOLD: *
      *  THE STEP ENDS WITH CONDITION CODE 8 SO THE FINANCE EXTRACT  *
      *  AND THE ARCHIVAL JOBS ARE NOT RELEASED.  A GO WITH WARNINGS *
      *  (A STEP AT CC 4, ITEMS SENT TO DEAD LETTERS) ENDS WITH 4.   *
      *  IF A STEP RAN MORE THAN ONCE IN THE NIGHT, ITS LAST RECORD  *
      *  ON THE FILE IS THE ONE REPORTED.                            *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  ORIGINAL VERSION - REPORTE DE OPERACIONES
      *                   DE LA MANANA SIGUIENTE CON DICTAMEN GO/HOLD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-STAT-FILE  ASSIGN TO "STEPSTAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS STAT-FILE-STATUS.
           SELECT MOR-RPT-FILE    ASSIGN TO "MORRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS MRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-STAT-FILE
           RECORDING MODE IS F.
       01  STEP-STAT-IMAGE             PIC X(100).

       FD  MOR-RPT-FILE
           RECORDING MODE IS F.
           COPY "morrpt.cpy".

       WORKING-STORAGE SECTION.

       01  CONTROL-SWITCHES.
           05  STAT-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-STAT-FILE          VALUE "Y".

       01  RUN-COUNTERS.
           05  STAT-RECORDS-READ     PIC 9(04)     VALUE ZERO.
           05  STAT-RECORDS-IGNORED  PIC 9(04)     VALUE ZERO.

      *----------------------------------------------------------------
      *  WORK COPY OF THE STEP-STATISTICS RECORD.  THE FILE IS READ
      *  AS A PLAIN IMAGE AND MOVED HERE, AS IN CALCVFY1.
      *----------------------------------------------------------------
       COPY "stepstat.cpy".

      *----------------------------------------------------------------
      *  THE NIGHTLY STEPS IN JOB ORDER.  THE SUBSCRIPTS BELOW NAME
      *  EACH STEP'S ENTRY IN THE STEP TABLE.
      *----------------------------------------------------------------
       01  STEP-NAME-VALUES.
           05  FILLER                PIC X(08)     VALUE "CALCRCY1".
           05  FILLER                PIC X(08)     VALUE "CALCEDT1".
           05  FILLER                PIC X(08)     VALUE "CALCBAT3".
           05  FILLER                PIC X(08)     VALUE "CALCRCN1".
       01  STEP-NAME-TABLE  REDEFINES STEP-NAME-VALUES.
           05  STEP-NAME             PIC X(08)
                   OCCURS 4 TIMES
                   INDEXED BY NAME-IDX.

       77  RCY-STEP                  PIC 9(01)     VALUE 1.
       77  EDT-STEP                  PIC 9(01)     VALUE 2.
       77  BAT-STEP                  PIC 9(01)     VALUE 3.
       77  RCN-STEP                  PIC 9(01)     VALUE 4.

       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 4 TIMES
                   INDEXED BY STEP-IDX.
               10  STEP-FOUND-SW     PIC X(01)     VALUE "N".
                   88  STEP-FOUND            VALUE "Y".
               10  STEP-RUN-DATE     PIC X(08)     VALUE SPACE.
               10  STEP-RUN-TIME     PIC X(08)     VALUE SPACE.
               10  STEP-COND-CODE    PIC 9(02)     VALUE ZERO.
               10  STEP-BALANCE      PIC X(01)     VALUE SPACE.
                   88  STEP-IN-BALANCE       VALUE "Y".
                   88  STEP-OUT-OF-BALANCE   VALUE "N".
                   88  STEP-NO-TRAILER       VALUE "S".

      *----------------------------------------------------------------
      *  EACH STEP'S FIGURES, IN THE ORDER OF ITS STEPSTAT VIEW.
      *----------------------------------------------------------------
       01  RCY-FIGURES.
           05  RCY-REJECTS-READ      PIC 9(06)     VALUE ZERO.
           05  RCY-RECYCLED          PIC 9(06)     VALUE ZERO.
           05  RCY-ITEMS-RECYCLED    PIC 9(06)     VALUE ZERO.
           05  RCY-DROPPED           PIC 9(06)     VALUE ZERO.
           05  RCY-AGED              PIC 9(06)     VALUE ZERO.
           05  RCY-NEW-READ          PIC 9(06)     VALUE ZERO.
           05  RCY-EXPECTED          PIC 9(06)     VALUE ZERO.
           05  RCY-HELD-RELEASED     PIC 9(06)     VALUE ZERO.
           05  RCY-HELD-AGED         PIC 9(06)     VALUE ZERO.
           05  RCY-MERGED            PIC 9(06)     VALUE ZERO.

       01  EDT-FIGURES.
           05  EDT-READ              PIC 9(06)     VALUE ZERO.
           05  EDT-CLEAN             PIC 9(06)     VALUE ZERO.
           05  EDT-ITEMS-REJECTED    PIC 9(06)     VALUE ZERO.
           05  EDT-HELD              PIC 9(06)     VALUE ZERO.
           05  EDT-REJECTS-WRITTEN   PIC 9(06)     VALUE ZERO.
           05  EDT-EXPECTED          PIC 9(06)     VALUE ZERO.
           05  FILLER                PIC X(24)     VALUE ZERO.

       01  BAT-FIGURES.
           05  BAT-TRAN-COUNT        PIC 9(06)     VALUE ZERO.
           05  BAT-EXPECTED          PIC 9(06)     VALUE ZERO.
           05  BAT-LOGGED            PIC 9(06)     VALUE ZERO.
           05  BAT-CLEARS            PIC 9(06)     VALUE ZERO.
           05  BAT-ERRORS            PIC 9(06)     VALUE ZERO.
           05  BAT-OVERFLOWS         PIC 9(06)     VALUE ZERO.
           05  BAT-DECLINED          PIC 9(06)     VALUE ZERO.
           05  BAT-REVERSALS         PIC 9(06)     VALUE ZERO.
           05  BAT-REV-REFUSED       PIC 9(06)     VALUE ZERO.
           05  FILLER                PIC X(06)     VALUE ZERO.

       01  RCN-FIGURES.
           05  RCN-RPT-LINES         PIC 9(06)     VALUE ZERO.
           05  RCN-LOG-RECORDS       PIC 9(06)     VALUE ZERO.
           05  FILLER                PIC X(48)     VALUE ZERO.

       01  RCN-DATE                  PIC X(08)     VALUE SPACE.

      *----------------------------------------------------------------
      *  ONE CROSS-FOOT: THE FIRST FIGURE MUST EQUAL THE SUM.  A
      *  CHECK THAT NEEDS A STEP WITH NO FIGURES IS NOT MADE; THE
      *  MISSING STEP IS ALREADY A REASON TO HOLD.
      *----------------------------------------------------------------
       01  CROSS-FOOT-FIELDS.
           05  XF-NAME               PIC X(30).
           05  XF-PROGRAM            PIC X(08).
           05  XF-FIRST              PIC 9(06).
           05  XF-SUM                PIC 9(07).
           05  XF-DIFFERENCE         PIC 9(07).
           05  XF-STATE              PIC X(01).
               88  XF-AVAILABLE              VALUE "A".
               88  XF-STEP-MISSING           VALUE "M".
               88  XF-NO-TRAILER             VALUE "S".
           05  XF-FAILED-COUNT       PIC 9(02)     VALUE ZERO.

      *----------------------------------------------------------------
      *  REASONS BEHIND THE VERDICT, COLLECTED WHILE THE STEPS AND
      *  THE CROSS-FOOTS PRINT AND LISTED UNDER THE VERDICT.
      *    RSN-LEVEL  H = HOLD,  A = AVISO (WARNING ONLY).
      *----------------------------------------------------------------
       01  REASON-TABLE.
           05  REASON-COUNT          PIC 9(02)     VALUE ZERO.
           05  REASON-ENTRY OCCURS 20 TIMES
                   INDEXED BY RSN-IDX.
               10  RSN-LEVEL         PIC X(01).
                   88  RSN-HOLD              VALUE "H".
                   88  RSN-WARNING           VALUE "A".
               10  RSN-PROGRAM       PIC X(08).
               10  RSN-TEXT          PIC X(40).
               10  RSN-FIGURE        PIC 9(07).

       01  REASON-WORK.
           05  RSNW-LEVEL            PIC X(01).
               88  RSNW-HOLD                 VALUE "H".
               88  RSNW-WARNING              VALUE "A".
           05  RSNW-PROGRAM          PIC X(08).
           05  RSNW-TEXT             PIC X(40).
           05  RSNW-FIGURE           PIC 9(07).

       01  VERDICT-COUNTERS.
           05  HOLD-COUNT            PIC 9(02)     VALUE ZERO.
           05  WARNING-COUNT         PIC 9(02)     VALUE ZERO.

       01  DEAD-LETTER-TOTAL         PIC 9(07)     VALUE ZERO.

       01  REPORT-COUNTERS.
           05  PAGE-COUNT            PIC 9(04)     VALUE ZERO.

       01  CURRENT-DATE              PIC 9(08).
       01  RUN-DATE-EDIT             PIC X(10).

       01  STAT-FILE-STATUS          PIC X(02).
           88  STAT-FILE-NOT-FOUND       VALUE "35".

       01  MRPT-FILE-STATUS          PIC X(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-STEP-STATS
               UNTIL END-OF-STAT-FILE
           PERFORM 3000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------
      *  WITHOUT A STEPSTAT FILE NO STEP LEFT ITS FIGURES: THE PAGE
      *  STILL PRINTS, EVERY STEP SHOWS "SIN CIFRAS" AND THE VERDICT
      *  IS HOLD.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FORMAT-RUN-DATE
           OPEN OUTPUT MOR-RPT-FILE
           IF MRPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCMOR1 - ERROR AL ABRIR MORRPT: "
                   MRPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STEP-STAT-FILE
           IF STAT-FILE-NOT-FOUND
               DISPLAY "CALCMOR1 - SIN CIFRAS DE LOS PASOS (STEPSTAT)."
               SET END-OF-STAT-FILE TO TRUE
           ELSE
               READ STEP-STAT-FILE
                   AT END
                       SET END-OF-STAT-FILE TO TRUE
               END-READ
           END-IF
           PERFORM 1300-WRITE-PAGE-HEADING.

       1100-FORMAT-RUN-DATE.
           MOVE CURRENT-DATE(1:4) TO RUN-DATE-EDIT(1:4)
           MOVE "-"               TO RUN-DATE-EDIT(5:1)
           MOVE CURRENT-DATE(5:2) TO RUN-DATE-EDIT(6:2)
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE CURRENT-DATE(7:2) TO RUN-DATE-EDIT(9:2).

       1300-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "OPERACIONES - CORRIDA NOCTURNA" TO MRH1-TITLE
           MOVE "FECHA: "      TO MRH1-LIT-FECHA
           MOVE RUN-DATE-EDIT  TO MRH1-RUN-DATE
           MOVE "  PAGINA"     TO MRH1-LIT-PAGINA
           MOVE PAGE-COUNT     TO MRH1-PAGE-NO
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD.

      *----------------------------------------------------------------
      *  A LATER RECORD FOR THE SAME STEP (A RERUN) REPLACES THE
      *  EARLIER ONE.  A RECORD FROM ANY OTHER PROGRAM IS COUNTED AND
      *  LEFT ALONE.
      *----------------------------------------------------------------
       2000-LOAD-STEP-STATS.
           ADD 1 TO STAT-RECORDS-READ
           MOVE STEP-STAT-IMAGE TO STEP-STAT-RECORD
           SET NAME-IDX TO 1
           SEARCH STEP-NAME
               AT END
                   ADD 1 TO STAT-RECORDS-IGNORED
               WHEN STEP-NAME (NAME-IDX) = SSTA-PROGRAM
                   SET STEP-IDX TO NAME-IDX
                   PERFORM 2100-KEEP-STEP-STATS
           END-SEARCH
           READ STEP-STAT-FILE
               AT END
                   SET END-OF-STAT-FILE TO TRUE
           END-READ.

       2100-KEEP-STEP-STATS.
           SET STEP-FOUND (STEP-IDX) TO TRUE
           MOVE SSTA-RUN-DATE       TO STEP-RUN-DATE (STEP-IDX)
           MOVE SSTA-RUN-TIME       TO STEP-RUN-TIME (STEP-IDX)
           MOVE SSTA-CONDITION-CODE TO STEP-COND-CODE (STEP-IDX)
           MOVE SSTA-BALANCE        TO STEP-BALANCE (STEP-IDX)
           EVALUATE TRUE
               WHEN SSTA-FROM-CALCRCY1
                   MOVE SSTA-FIGURES TO RCY-FIGURES
               WHEN SSTA-FROM-CALCEDT1
                   MOVE SSTA-FIGURES TO EDT-FIGURES
               WHEN SSTA-FROM-CALCBAT3
                   MOVE SSTA-FIGURES TO BAT-FIGURES
               WHEN SSTA-FROM-CALCRCN1
                   MOVE SSTA-FIGURES TO RCN-FIGURES
                   MOVE SSTA-RCN-DATE TO RCN-DATE
           END-EVALUATE.

       3000-FINALIZE.
           IF NOT STAT-FILE-NOT-FOUND
               CLOSE STEP-STAT-FILE
           END-IF
           PERFORM 3100-PRINT-STEP-SECTION
           PERFORM 3200-PRINT-CROSS-FOOT
           PERFORM 3300-PRINT-VERDICT
           CLOSE MOR-RPT-FILE
           DISPLAY "CALCMOR1 - REGISTROS STEPSTAT:  " STAT-RECORDS-READ
           IF STAT-RECORDS-IGNORED > ZERO
               DISPLAY "CALCMOR1 - REGISTROS IGNORADOS: "
                   STAT-RECORDS-IGNORED
           END-IF
           DISPLAY "CALCMOR1 - CUADRES FALLIDOS:    " XF-FAILED-COUNT
           DISPLAY "CALCMOR1 - MOTIVOS PARA DETENER: " HOLD-COUNT
           DISPLAY "CALCMOR1 - AVISOS:               " WARNING-COUNT
           EVALUATE TRUE
               WHEN HOLD-COUNT > ZERO
                   DISPLAY "CALCMOR1 - DICTAMEN: HOLD."
                   MOVE 8 TO RETURN-CODE
               WHEN WARNING-COUNT > ZERO
                   DISPLAY "CALCMOR1 - DICTAMEN: GO CON AVISOS."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CALCMOR1 - DICTAMEN: GO."
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  ONE LINE PER STEP IN JOB ORDER, FOLLOWED BY ITS FIGURES.
      *----------------------------------------------------------------
       3100-PRINT-STEP-SECTION.
           MOVE "*-------- PASOS DE LA NOCHE --------*"
               TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           MOVE " PASO      FECHA    HORA      COND  CIFRAS DE CONTROL"
               TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           PERFORM 3110-PRINT-STEP-ENTRY
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 4
           IF STEP-FOUND (RCY-STEP)
               COMPUTE DEAD-LETTER-TOTAL =
                   RCY-DROPPED + RCY-AGED + RCY-HELD-AGED
               IF DEAD-LETTER-TOTAL > ZERO
                   SET RSNW-WARNING TO TRUE
                   MOVE "CALCRCY1"               TO RSNW-PROGRAM
                   MOVE "ITEMS ENVIADOS A CARTAS MUERTAS"
                                                 TO RSNW-TEXT
                   MOVE DEAD-LETTER-TOTAL        TO RSNW-FIGURE
                   PERFORM 3900-ADD-REASON
               END-IF
           END-IF.

       3110-PRINT-STEP-ENTRY.
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE STEP-NAME (STEP-IDX)        TO MRS-PROGRAM
           MOVE STEP-NAME (STEP-IDX)        TO RSNW-PROGRAM
           IF NOT STEP-FOUND (STEP-IDX)
               MOVE "** SIN CIFRAS **"      TO MRS-BALANCE
               WRITE MOR-RPT-RECORD
               SET RSNW-HOLD TO TRUE
               MOVE "SIN CIFRAS - NO CORRIO O NO TERMINO"
                                            TO RSNW-TEXT
               MOVE ZERO                    TO RSNW-FIGURE
               PERFORM 3900-ADD-REASON
           ELSE
               MOVE STEP-RUN-DATE (STEP-IDX)  TO MRS-RUN-DATE
               MOVE STEP-RUN-TIME (STEP-IDX)  TO MRS-RUN-TIME
               MOVE "CC "                     TO MRS-LIT-CC
               MOVE STEP-COND-CODE (STEP-IDX) TO MRS-COND-CODE
               EVALUATE TRUE
                   WHEN STEP-IN-BALANCE (STEP-IDX)
                       MOVE "EN BALANCE"      TO MRS-BALANCE
                   WHEN STEP-OUT-OF-BALANCE (STEP-IDX)
                       MOVE "** FUERA DE BALANCE **"
                                              TO MRS-BALANCE
                   WHEN OTHER
                       MOVE "** SIN REGISTRO DE CIERRE **"
                                              TO MRS-BALANCE
               END-EVALUATE
               WRITE MOR-RPT-RECORD
               PERFORM 3120-CHECK-STEP-ENTRY
               PERFORM 3130-PRINT-STEP-FIGURES
           END-IF.

       3120-CHECK-STEP-ENTRY.
           MOVE STEP-COND-CODE (STEP-IDX) TO RSNW-FIGURE
           MOVE "TERMINO CON CODIGO DE CONDICION" TO RSNW-TEXT
           EVALUATE TRUE
               WHEN STEP-COND-CODE (STEP-IDX) >= 8
                   SET RSNW-HOLD TO TRUE
                   PERFORM 3900-ADD-REASON
               WHEN STEP-COND-CODE (STEP-IDX) > ZERO
                   SET RSNW-WARNING TO TRUE
                   PERFORM 3900-ADD-REASON
           END-EVALUATE
           MOVE ZERO TO RSNW-FIGURE
           SET RSNW-HOLD TO TRUE
           EVALUATE TRUE
               WHEN STEP-OUT-OF-BALANCE (STEP-IDX)
                   MOVE "CIFRAS DE CONTROL FUERA DE BALANCE"
                       TO RSNW-TEXT
                   PERFORM 3900-ADD-REASON
               WHEN STEP-NO-TRAILER (STEP-IDX)
                   MOVE "SIN REGISTRO DE CIERRE" TO RSNW-TEXT
                   PERFORM 3900-ADD-REASON
           END-EVALUATE.

       3130-PRINT-STEP-FIGURES.
           EVALUATE STEP-IDX
               WHEN RCY-STEP
                   PERFORM 3140-PRINT-RCY-FIGURES
               WHEN EDT-STEP
                   PERFORM 3150-PRINT-EDT-FIGURES
               WHEN BAT-STEP
                   PERFORM 3160-PRINT-BAT-FIGURES
               WHEN RCN-STEP
                   PERFORM 3170-PRINT-RCN-FIGURES
           END-EVALUATE.

       3140-PRINT-RCY-FIGURES.
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "RECHAZOS DE ANOCHE:"      TO MRF-LABEL-1
           MOVE RCY-REJECTS-READ           TO MRF-VALUE-1
           MOVE "RECICLADOS (CON ENCAB.):" TO MRF-LABEL-2
           MOVE RCY-RECYCLED               TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "ITEMS RECICLADOS:"        TO MRF-LABEL-1
           MOVE RCY-ITEMS-RECYCLED         TO MRF-VALUE-1
           MOVE "BAJAS POR TARJETA:"       TO MRF-LABEL-2
           MOVE RCY-DROPPED                TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "CARTAS MUERTAS:"          TO MRF-LABEL-1
           MOVE RCY-AGED                   TO MRF-VALUE-1
           MOVE "RETENIDOS VENCIDOS:"      TO MRF-LABEL-2
           MOVE RCY-HELD-AGED              TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "RECIBIDOS NUEVOS:"        TO MRF-LABEL-1
           MOVE RCY-NEW-READ               TO MRF-VALUE-1
           MOVE "ESPERADOS POR EL DEPTO:"  TO MRF-LABEL-2
           MOVE RCY-EXPECTED               TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "RETENIDOS LIBERADOS:"     TO MRF-LABEL-1
           MOVE RCY-HELD-RELEASED          TO MRF-VALUE-1
           MOVE "ENTRADA A LA EDICION:"    TO MRF-LABEL-2
           MOVE RCY-MERGED                 TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD.

       3150-PRINT-EDT-FIGURES.
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "ITEMS LEIDOS:"            TO MRF-LABEL-1
           MOVE EDT-READ                   TO MRF-VALUE-1
           MOVE "ITEMS ACEPTADOS:"         TO MRF-LABEL-2
           MOVE EDT-CLEAN                  TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "ITEMS RECHAZADOS:"        TO MRF-LABEL-1
           MOVE EDT-ITEMS-REJECTED         TO MRF-VALUE-1
           MOVE "ITEMS RETENIDOS:"         TO MRF-LABEL-2
           MOVE EDT-HELD                   TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "REGISTROS A CALCREJ:"     TO MRF-LABEL-1
           MOVE EDT-REJECTS-WRITTEN        TO MRF-VALUE-1
           MOVE "ESPERADOS (CIERRE):"      TO MRF-LABEL-2
           MOVE EDT-EXPECTED               TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD.

       3160-PRINT-BAT-FIGURES.
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "ITEMS PROCESADOS:"        TO MRF-LABEL-1
           MOVE BAT-TRAN-COUNT             TO MRF-VALUE-1
           MOVE "ESPERADOS (CIERRE):"      TO MRF-LABEL-2
           MOVE BAT-EXPECTED               TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "GRABADOS EN BITACORA:"    TO MRF-LABEL-1
           MOVE BAT-LOGGED                 TO MRF-VALUE-1
           MOVE "INICIOS DE ACUMULADOR:"   TO MRF-LABEL-2
           MOVE BAT-CLEARS                 TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "CON ERROR:"               TO MRF-LABEL-1
           MOVE BAT-ERRORS                 TO MRF-VALUE-1
           MOVE "CON DESBORDE:"            TO MRF-LABEL-2
           MOVE BAT-OVERFLOWS              TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "DECLINADOS:"              TO MRF-LABEL-1
           MOVE BAT-DECLINED               TO MRF-VALUE-1
           MOVE "REVERSOS APLICADOS:"      TO MRF-LABEL-2
           MOVE BAT-REVERSALS              TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "REVERSOS RECHAZADOS:"     TO MRF-LABEL-1
           MOVE BAT-REV-REFUSED            TO MRF-VALUE-1
           WRITE MOR-RPT-RECORD.

       3170-PRINT-RCN-FIGURES.
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE "LINEAS DEL REPORTE:"      TO MRF-LABEL-1
           MOVE RCN-RPT-LINES              TO MRF-VALUE-1
           MOVE "EN BITACORA AL"           TO MRF-LABEL-2
           MOVE RCN-DATE                   TO MRF-LABEL-2(16:8)
           MOVE ":"                        TO MRF-LABEL-2(24:1)
           MOVE RCN-LOG-RECORDS            TO MRF-VALUE-2
           WRITE MOR-RPT-RECORD.

      *----------------------------------------------------------------
      *  THE NIGHT'S CROSS-FOOT, IN THE ORDER THE ITEMS FLOW:
      *  RECEIVED, LAST NIGHT'S REJECTS, THE MERGED INPUT TO THE
      *  EDIT, THE EDIT'S OWN SPLIT, THE RUN, THE LOG AND THE
      *  RECONCILIATION.
      *----------------------------------------------------------------
       3200-PRINT-CROSS-FOOT.
           MOVE SPACE TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           MOVE "*-------- CUADRE DE LA NOCHE --------*"
               TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           MOVE " CUADRE                         PRIMERO     SUMA  RESUL
      -        "TADO" TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           PERFORM 3210-CHECK-RECEIVED
           PERFORM 3220-CHECK-REJECTS
           PERFORM 3230-CHECK-EDIT-INPUT
           PERFORM 3240-CHECK-EDIT-READ
           PERFORM 3250-CHECK-EDIT-SPLIT
           PERFORM 3260-CHECK-PROCESSED
           PERFORM 3270-CHECK-LOGGED
           PERFORM 3280-CHECK-RECONCILED
           PERFORM 3285-CHECK-REPORT-LINES.

      *  THE FRESH SUBMISSION AGAINST THE DEPARTMENT'S OWN TRAILER.
       3210-CHECK-RECEIVED.
           MOVE "RECIBIDOS = CIERRE DEL DEPTO" TO XF-NAME
           MOVE "CALCRCY1"       TO XF-PROGRAM
           MOVE RCY-NEW-READ     TO XF-FIRST
           MOVE RCY-EXPECTED     TO XF-SUM
           EVALUATE TRUE
               WHEN NOT STEP-FOUND (RCY-STEP)
                   SET XF-STEP-MISSING TO TRUE
               WHEN STEP-NO-TRAILER (RCY-STEP)
                   SET XF-NO-TRAILER TO TRUE
               WHEN OTHER
                   SET XF-AVAILABLE TO TRUE
           END-EVALUATE
           PERFORM 3290-WRITE-CROSS-FOOT.

      *  EVERY REJECT READ WAS RECYCLED, DROPPED OR DEAD-LETTERED.
       3220-CHECK-REJECTS.
           MOVE "RECHAZOS = RECICL+BAJAS+MUERT" TO XF-NAME
           MOVE "CALCRCY1"       TO XF-PROGRAM
           MOVE RCY-REJECTS-READ TO XF-FIRST
           COMPUTE XF-SUM = RCY-RECYCLED + RCY-DROPPED + RCY-AGED
           IF STEP-FOUND (RCY-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

      *  THE MERGED FILE IS THE FRESH ITEMS, THE RECYCLED ITEMS AND
      *  THE RELEASED HELD ITEMS.
       3230-CHECK-EDIT-INPUT.
           MOVE "ENTRADA = NUEVOS+RECICL+LIBER" TO XF-NAME
           MOVE "CALCRCY1"       TO XF-PROGRAM
           MOVE RCY-MERGED       TO XF-FIRST
           COMPUTE XF-SUM = RCY-NEW-READ + RCY-ITEMS-RECYCLED
                          + RCY-HELD-RELEASED
           IF STEP-FOUND (RCY-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

       3240-CHECK-EDIT-READ.
           MOVE "LEIDOS EN EDICION = ENTRADA" TO XF-NAME
           MOVE "CALCEDT1"       TO XF-PROGRAM
           MOVE EDT-READ         TO XF-FIRST
           MOVE RCY-MERGED       TO XF-SUM
           IF STEP-FOUND (RCY-STEP)
              AND STEP-FOUND (EDT-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

       3250-CHECK-EDIT-SPLIT.
           MOVE "LEIDOS = ACEPT+RECHAZ+RETEN" TO XF-NAME
           MOVE "CALCEDT1"       TO XF-PROGRAM
           MOVE EDT-READ         TO XF-FIRST
           COMPUTE XF-SUM = EDT-CLEAN + EDT-ITEMS-REJECTED + EDT-HELD
           IF STEP-FOUND (EDT-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

       3260-CHECK-PROCESSED.
           MOVE "PROCESADOS = ACEPTADOS" TO XF-NAME
           MOVE "CALCBAT3"       TO XF-PROGRAM
           MOVE BAT-TRAN-COUNT   TO XF-FIRST
           MOVE EDT-CLEAN        TO XF-SUM
           IF STEP-FOUND (EDT-STEP)
              AND STEP-FOUND (BAT-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

      *  A "C" ONLY RESETS THE ACCUMULATOR AND IS NOT LOGGED.
       3270-CHECK-LOGGED.
           MOVE "PROCESADOS = BITACORA+INICIOS" TO XF-NAME
           MOVE "CALCBAT3"       TO XF-PROGRAM
           MOVE BAT-TRAN-COUNT   TO XF-FIRST
           COMPUTE XF-SUM = BAT-LOGGED + BAT-CLEARS
           IF STEP-FOUND (BAT-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

       3280-CHECK-RECONCILED.
           MOVE "CONCILIADOS = GRABADOS" TO XF-NAME
           MOVE "CALCRCN1"       TO XF-PROGRAM
           MOVE RCN-LOG-RECORDS  TO XF-FIRST
           MOVE BAT-LOGGED       TO XF-SUM
           IF STEP-FOUND (BAT-STEP)
              AND STEP-FOUND (RCN-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

       3285-CHECK-REPORT-LINES.
           MOVE "LINEAS DEL REPORTE = BITACORA" TO XF-NAME
           MOVE "CALCRCN1"       TO XF-PROGRAM
           MOVE RCN-RPT-LINES    TO XF-FIRST
           MOVE RCN-LOG-RECORDS  TO XF-SUM
           IF STEP-FOUND (RCN-STEP)
               SET XF-AVAILABLE TO TRUE
           ELSE
               SET XF-STEP-MISSING TO TRUE
           END-IF
           PERFORM 3290-WRITE-CROSS-FOOT.

      *----------------------------------------------------------------
      *  A CHECK THAT FAILS BECOMES A REASON TO HOLD, NAMED BY THE
      *  CROSS-FOOT AND CARRYING THE DIFFERENCE.
      *----------------------------------------------------------------
       3290-WRITE-CROSS-FOOT.
           MOVE SPACE TO MOR-RPT-RECORD
           MOVE XF-NAME TO MRX-NAME
           EVALUATE TRUE
               WHEN XF-STEP-MISSING
                   MOVE "SIN CIFRAS"        TO MRX-RESULT
               WHEN XF-NO-TRAILER
                   MOVE XF-FIRST            TO MRX-FIRST
                   MOVE "SIN CIERRE"        TO MRX-RESULT
               WHEN XF-FIRST = XF-SUM
                   MOVE XF-FIRST            TO MRX-FIRST
                   MOVE XF-SUM              TO MRX-SUM
                   MOVE "CUADRA"            TO MRX-RESULT
               WHEN OTHER
                   MOVE XF-FIRST            TO MRX-FIRST
                   MOVE XF-SUM              TO MRX-SUM
                   MOVE "** NO CUADRA **"   TO MRX-RESULT
                   PERFORM 3295-ADD-CROSS-FOOT-REASON
           END-EVALUATE
           WRITE MOR-RPT-RECORD.

       3295-ADD-CROSS-FOOT-REASON.
           ADD 1 TO XF-FAILED-COUNT
           IF XF-FIRST > XF-SUM
               COMPUTE XF-DIFFERENCE = XF-FIRST - XF-SUM
           ELSE
               COMPUTE XF-DIFFERENCE = XF-SUM - XF-FIRST
           END-IF
           SET RSNW-HOLD TO TRUE
           MOVE XF-PROGRAM       TO RSNW-PROGRAM
           MOVE "NO CUADRA "     TO RSNW-TEXT
           MOVE XF-NAME          TO RSNW-TEXT(11:30)
           MOVE XF-DIFFERENCE    TO RSNW-FIGURE
           PERFORM 3900-ADD-REASON.

      *----------------------------------------------------------------
      *  THE VERDICT AND THE REASONS FOR IT.  HOLD REASONS LIST
      *  FIRST, THEN THE WARNINGS.
      *----------------------------------------------------------------
       3300-PRINT-VERDICT.
           MOVE SPACE TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           MOVE "*-------- DICTAMEN --------*" TO MOR-RPT-RECORD
           WRITE MOR-RPT-RECORD
           EVALUATE TRUE
               WHEN HOLD-COUNT > ZERO
                   MOVE "* DICTAMEN: HOLD - NO LIBERAR EXTRACCION NI ARC
      -                 "HIVO *" TO MOR-RPT-RECORD
               WHEN WARNING-COUNT > ZERO
                   MOVE "* DICTAMEN: GO - CON AVISOS *"
                       TO MOR-RPT-RECORD
               WHEN OTHER
                   MOVE "* DICTAMEN: GO *" TO MOR-RPT-RECORD
           END-EVALUATE
           WRITE MOR-RPT-RECORD
           IF REASON-COUNT = ZERO
               MOVE "   SIN OBSERVACIONES" TO MOR-RPT-RECORD
               WRITE MOR-RPT-RECORD
           ELSE
               PERFORM 3310-PRINT-HOLD-REASON
                   VARYING RSN-IDX FROM 1 BY 1
                   UNTIL RSN-IDX > REASON-COUNT
               PERFORM 3320-PRINT-WARNING-REASON
                   VARYING RSN-IDX FROM 1 BY 1
                   UNTIL RSN-IDX > REASON-COUNT
           END-IF.

       3310-PRINT-HOLD-REASON.
           IF RSN-HOLD (RSN-IDX)
               MOVE SPACE TO MOR-RPT-RECORD
               MOVE "DETENER"                TO MRR-LEVEL
               PERFORM 3330-WRITE-REASON-LINE
           END-IF.

       3320-PRINT-WARNING-REASON.
           IF RSN-WARNING (RSN-IDX)
               MOVE SPACE TO MOR-RPT-RECORD
               MOVE "AVISO"                  TO MRR-LEVEL
               PERFORM 3330-WRITE-REASON-LINE
           END-IF.

       3330-WRITE-REASON-LINE.
           MOVE RSN-PROGRAM (RSN-IDX)        TO MRR-PROGRAM
           MOVE RSN-TEXT (RSN-IDX)           TO MRR-TEXT
           IF RSN-FIGURE (RSN-IDX) > ZERO
               MOVE RSN-FIGURE (RSN-IDX)     TO MRR-FIGURE
           END-IF
           WRITE MOR-RPT-RECORD.

      *----------------------------------------------------------------
      *  THE VERDICT COUNTS EVERY REASON EVEN WHEN THE TABLE IS FULL;
      *  ONLY THE PRINTED LIST IS CUT SHORT.
      *----------------------------------------------------------------
       3900-ADD-REASON.
           IF RSNW-HOLD
               ADD 1 TO HOLD-COUNT
           ELSE
               ADD 1 TO WARNING-COUNT
           END-IF
           IF REASON-COUNT < 20
               ADD 1 TO REASON-COUNT
               SET RSN-IDX TO REASON-COUNT
               MOVE RSNW-LEVEL   TO RSN-LEVEL (RSN-IDX)
               MOVE RSNW-PROGRAM TO RSN-PROGRAM (RSN-IDX)
               MOVE RSNW-TEXT    TO RSN-TEXT (RSN-IDX)
               MOVE RSNW-FIGURE  TO RSN-FIGURE (RSN-IDX)
           ELSE
               DISPLAY "CALCMOR1 - TABLA DE MOTIVOS LLENA (20): "
                   RSNW-PROGRAM " " RSNW-TEXT
           END-IF.

       END PROGRAM CALCMOR1.
