      *  ITERCTLN DATASET AND COPIED BACK OVER THE LIVE FILE BY      *
      *  THE FOLLOWING JOB STEP, THE SAME WAY CALCARC1 REWRITES      *
      *  THE TRIMMED AUDIT LOG.                                      *
      *                                                              *
      *  AN "I" REQUEST IS AN AMORTIZATION SCHEDULE INSTEAD OF A     *
      *  CALCPARM TABLE: PRINCIPAL, TERM IN PERIODS AND A RATEMAST   *
      *  RATE CODE, RESOLVED TO THE RATE IN FORCE ON THE RUN DATE    *
      *  THE SAME WAY CALCBAT3 2050-RESOLVE-RATE DOES.  THE LEVEL    *
      *  PAYMENT IS PRINTED PERIOD BY PERIOD ON ITERRPT AND WRITTEN  *
      *  TO THE ITERSCH DATASET TO BE HANDED ON.  A RATE CODE THAT   *
      *  IS MISSING, EXPIRED OR ONLY FUTURE-DATED SKIPS THE REQUEST  *
      *  WITH A MESSAGE, LIKE A NAME THAT IS NOT ON CALCPARM.        *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *                   FECHA DE PROXIMA CORRIDA; SOLO CORRE LO
      *                   QUE YA VENCIO Y LA FECHA SE RUEDA SOLA AL
      *                   ARCHIVO ITERCTLN.
      *  2026-10-15  JHM  OPERACION "I": TABLA DE AMORTIZACION CON
      *                   CAPITAL, PLAZO Y CODIGO DE TASA RATEMAST
      *                   VIGENTE A LA FECHA DE CORRIDA; REPORTE EN
      *                   ITERRPT Y ARCHIVO ITERSCH.  ITERCTL PASA DE
      *                   25 A 44 POSICIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL-NEW-FILE    ASSIGN TO "ITERCTLN"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS CTLN-FILE-STATUS.
           SELECT RATE-MAST-FILE  ASSIGN TO "RATEMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS RMST-RATE-KEY
                                   FILE STATUS IS RATE-FILE-STATUS.
           SELECT ITER-SCH-FILE   ASSIGN TO "ITERSCH"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ISCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CTL-NEW-FILE
           RECORDING MODE IS F.
       01  CTL-NEW-RECORD              PIC X(44).

       FD  RATE-MAST-FILE.
           COPY "ratemast.cpy".

       FD  ITER-SCH-FILE
           RECORDING MODE IS F.
           COPY "itersch.cpy".

       WORKING-STORAGE SECTION.

               88  END-OF-CTL-FILE           VALUE "Y".
           05  PARM-FOUND-SW         PIC X(01)     VALUE "N".
               88  PARM-FOUND                VALUE "Y".
           05  RATE-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-RATE-FILE          VALUE "Y".
           05  RATE-FOUND-SW         PIC X(01)     VALUE "N".
               88  RATE-FOUND                VALUE "Y".
           05  RATE-CODE-KNOWN-SW    PIC X(01)     VALUE "N".
               88  RATE-CODE-KNOWN           VALUE "Y".
           05  RATE-EXPIRED-SW       PIC X(01)     VALUE "N".
               88  RATE-EXPIRED              VALUE "Y".
           05  SCHEDULE-READY-SW     PIC X(01)     VALUE "N".
               88  SCHEDULE-READY            VALUE "Y".

       01  RUN-COUNTERS.
           05  REQUESTS-READ         PIC 9(06)     VALUE ZERO.
           05  REQUESTS-RUN          PIC 9(06)     VALUE ZERO.
           05  REQUESTS-SKIPPED      PIC 9(06)     VALUE ZERO.
           05  REQUESTS-NOT-DUE      PIC 9(06)     VALUE ZERO.
           05  SCHEDULE-RECS-WRITTEN PIC 9(06)     VALUE ZERO.

      *----------------------------------------------------------------
      *  RATE MASTER TABLE FOR THE "I" SCHEDULES, LOADED ONCE AT
      *  INITIALIZATION AS IN CALCBAT3.  EVERY EFFECTIVE-DATED RECORD
      *  IS LOADED; 2510-RESOLVE-RATE PICKS THE ONE IN FORCE FOR THE
      *  RUN DATE.
      *----------------------------------------------------------------
       01  RATE-TABLE.
           05  RATE-ENTRY-COUNT      PIC 9(03)     VALUE ZERO.
           05  RATE-ENTRY OCCURS 200 TIMES
                   INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE   PIC X(04).
               10  RATE-ENTRY-EFF    PIC X(08).
               10  RATE-ENTRY-EXP    PIC X(08).
               10  RATE-ENTRY-VALUE  PIC S9(7)V99.

       01  RESOLVED-RATE             PIC S9(7)V99  VALUE ZERO.
       01  RESOLVED-EFF-DATE         PIC X(08)     VALUE LOW-VALUE.

      *----------------------------------------------------------------
      *  AMORTIZATION WORK FIELDS.  THE RATEMAST VALUE IS A PERCENT
      *  PER PERIOD, SO SCHED-RATE (THE FRACTION) IS EXACT AT FOUR
      *  DECIMALS.  SCHED-FACTOR IS (1 + RATE) TO THE POWER OF THE
      *  TERM, BUILT UP ONE PERIOD AT A TIME.
      *----------------------------------------------------------------
       01  SCHEDULE-FIELDS.
           05  SCHED-RATE            PIC S9(5)V9(4)  VALUE ZERO.
           05  SCHED-FACTOR          PIC S9(9)V9(9)  VALUE ZERO.
           05  SCHED-DIVISOR         PIC S9(9)V9(9)  VALUE ZERO.
           05  SCHED-LEVEL-PAYMENT   PIC S9(9)V99    VALUE ZERO.
           05  SCHED-OPENING         PIC S9(9)V99    VALUE ZERO.
           05  SCHED-INTEREST        PIC S9(9)V99    VALUE ZERO.
           05  SCHED-PAYMENT         PIC S9(9)V99    VALUE ZERO.
           05  SCHED-PRINCIPAL-PART  PIC S9(9)V99    VALUE ZERO.
           05  SCHED-CLOSING         PIC S9(9)V99    VALUE ZERO.
           05  SCHED-TOTAL-INTEREST  PIC S9(11)V99   VALUE ZERO.
           05  SCHED-TOTAL-PAID      PIC S9(11)V99   VALUE ZERO.
           05  SCHED-PERIOD          PIC 9(04)       VALUE ZERO.

      *----------------------------------------------------------------
      *  CALENDAR WORK FIELDS.  THE DAY-OF-WEEK COMES FROM ZELLER'S

       01  CTLN-FILE-STATUS          PIC X(02).

       01  RATE-FILE-STATUS          PIC X(02).
           88  RATE-FILE-NOT-FOUND       VALUE "35".

       01  ISCH-FILE-STATUS          PIC X(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ITER-SCH-FILE
           IF ISCH-FILE-STATUS NOT = "00"
               DISPLAY "ITERBAT1 - ERROR AL ABRIR ITERSCH: "
                   ISCH-FILE-STATUS
               CLOSE ITER-CTL-FILE CALC-PARM-FILE ITER-RPT-FILE
                     CTL-NEW-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-RATE-TABLE
           READ ITER-CTL-FILE
               AT END
                   SET END-OF-CTL-FILE TO TRUE
           MOVE "-"               TO RUN-DATE-EDIT(8:1)
           MOVE CURRENT-DATE(7:2) TO RUN-DATE-EDIT(9:2).

      *----------------------------------------------------------------
      *  SIN MAESTRO DE TASAS LA TABLA QUEDA VACIA: LAS TABLAS A/S/M/D
      *  CORREN IGUAL Y TODA SOLICITUD "I" SE OMITE POR TASA NO
      *  ENCONTRADA.
      *----------------------------------------------------------------
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-MAST-FILE
           IF RATE-FILE-NOT-FOUND
               DISPLAY "ITERBAT1 - SIN MAESTRO DE TASAS (RATEMAST)."
           ELSE
               READ RATE-MAST-FILE
                   AT END
                       SET END-OF-RATE-FILE TO TRUE
               END-READ
               PERFORM 1210-LOAD-RATE-ENTRY
                   UNTIL END-OF-RATE-FILE
                      OR RATE-ENTRY-COUNT >= 200
               IF NOT END-OF-RATE-FILE
                   DISPLAY "ITERBAT1 - TABLA DE TASAS LLENA (200)."
               END-IF
               CLOSE RATE-MAST-FILE
               DISPLAY "ITERBAT1 - TASAS CARGADAS: " RATE-ENTRY-COUNT
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

      *----------------------------------------------------------------
      *  EVERY STANDING RECORD IS COPIED TO THE UPDATED SCHEDULE,
      *  WHETHER IT RAN OR NOT, SO A BAD RECORD CAN BE FIXED IN
      *  PLACE AND A SKIPPED REQUEST (PARAMETER MISSING, ZERO
      *  RANGE, RATE NOT IN FORCE) KEEPS ITS DUE DATE AND COMPLAINS
      *  AGAIN TOMORROW INSTEAD OF DISAPPEARING FROM THE CALENDAR.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           ADD 1 TO REQUESTS-READ
               WHEN ICTL-NEXT-RUN-DATE IS NUMERIC
                AND ICTL-NEXT-RUN-DATE > RUN-DATE-X
                   ADD 1 TO REQUESTS-NOT-DUE
               WHEN ICTL-OPERATION-SCHEDULE
                   PERFORM 2500-VALIDATE-SCHEDULE
                   IF SCHEDULE-READY
                       PERFORM 2600-RUN-SCHEDULE
                       PERFORM 6000-ROLL-NEXT-RUN-DATE
                   END-IF
               WHEN OTHER
                   PERFORM 2100-RESOLVE-PARAMETER
                   IF PARM-FOUND
           DIVIDE NUMBER-RANGE INTO NUMBER-INIT
           PERFORM 5200-REPORTE-DETALLE.

      *----------------------------------------------------------------
      *  AN "I" REQUEST NEEDS A PRINCIPAL, A TERM AND A RATE CODE ON
      *  THE CONTROL RECORD, AND THE CODE MUST RESOLVE TO A RATE IN
      *  FORCE TONIGHT.  ANY FAILURE SKIPS IT WITH A MESSAGE AND THE
      *  RECORD KEEPS ITS DUE DATE.
      *----------------------------------------------------------------
       2500-VALIDATE-SCHEDULE.
           MOVE "N" TO SCHEDULE-READY-SW
           EVALUATE TRUE
               WHEN ICTL-PRINCIPAL IS NOT NUMERIC
                 OR ICTL-PRINCIPAL = ZERO
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - CAPITAL INVALIDO PARA "
                       ICTL-PARM-NAME
               WHEN ICTL-TERM IS NOT NUMERIC
                 OR ICTL-TERM = ZERO
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - PLAZO INVALIDO PARA "
                       ICTL-PARM-NAME
               WHEN ICTL-RATE-CODE = SPACE
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - SIN CODIGO DE TASA PARA "
                       ICTL-PARM-NAME
               WHEN OTHER
                   PERFORM 2510-RESOLVE-RATE
                   PERFORM 2520-CHECK-RESOLVED-RATE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  SAME RULE AS CALCBAT3 2050-RESOLVE-RATE: THE LATEST
      *  EFFECTIVE DATE NOT AFTER THE RUN DATE WHOSE EXPIRY (BLANK =
      *  OPEN-ENDED) HAS NOT PASSED.  THE SCAN ALSO NOTES WHETHER THE
      *  CODE IS ON FILE AT ALL AND WHETHER AN ALREADY-EFFECTIVE
      *  RECORD HAS EXPIRED, SO A SKIP CAN SAY WHY.
      *----------------------------------------------------------------
       2510-RESOLVE-RATE.
           MOVE "N" TO RATE-FOUND-SW RATE-CODE-KNOWN-SW
                       RATE-EXPIRED-SW
           MOVE ZERO TO RESOLVED-RATE
           MOVE LOW-VALUE TO RESOLVED-EFF-DATE
           PERFORM 2515-TEST-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-ENTRY-COUNT.

       2515-TEST-RATE-ENTRY.
           IF RATE-ENTRY-CODE (RATE-IDX) = ICTL-RATE-CODE
               SET RATE-CODE-KNOWN TO TRUE
               IF RATE-ENTRY-EFF (RATE-IDX) NOT > RUN-DATE-X
                  AND RATE-ENTRY-EXP (RATE-IDX) NOT = SPACE
                  AND RATE-ENTRY-EXP (RATE-IDX) < RUN-DATE-X
                   SET RATE-EXPIRED TO TRUE
               END-IF
           END-IF
           IF RATE-ENTRY-CODE (RATE-IDX) = ICTL-RATE-CODE
              AND RATE-ENTRY-EFF (RATE-IDX) NOT > RUN-DATE-X
              AND (RATE-ENTRY-EXP (RATE-IDX) = SPACE
                   OR RATE-ENTRY-EXP (RATE-IDX) NOT < RUN-DATE-X)
              AND RATE-ENTRY-EFF (RATE-IDX) NOT < RESOLVED-EFF-DATE
               SET RATE-FOUND TO TRUE
               MOVE RATE-ENTRY-EFF (RATE-IDX)   TO RESOLVED-EFF-DATE
               MOVE RATE-ENTRY-VALUE (RATE-IDX) TO RESOLVED-RATE
           END-IF.

       2520-CHECK-RESOLVED-RATE.
           EVALUATE TRUE
               WHEN RATE-FOUND
                AND RESOLVED-RATE < ZERO
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - TASA NEGATIVA: "
                       ICTL-RATE-CODE " PARA " ICTL-PARM-NAME
               WHEN RATE-FOUND
                   SET SCHEDULE-READY TO TRUE
                   PERFORM 2530-COMPUTE-LEVEL-PAYMENT
               WHEN NOT RATE-CODE-KNOWN
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - TASA NO ENCONTRADA: "
                       ICTL-RATE-CODE " PARA " ICTL-PARM-NAME
               WHEN RATE-EXPIRED
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - TASA VENCIDA: "
                       ICTL-RATE-CODE " PARA " ICTL-PARM-NAME
               WHEN OTHER
                   ADD 1 TO REQUESTS-SKIPPED
                   DISPLAY "ITERBAT1 - TASA SOLO CON VIGENCIA FUTURA: "
                       ICTL-RATE-CODE " PARA " ICTL-PARM-NAME
           END-EVALUATE.

      *----------------------------------------------------------------
      *  LEVEL PAYMENT P * R * F / (F - 1), F = (1 + R) ** N, WITH
      *  F BUILT BY REPEATED MULTIPLICATION.  AT A ZERO RATE THE
      *  PAYMENT IS SIMPLY P / N.  A RATE AND TERM THAT OVERFLOW THE
      *  FACTOR OR THE PAYMENT SKIP THE REQUEST.
      *----------------------------------------------------------------
       2530-COMPUTE-LEVEL-PAYMENT.
           COMPUTE SCHED-RATE = RESOLVED-RATE / 100
           IF SCHED-RATE = ZERO
               COMPUTE SCHED-LEVEL-PAYMENT ROUNDED =
                   ICTL-PRINCIPAL / ICTL-TERM
           ELSE
               MOVE 1 TO SCHED-FACTOR
               PERFORM 2535-COMPOUND-ONE-PERIOD
                   VARYING SCHED-PERIOD FROM 1 BY 1
                   UNTIL SCHED-PERIOD > ICTL-TERM
                      OR NOT SCHEDULE-READY
               IF SCHEDULE-READY
                   COMPUTE SCHED-DIVISOR = SCHED-FACTOR - 1
                   COMPUTE SCHED-LEVEL-PAYMENT ROUNDED =
                       ICTL-PRINCIPAL * SCHED-RATE * SCHED-FACTOR
                           / SCHED-DIVISOR
                       ON SIZE ERROR
                           MOVE "N" TO SCHEDULE-READY-SW
                   END-COMPUTE
               END-IF
           END-IF
           IF NOT SCHEDULE-READY
               ADD 1 TO REQUESTS-SKIPPED
               DISPLAY "ITERBAT1 - CUOTA FUERA DE RANGO PARA "
                   ICTL-PARM-NAME
           END-IF.

       2535-COMPOUND-ONE-PERIOD.
           COMPUTE SCHED-FACTOR ROUNDED =
               SCHED-FACTOR + SCHED-FACTOR * SCHED-RATE
               ON SIZE ERROR
                   MOVE "N" TO SCHEDULE-READY-SW
           END-COMPUTE.

      *----------------------------------------------------------------
      *  ONE LINE AND ONE ITERSCH DETAIL PER PERIOD.  INTEREST IS ON
      *  THE OPENING BALANCE; THE LAST PERIOD (OR ANY PERIOD WHERE
      *  THE LEVEL PAYMENT WOULD OVERSHOOT) PAYS OFF WHAT IS LEFT, SO
      *  THE CENT ROUNDING OF THE PAYMENT NEVER LEAVES A BALANCE.
      *----------------------------------------------------------------
       2600-RUN-SCHEDULE.
           ADD 1 TO REQUESTS-RUN
           MOVE ICTL-PRINCIPAL TO SCHED-CLOSING
           MOVE ZERO TO SCHED-TOTAL-INTEREST SCHED-TOTAL-PAID
           PERFORM 5400-TABLA-INICIAR
           PERFORM 2610-SCHEDULE-PERIOD
               VARYING SCHED-PERIOD FROM 1 BY 1
               UNTIL SCHED-PERIOD > ICTL-TERM
           PERFORM 2630-WRITE-SCHEDULE-TOTAL
           PERFORM 5700-TABLA-FINALIZAR.

       2610-SCHEDULE-PERIOD.
           MOVE SCHED-CLOSING TO SCHED-OPENING
           COMPUTE SCHED-INTEREST ROUNDED =
               SCHED-OPENING * SCHED-RATE
           COMPUTE SCHED-PRINCIPAL-PART =
               SCHED-LEVEL-PAYMENT - SCHED-INTEREST
           IF SCHED-PERIOD = ICTL-TERM
              OR SCHED-PRINCIPAL-PART > SCHED-OPENING
               MOVE SCHED-OPENING TO SCHED-PRINCIPAL-PART
           END-IF
           COMPUTE SCHED-PAYMENT =
               SCHED-INTEREST + SCHED-PRINCIPAL-PART
           COMPUTE SCHED-CLOSING =
               SCHED-OPENING - SCHED-PRINCIPAL-PART
           ADD SCHED-INTEREST TO SCHED-TOTAL-INTEREST
           ADD SCHED-PAYMENT  TO SCHED-TOTAL-PAID
           PERFORM 5600-TABLA-DETALLE
           PERFORM 2620-WRITE-SCHEDULE-DETAIL.

       2620-WRITE-SCHEDULE-DETAIL.
           MOVE SPACE TO ITER-SCH-RECORD
           SET ISCH-TYPE-DETAIL TO TRUE
           PERFORM 2640-MOVE-SCHEDULE-KEY
           MOVE SCHED-PERIOD         TO ISCH-PERIOD
           MOVE SCHED-OPENING        TO ISCH-OPENING
           MOVE SCHED-INTEREST       TO ISCH-INTEREST
           MOVE SCHED-PAYMENT        TO ISCH-PAYMENT
           MOVE SCHED-PRINCIPAL-PART TO ISCH-PRINCIPAL-PART
           MOVE SCHED-CLOSING        TO ISCH-CLOSING
           WRITE ITER-SCH-RECORD
           ADD 1 TO SCHEDULE-RECS-WRITTEN.

       2630-WRITE-SCHEDULE-TOTAL.
           MOVE SPACE TO ITER-SCH-RECORD
           SET ISCH-TYPE-TOTAL TO TRUE
           PERFORM 2640-MOVE-SCHEDULE-KEY
           MOVE ICTL-TERM            TO ISCT-PERIOD-COUNT
           MOVE ICTL-PRINCIPAL       TO ISCT-PRINCIPAL
           MOVE SCHED-TOTAL-INTEREST TO ISCT-TOTAL-INTEREST
           MOVE SCHED-TOTAL-PAID     TO ISCT-TOTAL-PAID
           WRITE ITER-SCH-RECORD
           ADD 1 TO SCHEDULE-RECS-WRITTEN.

       2640-MOVE-SCHEDULE-KEY.
           MOVE ICTL-PARM-NAME       TO ISCH-SCHEDULE-NAME
           MOVE RUN-DATE-X           TO ISCH-RUN-DATE
           MOVE ICTL-RATE-CODE       TO ISCH-RATE-CODE
           MOVE RESOLVED-EFF-DATE    TO ISCH-RATE-EFF-DATE
           MOVE RESOLVED-RATE        TO ISCH-RATE-VALUE.

      *----------------------------------------------------------------
      *  REPORTE PAGINADO EN EL MISMO FORMATO ITERRPT DEL SUBMENU 2;
      *  CADA SOLICITUD ARRANCA SU PROPIO REPORTE CON PAGINA 1.
           MOVE VALUE-COUNT TO IF-COUNT
           WRITE ITER-RPT-RECORD.

      *----------------------------------------------------------------
      *  TABLA DE AMORTIZACION EN EL MISMO REPORTE ITERRPT: TITULO,
      *  LINEA DEL PRESTAMO Y ENCABEZADOS DE COLUMNA EN CADA PAGINA,
      *  UNA LINEA POR PERIODO Y LOS TOTALES AL FINAL.
      *----------------------------------------------------------------
       5400-TABLA-INICIAR.
           MOVE ZERO TO LINE-COUNT PAGE-COUNT
           PERFORM 5500-TABLA-ENCABEZADO.

       5500-TABLA-ENCABEZADO.
           ADD 1 TO PAGE-COUNT
           MOVE SPACE TO ITER-RPT-RECORD
           MOVE "AMORTIZACION - " TO IH1-TITLE
           MOVE ICTL-PARM-NAME TO IH1-TITLE(16:10)
           MOVE RUN-DATE-EDIT TO IH1-RUN-DATE
           MOVE "FECHA: "     TO IH1-LIT-FECHA
           MOVE "  PAGINA"    TO IH1-LIT-PAGINA
           MOVE PAGE-COUNT    TO IH1-PAGE-NO
           WRITE ITER-RPT-RECORD
           MOVE SPACE TO ITER-RPT-RECORD
           MOVE "CAPITAL: "      TO ISH2-LIT-PRINCIPAL
           MOVE "  PLAZO: "      TO ISH2-LIT-TERM
           MOVE "  TASA: "       TO ISH2-LIT-RATE
           MOVE "%"              TO ISH2-LIT-PCT
           MOVE " DESDE "        TO ISH2-LIT-EFF
           MOVE ICTL-PRINCIPAL   TO ISH2-PRINCIPAL
           MOVE ICTL-TERM        TO ISH2-TERM
           MOVE ICTL-RATE-CODE   TO ISH2-RATE-CODE
           MOVE RESOLVED-RATE    TO ISH2-RATE-VALUE
           MOVE RESOLVED-EFF-DATE TO ISH2-RATE-EFF-DATE
           WRITE ITER-RPT-RECORD
           MOVE SPACE TO ITER-RPT-RECORD
           MOVE "PER"            TO ISH3-LIT-PERIOD
           MOVE " SALDO INICIAL" TO ISH3-LIT-OPENING
           MOVE "       INTERES" TO ISH3-LIT-INTEREST
           MOVE "         CUOTA" TO ISH3-LIT-PAYMENT
           MOVE "  AMORTIZACION" TO ISH3-LIT-PRINCIPAL
           MOVE "   SALDO FINAL" TO ISH3-LIT-CLOSING
           WRITE ITER-RPT-RECORD
           MOVE 3 TO LINE-COUNT.

       5600-TABLA-DETALLE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 5500-TABLA-ENCABEZADO
           END-IF
           ADD 1 TO LINE-COUNT
           MOVE SPACE TO ITER-RPT-RECORD
           MOVE SCHED-PERIOD         TO ISD-PERIOD
           MOVE SCHED-OPENING        TO ISD-OPENING
           MOVE SCHED-INTEREST       TO ISD-INTEREST
           MOVE SCHED-PAYMENT        TO ISD-PAYMENT
           MOVE SCHED-PRINCIPAL-PART TO ISD-PRINCIPAL
           MOVE SCHED-CLOSING        TO ISD-CLOSING
           WRITE ITER-RPT-RECORD.

       5700-TABLA-FINALIZAR.
           MOVE SPACE TO ITER-RPT-RECORD
           MOVE "TOTAL INTERESES: " TO ISF-LIT-INTEREST
           MOVE "  TOTAL PAGADO: "  TO ISF-LIT-PAID
           MOVE SCHED-TOTAL-INTEREST TO ISF-TOTAL-INTEREST
           MOVE SCHED-TOTAL-PAID     TO ISF-TOTAL-PAID
           WRITE ITER-RPT-RECORD.

      *----------------------------------------------------------------
      *  ROLLS THE NEXT-RUN DATE FORWARD FROM THE RUN DATE, NOT FROM
      *  THE OLD NEXT-RUN DATE, SO A REQUEST THAT MISSED NIGHTS

       3000-FINALIZE.
           CLOSE ITER-CTL-FILE CALC-PARM-FILE ITER-RPT-FILE
                 CTL-NEW-FILE ITER-SCH-FILE
           DISPLAY "ITERBAT1 - SOLICITUDES LEIDAS:    " REQUESTS-READ
           DISPLAY "ITERBAT1 - SOLICITUDES CORRIDAS:  " REQUESTS-RUN
           DISPLAY "ITERBAT1 - SOLICITUDES OMITIDAS:  "
               REQUESTS-SKIPPED
           DISPLAY "ITERBAT1 - SOLICITUDES SIN VENCER: "
               REQUESTS-NOT-DUE
           DISPLAY "ITERBAT1 - REGISTROS EN ITERSCH:  "
               SCHEDULE-RECS-WRITTEN.

       END PROGRAM ITERBAT1.
