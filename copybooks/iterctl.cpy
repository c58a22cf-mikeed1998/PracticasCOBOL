      *    S = DECREMENTAR (RESTA DEL RANGO)                         *
      *    M = INCREMENTAR (MULTIPLICA POR EL RANGO)                 *
      *    D = DECREMENTAR (DIVIDE ENTRE EL RANGO)                   *
      *    I = TABLA DE AMORTIZACION (CUOTA FIJA)                    *
      *  AN "I" RECORD DOES NOT USE CALCPARM: ICTL-PARM-NAME IS THE  *
      *  NAME OF THE SCHEDULE AND THE ICTL-SCHEDULE-FIELDS AT THE    *
      *  END GIVE THE PRINCIPAL, THE TERM IN PERIODS AND THE         *
      *  RATEMAST RATE CODE (PERCENT PER PERIOD) RESOLVED FOR THE    *
      *  RUN DATE.  THEY ARE LEFT BLANK ON THE OTHER OPERATIONS.     *
      *                                                              *
      *  THE FILE IS A PERMANENT STANDING SCHEDULE, NOT A HAND-      *
      *  BUILT LIST PER NIGHT: ITERBAT1 READS EVERY RECORD, RUNS     *
               88  ICTL-OPERATION-SUBTRACT     VALUE "S".
               88  ICTL-OPERATION-MULTIPLY     VALUE "M".
               88  ICTL-OPERATION-DIVIDE       VALUE "D".
               88  ICTL-OPERATION-SCHEDULE     VALUE "I".
               88  ICTL-OPERATION-VALID        VALUES "A" "S" "M" "D"
                                                      "I".
           05  FILLER                  PIC X(01).
           05  ICTL-FREQUENCY          PIC X(01).
               88  ICTL-FREQ-DAILY             VALUE "D".
           05  ICTL-FREQ-DAY           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  ICTL-NEXT-RUN-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  ICTL-SCHEDULE-FIELDS.
               10  ICTL-PRINCIPAL      PIC 9(07)V99.
               10  FILLER              PIC X(01).
               10  ICTL-TERM           PIC 9(03).
               10  FILLER              PIC X(01).
               10  ICTL-RATE-CODE      PIC X(04).
