      *  RECORDS, AND WRITES A COMMA-DELIMITED TEXT FILE WITH A      *
      *  HEADER ROW AND ONE COLUMN PER FIELD - DATE, TIME, SOURCE,   *
      *  OPERATOR, BOTH OPERANDS, RESULT, REMAINDER, STATUS, PLUS    *
      *  THE DEPARTMENT AND SIGNED-ON USER, AND THE BATCH POSITION   *
      *  AND REVERSAL REFERENCE - WITH SIGNS AND DECIMAL             *
      *  POINTS EDITED SO THE FILE LOADS STRAIGHT INTO A             *
      *  SPREADSHEET.  NO MORE RE-KEYING FIGURES OFF THE CALCINQ1    *
      *  PRINTOUT.                                                   *
      *  ----------  ---  ---------------------------------------------
      *  2026-09-03  JHM  ORIGINAL VERSION - COMMA-DELIMITED EXTRACT
      *                   WITH HEADER ROW OVER THE INQPARM SELECTION.
      *  2026-10-15  JHM  COLUMNAS DE LOTE Y POSICION DEL ITEM, MARCA
      *                   DE REVERSO (R = CONTRAPARTIDA, X = REVERSO
      *                   RECHAZADO), REFERENCIA AL ORIGINAL Y RAZON
      *                   DE RECHAZO, PARA QUE FINANZAS PAREE CADA
      *                   REVERSO CON SU ORIGINAL.  FILA DE 150.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  CALC-EXT-FILE
           RECORDING MODE IS F.
       01  CALC-EXT-RECORD             PIC X(150).

       WORKING-STORAGE SECTION.

               "FECHA,HORA,ORIGEN,OPERADOR,OPERANDO1,OPERANDO2".
           05  FILLER                PIC X(39)     VALUE
               ",RESULTADO,RESIDUO,ESTADO,DEPTO,USUARIO".
           05  FILLER                PIC X(18)     VALUE
               ",LOTE,ITEM,REVERSO".
           05  FILLER                PIC X(44)     VALUE
               ",REF_FECHA,REF_DEPTO,REF_LOTE,REF_ITEM,RAZON".
           05  FILLER                PIC X(03)     VALUE SPACE.

       01  LOG-FILE-STATUS           PIC X(02).
           88  LOG-FILE-NOT-FOUND        VALUE "35".
                  CLOG-DEPT-CODE    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-USER-ID      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-BATCH-NO     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-ITEM-NO      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-REVERSAL-MARK DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-REV-RUN-DATE DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-REV-DEPT-CODE DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-REV-BATCH-NO DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-REV-ITEM-NO  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CLOG-REV-REASON   DELIMITED BY SIZE
               INTO CALC-EXT-RECORD
           END-STRING
           WRITE CALC-EXT-RECORD.
