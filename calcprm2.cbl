      *                   NIVEL "M" PUEDE MANTENER EL MAESTRO DE
      *                   TASAS Y EL INTENTO SIN AUTORIDAD SE
      *                   RECHAZA CON MENSAJE.
      *  2026-10-15  JHM  DIARIO DE CAMBIOS (CHGJRNL): CADA ALTA,
      *                   CAMBIO Y BAJA GRABA USUARIO, FECHA, HORA,
      *                   LLAVE E IMAGENES ANTES Y DESPUES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS UAUTH-USER-ID
                                   FILE STATUS IS UAUTH-FILE-STATUS.
           SELECT CHG-JRNL-FILE   ASSIGN TO "CHGJRNL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-AUTH-FILE.
           COPY "userrec.cpy".

       FD  CHG-JRNL-FILE
           RECORDING MODE IS F.
           COPY "chgjrnl.cpy".

       WORKING-STORAGE SECTION.

       01  OPC-M                PIC     X(01)    VALUE   SPACE.

       01  UAUTH-FILE-STATUS         PIC X(02).

       01  JRNL-FILE-STATUS          PIC X(02).
           88  JRNL-FILE-NOT-FOUND       VALUE "35".

      *----------------------------------------------------------------
      *  DIARIO DE CAMBIOS.  LA IMAGEN ANTERIOR SE GUARDA ANTES DE
      *  TOCAR EL REGISTRO; LA POSTERIOR ES EL REGISTRO YA GRABADO.
      *----------------------------------------------------------------
       01  DIARIO-FIELDS.
           05  ACCION-DIARIO         PIC X(01).
           05  IMAGEN-ANTES          PIC X(60).
           05  IMAGEN-DESPUES        PIC X(60).
           05  CURRENT-TIME          PIC 9(08).

      *----------------------------------------------------------------
      *  SESION FIRMADA.  EL MANTENIMIENTO DEL MAESTRO DE TASAS
      *  EXIGE EL NIVEL "M", IGUAL QUE EL DE PARAMETROS EN
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CURRENT-DATE TO TODAY-DATE-X
           PERFORM SESION-INICIAR
           PERFORM DIARIO-ABRIR
           OPEN I-O RATE-MAST-FILE
           IF RATE-FILE-NOT-FOUND
               DISPLAY "Creando el maestro de tasas..."
           END-IF
           DISPLAY "Bienvenido, " UAUTH-USER-NAME.

      *----------------------------------------------------------------
      *  SIN DIARIO DE CAMBIOS NO HAY MANTENIMIENTO: UN CAMBIO SIN
      *  RASTRO ES JUSTO LO QUE EL DIARIO DEBE EVITAR.
      *----------------------------------------------------------------
       DIARIO-ABRIR.
           OPEN EXTEND CHG-JRNL-FILE
           IF JRNL-FILE-NOT-FOUND
               OPEN OUTPUT CHG-JRNL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el diario de cambios: "
                   JRNL-FILE-STATUS
               DISPLAY "Sesion denegada."
               STOP RUN
           END-IF.

       DIARIO-GRABAR.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           MOVE SPACE             TO CHG-JRNL-RECORD
           MOVE "RATEMAST"        TO CJRN-FILE-ID
           MOVE RATE-CODE-TRABAJO TO CJRN-RECORD-KEY(1:4)
           MOVE RATE-EFF-TRABAJO  TO CJRN-RECORD-KEY(5:8)
           MOVE ACCION-DIARIO     TO CJRN-ACTION
           MOVE USUARIO-FIRMADO   TO CJRN-USER-ID
           MOVE CURRENT-DATE      TO CJRN-CHANGE-DATE
           MOVE CURRENT-TIME      TO CJRN-CHANGE-TIME
           MOVE "CALCPRM2"        TO CJRN-PROGRAM-ID
           MOVE IMAGEN-ANTES      TO CJRN-BEFORE-IMAGE
           MOVE IMAGEN-DESPUES    TO CJRN-AFTER-IMAGE
           WRITE CHG-JRNL-RECORD
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "Error al grabar el diario de cambios: "
                   JRNL-FILE-STATUS
           END-IF.

       SESION-PEDIR-USUARIO.
           ADD 1 TO INTENTOS-SESION
           DISPLAY "Ingresa tu usuario: "

       FINALIZAR.
           CLOSE RATE-MAST-FILE.
           CLOSE CHG-JRNL-FILE.
           STOP RUN.

       RATE-PEDIR-LLAVE.
               NOT INVALID KEY
                   DISPLAY "Tasa agregada: " RMST-RATE-CODE
                       " EFECTIVA " RMST-EFF-DATE
                   MOVE "A"              TO ACCION-DIARIO
                   MOVE SPACE            TO IMAGEN-ANTES
                   MOVE RATE-MAST-RECORD TO IMAGEN-DESPUES
                   PERFORM DIARIO-GRABAR
           END-WRITE.

       RATE-CAMBIAR.
           DISPLAY "  VALOR: " RATE-VALOR-ED
                   "  EXPIRA: " RMST-EXP-DATE
                   "  DESC: "   RMST-DESCRIPTION
           MOVE RATE-MAST-RECORD TO IMAGEN-ANTES
           PERFORM RATE-PEDIR-VALORES
           MOVE RATE-VALOR-TRABAJO TO RMST-RATE-VALUE
           MOVE RATE-EXP-TRABAJO   TO RMST-EXP-DATE
                   DISPLAY "No se pudo regrabar: " RATE-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Tasa actualizada: " RMST-RATE-CODE
                   MOVE "C"              TO ACCION-DIARIO
                   MOVE RATE-MAST-RECORD TO IMAGEN-DESPUES
                   PERFORM DIARIO-GRABAR
           END-REWRITE.

      *----------------------------------------------------------------
           ACCEPT OPC-3.

           IF OPC-3 = "SI" OR OPC-3 = "si"
               MOVE RATE-MAST-RECORD TO IMAGEN-ANTES
               DELETE RATE-MAST-FILE
                   INVALID KEY
                       DISPLAY "No se pudo borrar: " RATE-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Tasa borrada."
                       MOVE "D"   TO ACCION-DIARIO
                       MOVE SPACE TO IMAGEN-DESPUES
                       PERFORM DIARIO-GRABAR
               END-DELETE
           ELSE
               DISPLAY "Baja cancelada."
