      *  2026-09-03  JHM  OPERANDOS AMPLIADOS A S9(7)V99 Y
      *                   RESULTADOS A S9(9)V99, IGUAL QUE CALCOPS1
      *                   Y LA CADENA BATCH.
      *  2026-10-15  JHM  CADENA DE AUDITORIA: CADA REGISTRO DE LA
      *                   BITACORA LLEVA EL SIGUIENTE NUMERO DE
      *                   SECUENCIA Y EL VALOR DE CONTROL DE CALCCHK1;
      *                   LOGCTL SE RELEE ANTES DE CADA REGISTRO Y
      *                   EL ULTIMO SE GUARDA EN LOGCTL DESPUES DE
      *                   CADA ESCRITURA, CON AVISO SI NO SE GRABA.
      *                   LA SESION SE ALOCA CON LOGCTL EN DISP=OLD
      *                   PARA NO CRUZARSE CON OTRA NI CON CALCBAT3.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CALC-LOG-FILE   ASSIGN TO "CALCLOG"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOG-FILE-STATUS.
           SELECT LOG-CTL-FILE    ASSIGN TO "LOGCTL"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LCTL-FILE-STATUS.
           SELECT ITER-RPT-FILE   ASSIGN TO "ITERRPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ITRPT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY "calclog.cpy".

       FD  LOG-CTL-FILE
           RECORDING MODE IS F.
           COPY "logctl.cpy".

       FD  ITER-RPT-FILE
           RECORDING MODE IS F.
           COPY "iterrpt.cpy".
               88  PARM-FILE-NOT-FOUND       VALUE "35".
           05  UAUTH-FILE-STATUS     PIC X(02).
               88  UAUTH-FILE-NOT-FOUND      VALUE "35".
           05  LCTL-FILE-STATUS      PIC X(02).
               88  LCTL-FILE-NOT-FOUND       VALUE "35".

       01  CONTROL-SWITCHES.
           05  PARM-FOUND-SW         PIC X(01)     VALUE "N".

       01  PARM-NAME-BUSCAR          PIC X(10).

      *----------------------------------------------------------------
      *  CADENA DE AUDITORIA.  ULTIMA SECUENCIA Y VALOR DE CONTROL DE
      *  LA BITACORA, RELEIDOS DE LOGCTL ANTES DE CADA REGISTRO.  LA
      *  SESION SE ALOCA CON LOGCTL EN DISP=OLD (ALLOC ... OLD), EL
      *  MISMO ENQ QUE TOMA CALCBAT3 EN STEP010, ASI QUE NI OTRA
      *  SESION NI LA CORRIDA NOCTURNA MUEVEN LA CADENA A LA VEZ.
      *----------------------------------------------------------------
       01  CADENA-FIELDS.
           05  CADENA-ULTIMA-SEQ     PIC 9(09)     VALUE ZERO.
           05  CADENA-ULTIMO-CHECK   PIC 9(09)     VALUE ZERO.
           05  CADENA-NUEVO-CHECK    PIC 9(09)     VALUE ZERO.

      *----------------------------------------------------------------
      *  SESION FIRMADA.  EL USUARIO VALIDADO AL INICIO SE LLEVA A
      *  CADA REGISTRO DE BITACORA QUE ESCRIBE LA SESION.
           IF LOG-FILE-NOT-FOUND
               OPEN OUTPUT CALC-LOG-FILE
           END-IF
           PERFORM CADENA-CONTROL-LEER
           PERFORM SESION-INICIAR
           PERFORM MENU-PROGRAMA.

      *----------------------------------------------------------------
      *  SIN LOGCTL, O VACIO, LA CADENA EMPIEZA EN LA SECUENCIA 1.  SI
      *  LOGCTL NO SE PUEDE LEER SE AVISA Y SE SIGUE CON LO ULTIMO
      *  QUE LEYO O GRABO ESTA MISMA SESION.
      *----------------------------------------------------------------
       CADENA-CONTROL-LEER.
           OPEN INPUT LOG-CTL-FILE
           EVALUATE TRUE
               WHEN LCTL-FILE-NOT-FOUND
                   MOVE ZERO TO CADENA-ULTIMA-SEQ CADENA-ULTIMO-CHECK
               WHEN LCTL-FILE-STATUS NOT = "00"
                   DISPLAY "*** ADVERTENCIA: NO SE PUDO LEER LOGCTL ("
                       LCTL-FILE-STATUS ") ***"
               WHEN OTHER
                   READ LOG-CTL-FILE
                       AT END
                           MOVE ZERO TO CADENA-ULTIMA-SEQ
                                        CADENA-ULTIMO-CHECK
                       NOT AT END
                           MOVE LCTL-LAST-SEQ-NO
                               TO CADENA-ULTIMA-SEQ
                           MOVE LCTL-LAST-CHECK-VALUE
                               TO CADENA-ULTIMO-CHECK
                   END-READ
                   CLOSE LOG-CTL-FILE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  FIRMA DE SESION.  SIN ARCHIVO DE USUARIOS NO HAY ACCESO:
      *  LA AUTORIZACION FALLA CERRADA, NO ABIERTA.
           MOVE CALC-REMAINDER TO CLOG-REMAINDER.
           MOVE CALC-STATUS    TO CLOG-STATUS.
           MOVE USUARIO-FIRMADO TO CLOG-USER-ID.
           PERFORM CADENA-CONTROL-LEER.
           PERFORM SUBP-1-LOG-ENCADENAR.
           WRITE CALC-LOG-RECORD.
           PERFORM SUBP-1-LOG-CONTROL-GRABAR.

      *----------------------------------------------------------------
      *  LA SECUENCIA ENTRA AL REGISTRO ANTES DE TOMAR EL VALOR DE
      *  CONTROL, QUE ASI LA CUBRE TAMBIEN.  LA CADENA SE ACABA DE
      *  RELEER DE LOGCTL, NO SE TOMA DE MEMORIA.  EL CONTROL SE GRABA
      *  DESPUES DE CADA REGISTRO PORQUE UNA SESION INTERACTIVA
      *  PUEDE CORTARSE EN CUALQUIER MOMENTO.
      *----------------------------------------------------------------
       SUBP-1-LOG-ENCADENAR.
           ADD 1 TO CADENA-ULTIMA-SEQ.
           MOVE CADENA-ULTIMA-SEQ TO CLOG-SEQ-NO.
           CALL "CALCCHK1" USING CALC-LOG-RECORD
                                 CADENA-ULTIMO-CHECK
                                 CADENA-NUEVO-CHECK.
           MOVE CADENA-NUEVO-CHECK TO CLOG-CHECK-VALUE
                                      CADENA-ULTIMO-CHECK.

       SUBP-1-LOG-CONTROL-GRABAR.
           MOVE SPACE               TO LOG-CTL-RECORD.
           MOVE CADENA-ULTIMA-SEQ   TO LCTL-LAST-SEQ-NO.
           MOVE CADENA-ULTIMO-CHECK TO LCTL-LAST-CHECK-VALUE.
           MOVE CURRENT-DATE        TO LCTL-LAST-DATE.
           MOVE CURRENT-TIME        TO LCTL-LAST-TIME.
           MOVE "REPASO-3"          TO LCTL-LAST-WRITER.
           OPEN OUTPUT LOG-CTL-FILE.
           IF LCTL-FILE-STATUS NOT = "00"
               DISPLAY "*** ADVERTENCIA: NO SE PUDO ABRIR LOGCTL ("
                   LCTL-FILE-STATUS ") ***"
           ELSE
               WRITE LOG-CTL-RECORD
               IF LCTL-FILE-STATUS NOT = "00"
                   DISPLAY "*** ADVERTENCIA: NO SE PUDO GRABAR LOGCTL ("
                       LCTL-FILE-STATUS ") ***"
               END-IF
               CLOSE LOG-CTL-FILE
           END-IF.

      *----------------------------------------------------------------
      *  SUBMENU 2 - TABLAS DE ITERACION Y DE MULTIPLICAR.
