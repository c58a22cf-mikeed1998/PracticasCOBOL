       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCAPR1.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCAPR1 - APROBACION DE SUPERVISOR DE LOS ITEMS RETENIDOS  *
      *  (HELDTRAN).  CALCEDT1 RETIENE CADA NOCHE LOS ITEMS CUYO     *
      *  OPERANDO PASA DEL LIMITE DE RETENCION DEL DEPARTAMENTO (O   *
      *  DEL LIMITE GENERAL DE LA TARJETA HOLDPARM).  AQUI EL        *
      *  SUPERVISOR LOS LISTA CON SU DEPARTAMENTO, LOTE, POSICION E  *
      *  IMAGEN Y LOS APRUEBA O LOS DECLINA UNO POR UNO; LA DECISION *
      *  QUEDA CON EL USUARIO FIRMADO, LA FECHA Y LA HORA, Y         *
      *  CALCRCY1 LA LLEVA A LA CORRIDA DE LA NOCHE SIGUIENTE PARA   *
      *  QUE CALCBAT3 LA ASIENTE EN LA BITACORA.                     *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  VERSION ORIGINAL - LISTADO DE PENDIENTES Y
      *                   REVISION CON APROBAR / DECLINAR / SALTAR,
      *                   CON FIRMA DE SESION DE NIVEL "M".
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-TRAN-FILE  ASSIGN TO "HELDTRAN"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HELD-KEY
                                   FILE STATUS IS HELD-FILE-STATUS.
           SELECT USER-AUTH-FILE  ASSIGN TO "USERAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS UAUTH-USER-ID
                                   FILE STATUS IS UAUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-TRAN-FILE.
           COPY "heldtran.cpy".

       FD  USER-AUTH-FILE.
           COPY "userrec.cpy".

       WORKING-STORAGE SECTION.

       01  OPC-M                PIC     X(01)    VALUE   SPACE.
       01  OPC-3                PIC     XX       VALUE   SPACE.
       01  OPC-D                PIC     X(01)    VALUE   SPACE.
           88  DECISION-APROBAR          VALUES "A" "a".
           88  DECISION-DECLINAR         VALUES "D" "d".
           88  DECISION-SALTAR           VALUES "S" "s".
           88  DECISION-FIN              VALUES "F" "f".
           88  DECISION-VALIDA           VALUES "A" "a" "D" "d"
                                                "S" "s" "F" "f".

       01  CONTROL-SWITCHES.
           05  HELD-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-HELD-FILE          VALUE "Y".

       01  DECISION-FIELDS.
           05  FECHA-DECISION        PIC X(08).
           05  HORA-DECISION-COMPLETA
                                     PIC X(08).
           05  HORA-DECISION         PIC X(06).

       77  LISTED-COUNT              PIC 9(04)     VALUE ZERO.
       77  APPROVED-COUNT            PIC 9(04)     VALUE ZERO.
       77  DECLINED-COUNT            PIC 9(04)     VALUE ZERO.

       01  HELD-FILE-STATUS          PIC X(02).
           88  HELD-FILE-NOT-FOUND       VALUE "35".

       01  UAUTH-FILE-STATUS         PIC X(02).

      *----------------------------------------------------------------
      *  SESION FIRMADA.  APROBAR O DECLINAR UN ITEM RETENIDO EXIGE
      *  EL NIVEL "M", IGUAL QUE EL MANTENIMIENTO DE LOS MAESTROS.
      *----------------------------------------------------------------
       01  SESION-FIELDS.
           05  USUARIO-TRABAJO       PIC X(08).
           05  USUARIO-FIRMADO       PIC X(08)     VALUE SPACE.
           05  NIVEL-FIRMADO         PIC X(01)     VALUE SPACE.
               88  PUEDE-MANTENER            VALUE "M".
           05  USUARIO-VALIDO-SW     PIC X(01)     VALUE "N".
               88  USUARIO-VALIDO            VALUE "Y".
           05  INTENTOS-SESION       PIC 9(01)     VALUE ZERO.

       PROCEDURE DIVISION.

       INICIALIZAR.
           PERFORM SESION-INICIAR
           OPEN I-O HELD-TRAN-FILE
           IF HELD-FILE-NOT-FOUND
               DISPLAY "No hay archivo de items retenidos (HELDTRAN)."
               STOP RUN
           END-IF
           IF HELD-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir HELDTRAN: " HELD-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM MENU-APROBACION.

      *----------------------------------------------------------------
      *  FIRMA DE SESION.  SIN ARCHIVO DE USUARIOS NO HAY ACCESO, Y
      *  UN USUARIO VALIDO SIN NIVEL "M" RECIBE EL MENSAJE DE
      *  ACCION DENEGADA EN LUGAR DEL MENU.
      *----------------------------------------------------------------
       SESION-INICIAR.
           OPEN INPUT USER-AUTH-FILE
           IF UAUTH-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de usuarios: "
                   UAUTH-FILE-STATUS
               DISPLAY "Sesion denegada."
               STOP RUN
           END-IF
           PERFORM SESION-PEDIR-USUARIO
               WITH TEST AFTER
               UNTIL USUARIO-VALIDO OR INTENTOS-SESION >= 3
           CLOSE USER-AUTH-FILE
           IF NOT USUARIO-VALIDO
               DISPLAY "Tres intentos fallidos. Sesion denegada."
               STOP RUN
           END-IF
           IF NOT PUEDE-MANTENER
               DISPLAY "ACCION DENEGADA: el usuario " USUARIO-FIRMADO
                   " solo puede calcular, no aprobar retenidos."
               STOP RUN
           END-IF
           DISPLAY "Bienvenido, " UAUTH-USER-NAME.

       SESION-PEDIR-USUARIO.
           ADD 1 TO INTENTOS-SESION
           DISPLAY "Ingresa tu usuario: "
           ACCEPT USUARIO-TRABAJO
           MOVE USUARIO-TRABAJO TO UAUTH-USER-ID
           READ USER-AUTH-FILE
               INVALID KEY
                   DISPLAY "Usuario no autorizado."
               NOT INVALID KEY
                   IF UAUTH-LEVEL-VALID
                       MOVE "Y" TO USUARIO-VALIDO-SW
                       MOVE UAUTH-USER-ID    TO USUARIO-FIRMADO
                       MOVE UAUTH-AUTH-LEVEL TO NIVEL-FIRMADO
                   ELSE
                       DISPLAY "Usuario sin nivel de acceso valido."
                   END-IF
           END-READ.

       MENU-APROBACION.
           PERFORM MENU-APROBACION-DESPLEGAR
           PERFORM MENU-APROBACION-LEER
               WITH TEST AFTER
               UNTIL OPC-M = "L" OR OPC-M = "l" OR OPC-M = "R"
                  OR OPC-M = "r" OR OPC-M = "0"

           EVALUATE OPC-M
               WHEN "L"
               WHEN "l"
                   PERFORM HELD-LISTAR
               WHEN "R"
               WHEN "r"
                   PERFORM HELD-REVISAR
               WHEN "0"
                   PERFORM FINALIZAR
           END-EVALUATE

           IF OPC-M NOT = "0"
               PERFORM CONTINUAR
           END-IF.

       MENU-APROBACION-DESPLEGAR.
           DISPLAY "..::APROBACION DE ITEMS RETENIDOS::..".
           DISPLAY "L) LISTAR PENDIENTES.".
           DISPLAY "R) REVISAR Y DECIDIR.".
           DISPLAY "0) SALIR.".

       MENU-APROBACION-LEER.
           DISPLAY "Ingresa la opcion: ".
           ACCEPT OPC-M
           IF OPC-M NOT = "L" AND OPC-M NOT = "l"
              AND OPC-M NOT = "R" AND OPC-M NOT = "r"
              AND OPC-M NOT = "0"
               DISPLAY "Opcion no valida. Intenta de nuevo."
           END-IF.

       CONTINUAR.
           DISPLAY "Deseas continuar (escribe SI o NO): ".
           ACCEPT OPC-3.

           IF OPC-3 = "SI" OR OPC-3 = "si"
               PERFORM MENU-APROBACION
           ELSE
               PERFORM FINALIZAR.

       FINALIZAR.
           DISPLAY "APROBADOS EN LA SESION: " APPROVED-COUNT
                   "  DECLINADOS: " DECLINED-COUNT.
           CLOSE HELD-TRAN-FILE.
           STOP RUN.

       HELD-POSICIONAR.
           MOVE "N" TO HELD-EOF-SW
           MOVE LOW-VALUES TO HELD-KEY
           START HELD-TRAN-FILE
               KEY IS NOT LESS THAN HELD-KEY
               INVALID KEY
                   SET END-OF-HELD-FILE TO TRUE
           END-START.

       HELD-LEER-SIGUIENTE.
           READ HELD-TRAN-FILE NEXT
               AT END
                   SET END-OF-HELD-FILE TO TRUE
           END-READ.

       HELD-MOSTRAR.
           DISPLAY HELD-SERIAL "-" HELD-SEQ " "
                   HELD-HOLD-DATE " "
                   HELD-DEPT-CODE "    "
                   HELD-BATCH-NO " "
                   HELD-ITEM-NO "  "
                   HELD-IMAGE.

      *----------------------------------------------------------------
      *  SOLO LOS PENDIENTES; LOS YA DECIDIDOS ESPERAN A CALCRCY1 Y
      *  LOS VENCIDOS YA SALIERON EN SU REPORTE DE CARTAS MUERTAS.
      *----------------------------------------------------------------
       HELD-LISTAR.
           MOVE ZERO TO LISTED-COUNT
           PERFORM HELD-POSICIONAR
           DISPLAY "LLAVE       RETENIDO DEPTO LOTE ITEM  IMAGEN"
           PERFORM HELD-LISTAR-LEER
               UNTIL END-OF-HELD-FILE
           DISPLAY "ITEMS PENDIENTES: " LISTED-COUNT.

       HELD-LISTAR-LEER.
           PERFORM HELD-LEER-SIGUIENTE
           IF NOT END-OF-HELD-FILE
              AND HELD-STATUS-PENDING
               ADD 1 TO LISTED-COUNT
               PERFORM HELD-MOSTRAR
           END-IF.

      *----------------------------------------------------------------
      *  RECORRE LOS PENDIENTES EN ORDEN DE LLAVE.  A APRUEBA, D
      *  DECLINA, S DEJA EL ITEM PENDIENTE Y PASA AL SIGUIENTE, F
      *  TERMINA LA REVISION.  LA DECISION SE GRABA EN EL MOMENTO.
      *----------------------------------------------------------------
       HELD-REVISAR.
           MOVE SPACE TO OPC-D
           PERFORM HELD-POSICIONAR
           PERFORM HELD-REVISAR-LEER
               UNTIL END-OF-HELD-FILE OR DECISION-FIN
           DISPLAY "Fin de la revision.".

       HELD-REVISAR-LEER.
           PERFORM HELD-LEER-SIGUIENTE
           IF NOT END-OF-HELD-FILE
              AND HELD-STATUS-PENDING
               PERFORM HELD-DECIDIR
           END-IF.

       HELD-DECIDIR.
           PERFORM HELD-MOSTRAR
           DISPLAY "A) aprobar  D) declinar  S) saltar  F) fin: "
           ACCEPT OPC-D

           PERFORM HELD-VALIDAR-DECISION
               UNTIL DECISION-VALIDA

           IF DECISION-APROBAR OR DECISION-DECLINAR
               PERFORM HELD-GRABAR-DECISION
           END-IF.

       HELD-VALIDAR-DECISION.
           DISPLAY "Opcion no valida. Escribe A, D, S o F: ".
           ACCEPT OPC-D.

       HELD-GRABAR-DECISION.
           ACCEPT FECHA-DECISION FROM DATE YYYYMMDD
           ACCEPT HORA-DECISION-COMPLETA FROM TIME
           MOVE HORA-DECISION-COMPLETA(1:6) TO HORA-DECISION
           IF DECISION-APROBAR
               SET HELD-STATUS-APPROVED TO TRUE
           ELSE
               SET HELD-STATUS-DECLINED TO TRUE
           END-IF
           MOVE USUARIO-FIRMADO TO HELD-DECIDED-BY
           MOVE FECHA-DECISION  TO HELD-DECIDED-DATE
           MOVE HORA-DECISION   TO HELD-DECIDED-TIME
           REWRITE HELD-TRAN-RECORD
               INVALID KEY
                   DISPLAY "No se pudo regrabar: " HELD-FILE-STATUS
               NOT INVALID KEY
                   IF HELD-STATUS-APPROVED
                       ADD 1 TO APPROVED-COUNT
                       DISPLAY "Item aprobado."
                   ELSE
                       ADD 1 TO DECLINED-COUNT
                       DISPLAY "Item declinado."
                   END-IF
           END-REWRITE.

       END PROGRAM CALCAPR1.
