       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCPRM4.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCPRM4 - MANTENIMIENTO DEL MAPEO DE CUENTAS CONTABLES     *
      *  (GLMAP).  EL ARCHIVO ES INDEXADO CON LLAVE GLMP-KEY:        *
      *  CODIGO DE DEPARTAMENTO MAS CODIGO DE OPERADOR DE CALCOPS1.  *
      *  CADA LLAVE GUARDA LA CUENTA DE CARGO (DEBE), LA CUENTA DE   *
      *  ABONO (HABER) Y UNA DESCRIPCION PARA EL ASIENTO; CALCGLJ1   *
      *  ARMA CON ELLAS EL DIARIO CONTABLE DE CADA NOCHE Y MANDA A   *
      *  SUSPENSO LO QUE NO ENCUENTRA AQUI.                          *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  VERSION ORIGINAL - ALTAS, CAMBIOS, BAJAS Y
      *                   LISTADO DEL MAPEO DE CUENTAS, CON FIRMA DE
      *                   SESION DE NIVEL "M".
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE     ASSIGN TO "GLMAP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS GLMP-KEY
                                   FILE STATUS IS GLMP-FILE-STATUS.
           SELECT USER-AUTH-FILE  ASSIGN TO "USERAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS UAUTH-USER-ID
                                   FILE STATUS IS UAUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
           COPY "glmap.cpy".

       FD  USER-AUTH-FILE.
           COPY "userrec.cpy".

       WORKING-STORAGE SECTION.

       01  OPC-M                PIC     X(01)    VALUE   SPACE.
       01  OPC-3                PIC     XX       VALUE   SPACE.

       01  CONTROL-SWITCHES.
           05  GLMP-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-GLMP-FILE          VALUE "Y".

       01  MAPA-WORK-FIELDS.
           05  MAPA-DEPT-TRABAJO     PIC X(02).
           05  MAPA-OPER-TRABAJO     PIC X(01).
               88  MAPA-OPER-VALIDO          VALUES "A" "S" "M" "D"
                                                    "P" "R" "B" "E".
           05  MAPA-DEBE-TRABAJO     PIC X(10).
           05  MAPA-HABER-TRABAJO    PIC X(10).
           05  MAPA-DESC-TRABAJO     PIC X(20).

       77  LISTED-COUNT              PIC 9(04)     VALUE ZERO.

       01  GLMP-FILE-STATUS          PIC X(02).
           88  GLMP-FILE-NOT-FOUND       VALUE "35".

       01  UAUTH-FILE-STATUS         PIC X(02).

      *----------------------------------------------------------------
      *  SESION FIRMADA.  EL MAPEO DE CUENTAS DECIDE A QUE CUENTAS
      *  VA CADA RESULTADO DEL BATCH, ASI QUE EXIGE EL NIVEL "M"
      *  IGUAL QUE LOS DEMAS MAESTROS.
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
           OPEN I-O GL-MAP-FILE
           IF GLMP-FILE-NOT-FOUND
               DISPLAY "Creando el mapeo de cuentas contables..."
               OPEN OUTPUT GL-MAP-FILE
               CLOSE GL-MAP-FILE
               OPEN I-O GL-MAP-FILE
           END-IF
           IF GLMP-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir GLMAP: " GLMP-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM MENU-MANTENIMIENTO.

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
                   " solo puede calcular, no mantener cuentas."
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

       MENU-MANTENIMIENTO.
           PERFORM MENU-MANTENIMIENTO-DESPLEGAR
           PERFORM MENU-MANTENIMIENTO-LEER
               WITH TEST AFTER
               UNTIL OPC-M = "A" OR OPC-M = "a" OR OPC-M = "C"
                  OR OPC-M = "c" OR OPC-M = "B" OR OPC-M = "b"
                  OR OPC-M = "L" OR OPC-M = "l" OR OPC-M = "0"

           EVALUATE OPC-M
               WHEN "A"
               WHEN "a"
                   PERFORM MAPA-AGREGAR
               WHEN "C"
               WHEN "c"
                   PERFORM MAPA-CAMBIAR
               WHEN "B"
               WHEN "b"
                   PERFORM MAPA-BORRAR
               WHEN "L"
               WHEN "l"
                   PERFORM MAPA-LISTAR
               WHEN "0"
                   PERFORM FINALIZAR
           END-EVALUATE

           IF OPC-M NOT = "0"
               PERFORM CONTINUAR
           END-IF.

       MENU-MANTENIMIENTO-DESPLEGAR.
           DISPLAY "..::MANTENIMIENTO DE CUENTAS CONTABLES::..".
           DISPLAY "A) AGREGAR.".
           DISPLAY "C) CAMBIAR.".
           DISPLAY "B) BORRAR.".
           DISPLAY "L) LISTAR.".
           DISPLAY "0) SALIR.".

       MENU-MANTENIMIENTO-LEER.
           DISPLAY "Ingresa la opcion: ".
           ACCEPT OPC-M
           IF OPC-M NOT = "A" AND OPC-M NOT = "a"
              AND OPC-M NOT = "C" AND OPC-M NOT = "c"
              AND OPC-M NOT = "B" AND OPC-M NOT = "b"
              AND OPC-M NOT = "L" AND OPC-M NOT = "l"
              AND OPC-M NOT = "0"
               DISPLAY "Opcion no valida. Intenta de nuevo."
           END-IF.

       CONTINUAR.
           DISPLAY "Deseas continuar (escribe SI o NO): ".
           ACCEPT OPC-3.

           IF OPC-3 = "SI" OR OPC-3 = "si"
               PERFORM MENU-MANTENIMIENTO
           ELSE
               PERFORM FINALIZAR.

       FINALIZAR.
           CLOSE GL-MAP-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      *  LA LLAVE ES EL DEPARTAMENTO DEL ENCABEZADO DE LOTE Y UNO DE
      *  LOS CODIGOS DE OPERADOR DE CALCOPS1.
      *----------------------------------------------------------------
       MAPA-PEDIR-LLAVE.
           DISPLAY "Ingresa el codigo del departamento: ".
           ACCEPT MAPA-DEPT-TRABAJO.

           PERFORM MAPA-VALIDAR-DEPARTAMENTO
               UNTIL MAPA-DEPT-TRABAJO NOT = SPACE.

           DISPLAY "Ingresa el operador (A S M D P R B E): ".
           ACCEPT MAPA-OPER-TRABAJO.

           PERFORM MAPA-VALIDAR-OPERADOR
               UNTIL MAPA-OPER-VALIDO.

           MOVE MAPA-DEPT-TRABAJO TO GLMP-DEPT-CODE
           MOVE MAPA-OPER-TRABAJO TO GLMP-OPERATOR.

       MAPA-VALIDAR-DEPARTAMENTO.
           DISPLAY "El codigo no puede quedar en blanco.".
           DISPLAY "Ingresa el codigo del departamento: ".
           ACCEPT MAPA-DEPT-TRABAJO.

       MAPA-VALIDAR-OPERADOR.
           DISPLAY "Solo se permiten los codigos A S M D P R B E.".
           DISPLAY "Ingresa el operador (A S M D P R B E): ".
           ACCEPT MAPA-OPER-TRABAJO.

      *----------------------------------------------------------------
      *  LAS DOS CUENTAS SON OBLIGATORIAS Y DISTINTAS: UN ASIENTO
      *  CON UN SOLO LADO, O CON EL MISMO LADO DOS VECES, NO SIRVE
      *  AL MAYOR.
      *----------------------------------------------------------------
       MAPA-PEDIR-VALORES.
           DISPLAY "Ingresa la cuenta de cargo (DEBE): ".
           ACCEPT MAPA-DEBE-TRABAJO.

           PERFORM MAPA-VALIDAR-DEBE
               UNTIL MAPA-DEBE-TRABAJO NOT = SPACE.

           DISPLAY "Ingresa la cuenta de abono (HABER): ".
           ACCEPT MAPA-HABER-TRABAJO.

           PERFORM MAPA-VALIDAR-HABER
               UNTIL MAPA-HABER-TRABAJO NOT = SPACE
                 AND MAPA-HABER-TRABAJO NOT = MAPA-DEBE-TRABAJO.

           DISPLAY "Ingresa la descripcion del asiento: ".
           ACCEPT MAPA-DESC-TRABAJO.

       MAPA-VALIDAR-DEBE.
           DISPLAY "La cuenta de cargo no puede quedar en blanco.".
           DISPLAY "Ingresa la cuenta de cargo (DEBE): ".
           ACCEPT MAPA-DEBE-TRABAJO.

       MAPA-VALIDAR-HABER.
           DISPLAY "La cuenta de abono es obligatoria y distinta "
                   "de la de cargo.".
           DISPLAY "Ingresa la cuenta de abono (HABER): ".
           ACCEPT MAPA-HABER-TRABAJO.

       MAPA-AGREGAR.
           PERFORM MAPA-PEDIR-LLAVE
           PERFORM MAPA-PEDIR-VALORES
           MOVE SPACE              TO GL-MAP-RECORD
           MOVE MAPA-DEPT-TRABAJO  TO GLMP-DEPT-CODE
           MOVE MAPA-OPER-TRABAJO  TO GLMP-OPERATOR
           MOVE MAPA-DEBE-TRABAJO  TO GLMP-DEBIT-ACCOUNT
           MOVE MAPA-HABER-TRABAJO TO GLMP-CREDIT-ACCOUNT
           MOVE MAPA-DESC-TRABAJO  TO GLMP-DESCRIPTION
           WRITE GL-MAP-RECORD
               INVALID KEY
                   DISPLAY "Ya existe un mapeo con esa llave."
               NOT INVALID KEY
                   DISPLAY "Mapeo agregado: " GLMP-KEY
           END-WRITE.

       MAPA-CAMBIAR.
           PERFORM MAPA-PEDIR-LLAVE
           READ GL-MAP-FILE
               INVALID KEY
                   DISPLAY "No existe ese mapeo."
               NOT INVALID KEY
                   PERFORM MAPA-CAMBIAR-VALORES
           END-READ.

       MAPA-CAMBIAR-VALORES.
           DISPLAY "Valores actuales de " GLMP-KEY ":"
           DISPLAY "  DEBE: "  GLMP-DEBIT-ACCOUNT
                   "  HABER: " GLMP-CREDIT-ACCOUNT
           DISPLAY "  DESCRIPCION: " GLMP-DESCRIPTION
           PERFORM MAPA-PEDIR-VALORES
           MOVE MAPA-DEBE-TRABAJO  TO GLMP-DEBIT-ACCOUNT
           MOVE MAPA-HABER-TRABAJO TO GLMP-CREDIT-ACCOUNT
           MOVE MAPA-DESC-TRABAJO  TO GLMP-DESCRIPTION
           REWRITE GL-MAP-RECORD
               INVALID KEY
                   DISPLAY "No se pudo regrabar: " GLMP-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Mapeo actualizado: " GLMP-KEY
           END-REWRITE.

      *----------------------------------------------------------------
      *  UNA LLAVE BORRADA MANDA A SUSPENSO, DESDE LA NOCHE SIGUIENTE,
      *  TODO LO QUE ESE DEPARTAMENTO CALCULE CON ESE OPERADOR.
      *----------------------------------------------------------------
       MAPA-BORRAR.
           PERFORM MAPA-PEDIR-LLAVE
           READ GL-MAP-FILE
               INVALID KEY
                   DISPLAY "No existe ese mapeo."
               NOT INVALID KEY
                   PERFORM MAPA-BORRAR-CONFIRMAR
           END-READ.

       MAPA-BORRAR-CONFIRMAR.
           DISPLAY "Borrar " GLMP-KEY " " GLMP-DESCRIPTION
                   " (escribe SI o NO): ".
           ACCEPT OPC-3.

           IF OPC-3 = "SI" OR OPC-3 = "si"
               DELETE GL-MAP-FILE
                   INVALID KEY
                       DISPLAY "No se pudo borrar: " GLMP-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Mapeo borrado."
               END-DELETE
           ELSE
               DISPLAY "Baja cancelada."
           END-IF.

       MAPA-LISTAR.
           MOVE "N" TO GLMP-EOF-SW
           MOVE ZERO TO LISTED-COUNT
           MOVE LOW-VALUES TO GLMP-KEY
           START GL-MAP-FILE
               KEY IS NOT LESS THAN GLMP-KEY
               INVALID KEY
                   SET END-OF-GLMP-FILE TO TRUE
           END-START
           DISPLAY "DP O DEBE       HABER      DESCRIPCION"
           PERFORM MAPA-LISTAR-LEER
               UNTIL END-OF-GLMP-FILE
           DISPLAY "MAPEOS LISTADOS: " LISTED-COUNT.

       MAPA-LISTAR-LEER.
           READ GL-MAP-FILE NEXT
               AT END
                   SET END-OF-GLMP-FILE TO TRUE
               NOT AT END
                   ADD 1 TO LISTED-COUNT
                   DISPLAY GLMP-DEPT-CODE " "
                           GLMP-OPERATOR " "
                           GLMP-DEBIT-ACCOUNT " "
                           GLMP-CREDIT-ACCOUNT " "
                           GLMP-DESCRIPTION
           END-READ.

       END PROGRAM CALCPRM4.
