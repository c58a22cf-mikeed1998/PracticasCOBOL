       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALCPRM3.
       AUTHOR.        J. HERRERA MORALES.
       INSTALLATION.  DEPTO. DE SISTEMAS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  CALCPRM3 - MANTENIMIENTO DEL MAESTRO DE DEPARTAMENTOS       *
      *  (DEPTMAST).  EL ARCHIVO ES INDEXADO CON LLAVE               *
      *  DMST-DEPT-CODE, EL MISMO CODIGO QUE LLEVA EL ENCABEZADO DE  *
      *  LOTE "H".  CADA DEPARTAMENTO GUARDA SU NOMBRE, SU ESTADO    *
      *  (A = ACTIVO, C = CERRADO), LOS CODIGOS DE OPERADOR QUE      *
      *  PUEDE ENVIAR Y SU TOPE DIARIO DE TRANSACCIONES; CALCEDT1    *
      *  RECHAZA CONTRA ESTOS DATOS CADA NOCHE Y CALCINQ1 TOMA DE    *
      *  AQUI EL NOMBRE PARA SUS TOTALES POR DEPARTAMENTO.           *
      *
      *  MODIFICATION HISTORY.
      *  DATE        BY   DESCRIPTION
      *  ----------  ---  ---------------------------------------------
      *  2026-10-15  JHM  VERSION ORIGINAL - ALTAS, CAMBIOS, BAJAS Y
      *                   LISTADO DEL MAESTRO DE DEPARTAMENTOS, CON
      *                   FIRMA DE SESION DE NIVEL "M".
      *  2026-10-15  JHM  LIMITE DE RETENCION POR DEPARTAMENTO PARA
      *                   LA APROBACION DE SUPERVISOR (CERO = EL
      *                   LIMITE GENERAL DE LA TARJETA HOLDPARM).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MAST-FILE  ASSIGN TO "DEPTMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS DMST-DEPT-CODE
                                   FILE STATUS IS DEPT-FILE-STATUS.
           SELECT USER-AUTH-FILE  ASSIGN TO "USERAUTH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS UAUTH-USER-ID
                                   FILE STATUS IS UAUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MAST-FILE.
           COPY "deptmast.cpy".

       FD  USER-AUTH-FILE.
           COPY "userrec.cpy".

       WORKING-STORAGE SECTION.

       01  OPC-M                PIC     X(01)    VALUE   SPACE.
       01  OPC-3                PIC     XX       VALUE   SPACE.

       01  CONTROL-SWITCHES.
           05  DEPT-EOF-SW           PIC X(01)     VALUE "N".
               88  END-OF-DEPT-FILE          VALUE "Y".
           05  OPER-VALIDO-SW        PIC X(01)     VALUE "N".
               88  OPERADORES-VALIDOS        VALUE "Y".

       01  DEPT-WORK-FIELDS.
           05  DEPT-CODE-TRABAJO     PIC X(02).
           05  DEPT-NOMBRE-TRABAJO   PIC X(20).
           05  DEPT-ESTADO-TRABAJO   PIC X(01).
               88  DEPT-ESTADO-VALIDO        VALUES "A" "C".
           05  DEPT-OPER-TRABAJO     PIC X(08).
           05  DEPT-TOPE-TRABAJO     PIC 9(06).
           05  DEPT-RETENCION-TRABAJO
                                     PIC 9(7)V99.
           05  OPER-POS              PIC 9(02).

       77  LISTED-COUNT              PIC 9(04)     VALUE ZERO.

       01  DEPT-FILE-STATUS          PIC X(02).
           88  DEPT-FILE-NOT-FOUND       VALUE "35".

       01  UAUTH-FILE-STATUS         PIC X(02).

      *----------------------------------------------------------------
      *  SESION FIRMADA.  EL MANTENIMIENTO DEL MAESTRO DE
      *  DEPARTAMENTOS EXIGE EL NIVEL "M", IGUAL QUE EL DE
      *  PARAMETROS Y EL DE TASAS.
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
           OPEN I-O DEPT-MAST-FILE
           IF DEPT-FILE-NOT-FOUND
               DISPLAY "Creando el maestro de departamentos..."
               OPEN OUTPUT DEPT-MAST-FILE
               CLOSE DEPT-MAST-FILE
               OPEN I-O DEPT-MAST-FILE
           END-IF
           IF DEPT-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir DEPTMAST: " DEPT-FILE-STATUS
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
                   " solo puede calcular, no mantener departamentos."
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
                   PERFORM DEPT-AGREGAR
               WHEN "C"
               WHEN "c"
                   PERFORM DEPT-CAMBIAR
               WHEN "B"
               WHEN "b"
                   PERFORM DEPT-BORRAR
               WHEN "L"
               WHEN "l"
                   PERFORM DEPT-LISTAR
               WHEN "0"
                   PERFORM FINALIZAR
           END-EVALUATE

           IF OPC-M NOT = "0"
               PERFORM CONTINUAR
           END-IF.

       MENU-MANTENIMIENTO-DESPLEGAR.
           DISPLAY "..::MANTENIMIENTO DE DEPARTAMENTOS::..".
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
           CLOSE DEPT-MAST-FILE.
           STOP RUN.

       DEPT-PEDIR-CODIGO.
           DISPLAY "Ingresa el codigo del departamento: ".
           ACCEPT DEPT-CODE-TRABAJO.

           PERFORM DEPT-VALIDAR-CODIGO
               UNTIL DEPT-CODE-TRABAJO NOT = SPACE.

       DEPT-VALIDAR-CODIGO.
           DISPLAY "El codigo no puede quedar en blanco.".
           DISPLAY "Ingresa el codigo del departamento: ".
           ACCEPT DEPT-CODE-TRABAJO.

      *----------------------------------------------------------------
      *  LOS OPERADORES PERMITIDOS SE CAPTURAN COMO UNA CADENA DE
      *  HASTA OCHO LETRAS (POR EJEMPLO "ASMD"); CADA POSICION DEBE
      *  SER UN CODIGO DE CALCOPS1 O BLANCO.  EL TOPE CERO DEJA AL
      *  DEPARTAMENTO SIN LIMITE DIARIO, Y EL LIMITE DE RETENCION
      *  CERO LO DEJA CON EL LIMITE GENERAL DE LA TARJETA HOLDPARM.
      *----------------------------------------------------------------
       DEPT-PEDIR-VALORES.
           DISPLAY "Ingresa el nombre del departamento: ".
           ACCEPT DEPT-NOMBRE-TRABAJO.
           DISPLAY "Ingresa el estado (A = activo, C = cerrado): ".
           ACCEPT DEPT-ESTADO-TRABAJO.

           PERFORM DEPT-VALIDAR-ESTADO
               UNTIL DEPT-ESTADO-VALIDO.

           DISPLAY "Ingresa los operadores permitidos (ASMDPRBE): ".
           ACCEPT DEPT-OPER-TRABAJO.
           PERFORM DEPT-REVISAR-OPERADORES

           PERFORM DEPT-VALIDAR-OPERADORES
               UNTIL OPERADORES-VALIDOS.

           DISPLAY "Ingresa el tope diario (0 = sin tope): ".
           ACCEPT DEPT-TOPE-TRABAJO.

           DISPLAY "Ingresa el limite de retencion "
                   "(0 = limite general): ".
           ACCEPT DEPT-RETENCION-TRABAJO.

       DEPT-VALIDAR-ESTADO.
           DISPLAY "El estado debe ser A o C.".
           DISPLAY "Ingresa el estado (A = activo, C = cerrado): ".
           ACCEPT DEPT-ESTADO-TRABAJO.

       DEPT-VALIDAR-OPERADORES.
           DISPLAY "Solo se permiten los codigos A S M D P R B E.".
           DISPLAY "Ingresa los operadores permitidos (ASMDPRBE): ".
           ACCEPT DEPT-OPER-TRABAJO.
           PERFORM DEPT-REVISAR-OPERADORES.

       DEPT-REVISAR-OPERADORES.
           MOVE "Y" TO OPER-VALIDO-SW
           IF DEPT-OPER-TRABAJO = SPACE
               MOVE "N" TO OPER-VALIDO-SW
           END-IF
           PERFORM DEPT-REVISAR-UN-OPERADOR
               VARYING OPER-POS FROM 1 BY 1
               UNTIL OPER-POS > 8.

       DEPT-REVISAR-UN-OPERADOR.
           IF DEPT-OPER-TRABAJO(OPER-POS:1) NOT = SPACE
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "A"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "S"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "M"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "D"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "P"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "R"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "B"
              AND DEPT-OPER-TRABAJO(OPER-POS:1) NOT = "E"
               MOVE "N" TO OPER-VALIDO-SW
           END-IF.

       DEPT-AGREGAR.
           PERFORM DEPT-PEDIR-CODIGO
           PERFORM DEPT-PEDIR-VALORES
           MOVE SPACE               TO DEPT-MAST-RECORD
           MOVE DEPT-CODE-TRABAJO   TO DMST-DEPT-CODE
           MOVE DEPT-NOMBRE-TRABAJO TO DMST-DEPT-NAME
           MOVE DEPT-ESTADO-TRABAJO TO DMST-STATUS
           MOVE DEPT-OPER-TRABAJO   TO DMST-ALLOWED-OPERS
           MOVE DEPT-TOPE-TRABAJO   TO DMST-DAILY-LIMIT
           MOVE DEPT-RETENCION-TRABAJO TO DMST-HOLD-LIMIT
           WRITE DEPT-MAST-RECORD
               INVALID KEY
                   DISPLAY "Ya existe un departamento con ese codigo."
               NOT INVALID KEY
                   DISPLAY "Departamento agregado: " DMST-DEPT-CODE
           END-WRITE.

       DEPT-CAMBIAR.
           PERFORM DEPT-PEDIR-CODIGO
           MOVE DEPT-CODE-TRABAJO TO DMST-DEPT-CODE
           READ DEPT-MAST-FILE
               INVALID KEY
                   DISPLAY "No existe ese departamento."
               NOT INVALID KEY
                   PERFORM DEPT-CAMBIAR-VALORES
           END-READ.

       DEPT-CAMBIAR-VALORES.
           DISPLAY "Valores actuales de " DMST-DEPT-CODE ":"
           DISPLAY "  NOMBRE: "  DMST-DEPT-NAME
                   "  ESTADO: "  DMST-STATUS
           DISPLAY "  OPERADORES: " DMST-ALLOWED-OPERS
                   "  TOPE DIARIO: " DMST-DAILY-LIMIT
           DISPLAY "  LIMITE DE RETENCION: " DMST-HOLD-LIMIT
           PERFORM DEPT-PEDIR-VALORES
           MOVE DEPT-NOMBRE-TRABAJO TO DMST-DEPT-NAME
           MOVE DEPT-ESTADO-TRABAJO TO DMST-STATUS
           MOVE DEPT-OPER-TRABAJO   TO DMST-ALLOWED-OPERS
           MOVE DEPT-TOPE-TRABAJO   TO DMST-DAILY-LIMIT
           MOVE DEPT-RETENCION-TRABAJO TO DMST-HOLD-LIMIT
           REWRITE DEPT-MAST-RECORD
               INVALID KEY
                   DISPLAY "No se pudo regrabar: " DEPT-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Departamento actualizado: " DMST-DEPT-CODE
           END-REWRITE.

      *----------------------------------------------------------------
      *  LA BAJA ES PARA CAPTURAS EQUIVOCADAS; UN DEPARTAMENTO QUE
      *  DEJA DE ENVIAR SE CIERRA CON ESTADO "C" Y QUEDA EN EL
      *  ARCHIVO PARA QUE LOS TOTALES VIEJOS DE LA BITACORA SIGAN
      *  MOSTRANDO SU NOMBRE.
      *----------------------------------------------------------------
       DEPT-BORRAR.
           PERFORM DEPT-PEDIR-CODIGO
           MOVE DEPT-CODE-TRABAJO TO DMST-DEPT-CODE
           READ DEPT-MAST-FILE
               INVALID KEY
                   DISPLAY "No existe ese departamento."
               NOT INVALID KEY
                   PERFORM DEPT-BORRAR-CONFIRMAR
           END-READ.

       DEPT-BORRAR-CONFIRMAR.
           DISPLAY "Borrar " DMST-DEPT-CODE " " DMST-DEPT-NAME
                   " (escribe SI o NO): ".
           ACCEPT OPC-3.

           IF OPC-3 = "SI" OR OPC-3 = "si"
               DELETE DEPT-MAST-FILE
                   INVALID KEY
                       DISPLAY "No se pudo borrar: " DEPT-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Departamento borrado."
               END-DELETE
           ELSE
               DISPLAY "Baja cancelada."
           END-IF.

       DEPT-LISTAR.
           MOVE "N" TO DEPT-EOF-SW
           MOVE ZERO TO LISTED-COUNT
           MOVE LOW-VALUES TO DMST-DEPT-CODE
           START DEPT-MAST-FILE
               KEY IS NOT LESS THAN DMST-DEPT-CODE
               INVALID KEY
                   SET END-OF-DEPT-FILE TO TRUE
           END-START
           DISPLAY "DEPTO NOMBRE               EDO OPERADOR TOPE"
                   "   RETENCION"
           PERFORM DEPT-LISTAR-LEER
               UNTIL END-OF-DEPT-FILE
           DISPLAY "DEPARTAMENTOS LISTADOS: " LISTED-COUNT.

       DEPT-LISTAR-LEER.
           READ DEPT-MAST-FILE NEXT
               AT END
                   SET END-OF-DEPT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO LISTED-COUNT
                   DISPLAY DMST-DEPT-CODE "    "
                           DMST-DEPT-NAME " "
                           DMST-STATUS "   "
                           DMST-ALLOWED-OPERS " "
                           DMST-DAILY-LIMIT " "
                           DMST-HOLD-LIMIT
           END-READ.

       END PROGRAM CALCPRM3.
