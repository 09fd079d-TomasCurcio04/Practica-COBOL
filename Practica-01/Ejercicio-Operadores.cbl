      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: mantenimiento del archivo de
      *                  operadores OPERAD00.DAT que usa
      *                  EjercicioAcceso para el ingreso al menu y las
      *                  autorizaciones de supervisor. Un supervisor
      *                  puede dar de alta un operador (codigo, nombre,
      *                  clave inicial, rol O operador / S supervisor /
      *                  A auditor y, para el supervisor, su codigo de
      *                  cuatro posiciones, unico), cambiarle la clave,
      *                  revocarlo, rehabilitar al que quedo bloqueado
      *                  por intentos fallidos, consultarlo y listar el
      *                  archivo. Un operador nunca se borra: se
      *                  revoca, y un revocado no se rehabilita. Cada
      *                  cambio deja su linea en la bitacora de accesos
      *                  ACCLOG00.DAT (accion C de EjercicioAcceso).
      *                  Se llama desde EjercicioMenu (opcion 11) con el
      *                  operador en el USING; suelto, pide el ingreso
      *                  de un supervisor, salvo con el archivo vacio,
      *                  en que solo deja dar de alta al primer
      *                  supervisor. Clave OPERAD00 en RUNCTL00.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioOperadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-OPERADORES ASSIGN TO WS-ARCH-OPERADORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-OPERADORES
           RECORD CONTAINS 78 CHARACTERS.
       01  REG-MAESTRO-OPERADORES.
           05  OP-CODIGO          PIC X(08).
           05  FILLER             PIC X(01).
           05  OP-NOMBRE          PIC X(30).
           05  FILLER             PIC X(01).
           05  OP-CLAVE           PIC X(08).
           05  FILLER             PIC X(01).
           05  OP-ROL             PIC X(01).
               88  OP-ROL-OPERADOR           VALUE "O".
               88  OP-ROL-SUPERVISOR         VALUE "S".
               88  OP-ROL-AUDITOR            VALUE "A".
               88  OP-ROL-VALIDO             VALUE "O", "S", "A".
           05  FILLER             PIC X(01).
           05  OP-ESTADO          PIC X(01).
               88  OP-ACTIVO                 VALUE "A".
               88  OP-REVOCADO               VALUE "R".
               88  OP-BLOQUEADO              VALUE "B".
           05  FILLER             PIC X(01).
           05  OP-INTENTOS        PIC 9(02).
           05  FILLER             PIC X(01).
           05  OP-SUPERVISOR      PIC X(04).
           05  FILLER             PIC X(01).
           05  OP-FECHA-ESTADO    PIC 9(08).
           05  FILLER             PIC X(01).
           05  OP-ULTIMA-ENTRADA  PIC 9(08).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
           05  RCTL-CLAVE         PIC X(12).
           05  FILLER             PIC X(01).
           05  RCTL-VALOR         PIC X(40).
           05  RCTL-VALOR-R REDEFINES RCTL-VALOR.
               10  RCTL-VALOR-NUM PIC 9(07).
               10  FILLER         PIC X(33).

       WORKING-STORAGE SECTION.
       COPY ACCESO.

       01  WS-ARCH-OPERADORES      PIC X(40) VALUE "OPERAD00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-OPERADORES        PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-SESION        PIC X(01) VALUE "N".
           88  WS-FIN-SESION                  VALUE "S".
       01  WS-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
           88  WS-MAESTRO-ABIERTO             VALUE "S".
       01  WS-SW-FIN-OPERADORES    PIC X(01) VALUE "N".
           88  WS-FIN-OPERADORES              VALUE "S".
       01  WS-SW-OPERADOR-HALLADO  PIC X(01) VALUE "N".
           88  WS-OPERADOR-HALLADO            VALUE "S".
       01  WS-SW-CODIGO-USADO      PIC X(01) VALUE "N".
           88  WS-CODIGO-USADO                VALUE "S".
       01  WS-SW-ARCHIVO-VACIO     PIC X(01) VALUE "N".
           88  WS-ARCHIVO-VACIO               VALUE "S".

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-ACCION               PIC X(01) VALUE SPACE.
           88  WS-ACCION-ALTA                 VALUE "A".
           88  WS-ACCION-CLAVE                VALUE "C".
           88  WS-ACCION-REVOCAR              VALUE "R".
           88  WS-ACCION-REHABILITAR          VALUE "H".
           88  WS-ACCION-CONSULTAR            VALUE "Q".
           88  WS-ACCION-LISTAR               VALUE "L".
           88  WS-ACCION-FIN                  VALUE "F".
       01  WS-CODIGO-INGRESADO     PIC X(08) VALUE SPACES.
       01  WS-NOMBRE-INGRESADO     PIC X(30) VALUE SPACES.
       01  WS-CLAVE-INGRESADA      PIC X(08) VALUE SPACES.
       01  WS-CLAVE-REPETIDA       PIC X(08) VALUE SPACES.
       01  WS-ROL-INGRESADO        PIC X(01) VALUE SPACE.
       01  WS-SUPERVISOR-INGRESADO PIC X(04) VALUE SPACES.
       01  WS-CONFIRMACION         PIC X(01) VALUE SPACE.
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.

       01  WS-DETALLE-CAMBIO.
           05  FILLER              PIC X(09) VALUE "OPERADOR ".
           05  WS-DC-CODIGO        PIC X(08).
           05  FILLER              PIC X(05) VALUE " ROL ".
           05  WS-DC-ROL           PIC X(01).
           05  FILLER              PIC X(08) VALUE " ESTADO ".
           05  WS-DC-ESTADO        PIC X(01).
           05  FILLER              PIC X(05) VALUE " SUP ".
           05  WS-DC-SUPERVISOR    PIC X(04).

       01  WS-CONTADOR-CAMBIOS     PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-LISTADOS    PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-OPERADOR             PIC X(08).

       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
               UNTIL WS-FIN-SESION
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - toma el operador: del invocante (el menu ya
      * controlo que sea supervisor) o, suelto, por el ingreso de
      * EjercicioAcceso con rol supervisor. Con el archivo vacio o
      * inexistente no hay supervisor que pueda ingresar y se entra
      * en modo de arranque, que solo da de alta al primero.
      ******************************************************************
       1000-INICIAR.
           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           PERFORM 1100-REVISAR-ARCHIVO THRU 1100-REVISAR-ARCHIVO-EXIT

           EVALUATE TRUE
               WHEN ADDRESS OF LK-OPERADOR NOT = NULL
                   MOVE LK-OPERADOR TO WS-OPERADOR
               WHEN WS-ARCHIVO-VACIO
                   DISPLAY "EJERCICIOOPERADORES - ARCHIVO DE "
                       "OPERADORES VACIO - SOLO SE DA DE ALTA EL "
                       "PRIMER SUPERVISOR"
               WHEN OTHER
                   MOVE "E" TO ACC-ACCION
                   MOVE "OPERADORES" TO ACC-PROGRAMA
                   MOVE "S  " TO ACC-ROLES
                   CALL "EjercicioAcceso" USING ACCESO-REGISTRO
                   IF ACC-OTORGADO
                       MOVE ACC-OPERADOR TO WS-OPERADOR
                   END-IF
           END-EVALUATE
           IF WS-OPERADOR = SPACES AND NOT WS-ARCHIVO-VACIO
               DISPLAY "EJERCICIOOPERADORES - FALTA EL OPERADOR - "
                   "NO SE ABRE EL MANTENIMIENTO"
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           OPEN I-O MAESTRO-OPERADORES
           IF WS-FS-OPERADORES = "35"
               OPEN OUTPUT MAESTRO-OPERADORES
               CLOSE MAESTRO-OPERADORES
               OPEN I-O MAESTRO-OPERADORES
           END-IF
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-OPERADORES " - STATUS "
                   WS-FS-OPERADORES
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-MAESTRO-ABIERTO TO TRUE.
       1000-INICIAR-EXIT.
           EXIT.

      ******************************************************************
      * 1020-LEER-RUN-CONTROL - lee el archivo de control de corrida
      * RUNCTL00.DAT (clave-valor, compartido con toda la cadena) y
      * pisa los valores por defecto de WORKING-STORAGE con cada
      * clave presente; si el archivo no existe se corre con los
      * valores por defecto.
      ******************************************************************
       1020-LEER-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               GO TO 1020-LEER-RUN-CONTROL-EXIT
           END-IF
           PERFORM 1030-APLICAR-RUN-CONTROL
               THRU 1030-APLICAR-RUN-CONTROL-EXIT
               UNTIL WS-FIN-RUN-CONTROL
           CLOSE RUN-CONTROL.
       1020-LEER-RUN-CONTROL-EXIT.
           EXIT.

       1030-APLICAR-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   SET WS-FIN-RUN-CONTROL TO TRUE
                   GO TO 1030-APLICAR-RUN-CONTROL-EXIT
           END-READ
           EVALUATE RCTL-CLAVE
               WHEN "OPERAD00    "
                   MOVE RCTL-VALOR TO WS-ARCH-OPERADORES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-REVISAR-ARCHIVO - el archivo de operadores esta vacio si
      * no existe o si no tiene ningun registro; se mira antes de
      * pedir el ingreso, que abre el mismo archivo.
      ******************************************************************
       1100-REVISAR-ARCHIVO.
           MOVE "N" TO WS-SW-ARCHIVO-VACIO
           OPEN INPUT MAESTRO-OPERADORES
           IF WS-FS-OPERADORES = "35"
               SET WS-ARCHIVO-VACIO TO TRUE
               GO TO 1100-REVISAR-ARCHIVO-EXIT
           END-IF
           IF WS-FS-OPERADORES NOT = "00"
               GO TO 1100-REVISAR-ARCHIVO-EXIT
           END-IF
           READ MAESTRO-OPERADORES NEXT RECORD
               AT END
                   SET WS-ARCHIVO-VACIO TO TRUE
           END-READ
           CLOSE MAESTRO-OPERADORES.
       1100-REVISAR-ARCHIVO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR - presenta las acciones al supervisor y despacha
      * la elegida; F termina la sesion. En modo de arranque se va
      * directo al alta del primer supervisor y se termina.
      ******************************************************************
       2000-PROCESAR.
           IF WS-ARCHIVO-VACIO
               PERFORM 2100-ALTA-OPERADOR THRU 2100-ALTA-OPERADOR-EXIT
               SET WS-FIN-SESION TO TRUE
               GO TO 2000-PROCESAR-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "EJERCICIOOPERADORES - ARCHIVO DE OPERADORES"
           DISPLAY "  A. ALTA DE OPERADOR"
           DISPLAY "  C. CAMBIAR CLAVE"
           DISPLAY "  R. REVOCAR OPERADOR"
           DISPLAY "  H. REHABILITAR OPERADOR BLOQUEADO"
           DISPLAY "  Q. CONSULTAR OPERADOR"
           DISPLAY "  L. LISTAR OPERADORES"
           DISPLAY "  F. FIN"
           DISPLAY "ACCION: "
           ACCEPT WS-ACCION

           EVALUATE TRUE
               WHEN WS-ACCION-ALTA
                   PERFORM 2100-ALTA-OPERADOR
                       THRU 2100-ALTA-OPERADOR-EXIT
               WHEN WS-ACCION-CLAVE
                   PERFORM 2200-CAMBIAR-CLAVE
                       THRU 2200-CAMBIAR-CLAVE-EXIT
               WHEN WS-ACCION-REVOCAR
                   PERFORM 2300-REVOCAR-OPERADOR
                       THRU 2300-REVOCAR-OPERADOR-EXIT
               WHEN WS-ACCION-REHABILITAR
                   PERFORM 2400-REHABILITAR-OPERADOR
                       THRU 2400-REHABILITAR-OPERADOR-EXIT
               WHEN WS-ACCION-CONSULTAR
                   PERFORM 2700-CONSULTAR-OPERADOR
                       THRU 2700-CONSULTAR-OPERADOR-EXIT
               WHEN WS-ACCION-LISTAR
                   PERFORM 2600-LISTAR-OPERADORES
                       THRU 2600-LISTAR-OPERADORES-EXIT
               WHEN WS-ACCION-FIN
                   SET WS-FIN-SESION TO TRUE
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA - INGRESE A, C, R, H, Q, "
                       "L O F"
           END-EVALUATE.
       2000-PROCESAR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-LEER-OPERADOR - pide el codigo y lee el operador por
      * clave; si esta, lo muestra.
      ******************************************************************
       2050-LEER-OPERADOR.
           MOVE "N" TO WS-SW-OPERADOR-HALLADO
           DISPLAY "CODIGO DE OPERADOR: "
           MOVE SPACES TO WS-CODIGO-INGRESADO
           ACCEPT WS-CODIGO-INGRESADO
           IF WS-CODIGO-INGRESADO = SPACES
               DISPLAY "CODIGO EN BLANCO - NO SE PROCESA"
               GO TO 2050-LEER-OPERADOR-EXIT
           END-IF
           MOVE WS-CODIGO-INGRESADO TO OP-CODIGO
           READ MAESTRO-OPERADORES
               KEY IS OP-CODIGO
               INVALID KEY
                   GO TO 2050-LEER-OPERADOR-EXIT
           END-READ
           SET WS-OPERADOR-HALLADO TO TRUE
           PERFORM 2750-MOSTRAR-OPERADOR
               THRU 2750-MOSTRAR-OPERADOR-EXIT.
       2050-LEER-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ALTA-OPERADOR - da de alta un operador activo. Un codigo
      * que ya esta no se pisa, aunque este revocado; la clave se pide
      * dos veces; el supervisor lleva un codigo de cuatro posiciones
      * que no puede tener otro supervisor. En modo de arranque el rol
      * es supervisor sin preguntar.
      ******************************************************************
       2100-ALTA-OPERADOR.
           PERFORM 2050-LEER-OPERADOR THRU 2050-LEER-OPERADOR-EXIT
           IF WS-CODIGO-INGRESADO = SPACES
               GO TO 2100-ALTA-OPERADOR-EXIT
           END-IF
           IF WS-OPERADOR-HALLADO
               DISPLAY "EL OPERADOR YA EXISTE - NO SE DA DE ALTA"
               GO TO 2100-ALTA-OPERADOR-EXIT
           END-IF
           DISPLAY "NOMBRE: "
           MOVE SPACES TO WS-NOMBRE-INGRESADO
           ACCEPT WS-NOMBRE-INGRESADO
           IF WS-NOMBRE-INGRESADO = SPACES
               DISPLAY "NOMBRE EN BLANCO - NO SE DA DE ALTA"
               GO TO 2100-ALTA-OPERADOR-EXIT
           END-IF
           IF WS-ARCHIVO-VACIO
               MOVE "S" TO WS-ROL-INGRESADO
           ELSE
               DISPLAY "ROL (O=OPERADOR, S=SUPERVISOR, A=AUDITOR): "
               MOVE SPACE TO WS-ROL-INGRESADO
               ACCEPT WS-ROL-INGRESADO
           END-IF
           MOVE SPACES TO REG-MAESTRO-OPERADORES
           MOVE WS-ROL-INGRESADO TO OP-ROL
           IF NOT OP-ROL-VALIDO
               DISPLAY "ROL INVALIDO - NO SE DA DE ALTA"
               GO TO 2100-ALTA-OPERADOR-EXIT
           END-IF
           MOVE SPACES TO WS-SUPERVISOR-INGRESADO
           IF OP-ROL-SUPERVISOR
               PERFORM 2150-PEDIR-COD-SUPERVISOR
                   THRU 2150-PEDIR-COD-SUPERVISOR-EXIT
               IF WS-SUPERVISOR-INGRESADO = SPACES
                   GO TO 2100-ALTA-OPERADOR-EXIT
               END-IF
           END-IF
           PERFORM 2800-PEDIR-CLAVE THRU 2800-PEDIR-CLAVE-EXIT
           IF WS-CLAVE-INGRESADA = SPACES
               GO TO 2100-ALTA-OPERADOR-EXIT
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO REG-MAESTRO-OPERADORES
           MOVE WS-CODIGO-INGRESADO TO OP-CODIGO
           MOVE WS-NOMBRE-INGRESADO TO OP-NOMBRE
           MOVE WS-CLAVE-INGRESADA TO OP-CLAVE
           MOVE WS-ROL-INGRESADO TO OP-ROL
           SET OP-ACTIVO TO TRUE
           MOVE ZERO TO OP-INTENTOS
           MOVE WS-SUPERVISOR-INGRESADO TO OP-SUPERVISOR
           MOVE WS-FECHA-HOY TO OP-FECHA-ESTADO
           MOVE ZERO TO OP-ULTIMA-ENTRADA
           WRITE REG-MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "ERROR GRABANDO " WS-ARCH-OPERADORES
                       " - STATUS " WS-FS-OPERADORES
                   GO TO 2100-ALTA-OPERADOR-EXIT
           END-WRITE
           IF WS-ARCHIVO-VACIO
               MOVE OP-CODIGO TO WS-OPERADOR
           END-IF
           MOVE "ALTAOPER" TO ACC-EVENTO
           PERFORM 2900-REGISTRAR-CAMBIO
               THRU 2900-REGISTRAR-CAMBIO-EXIT
           DISPLAY "OPERADOR DADO DE ALTA".
       2100-ALTA-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2150-PEDIR-COD-SUPERVISOR - pide el codigo de supervisor y
      * recorre el archivo para que no lo tenga otro supervisor; si
      * esta usado o en blanco vuelve en blanco.
      ******************************************************************
       2150-PEDIR-COD-SUPERVISOR.
           DISPLAY "CODIGO DE SUPERVISOR (4 POSICIONES): "
           ACCEPT WS-SUPERVISOR-INGRESADO
           IF WS-SUPERVISOR-INGRESADO = SPACES
               DISPLAY "CODIGO DE SUPERVISOR EN BLANCO - NO SE DA DE "
                   "ALTA"
               GO TO 2150-PEDIR-COD-SUPERVISOR-EXIT
           END-IF
           MOVE "N" TO WS-SW-CODIGO-USADO
           MOVE "N" TO WS-SW-FIN-OPERADORES
           MOVE LOW-VALUES TO OP-CODIGO
           START MAESTRO-OPERADORES KEY IS NOT LESS THAN OP-CODIGO
               INVALID KEY
                   GO TO 2150-PEDIR-COD-SUPERVISOR-EXIT
           END-START
           PERFORM 2160-BUSCAR-CODIGO THRU 2160-BUSCAR-CODIGO-EXIT
               UNTIL WS-FIN-OPERADORES OR WS-CODIGO-USADO
           IF WS-CODIGO-USADO
               DISPLAY "EL CODIGO DE SUPERVISOR "
                   WS-SUPERVISOR-INGRESADO " YA LO TIENE " OP-CODIGO
                   " - NO SE DA DE ALTA"
               MOVE SPACES TO WS-SUPERVISOR-INGRESADO
           END-IF.
       2150-PEDIR-COD-SUPERVISOR-EXIT.
           EXIT.

       2160-BUSCAR-CODIGO.
           READ MAESTRO-OPERADORES NEXT RECORD
               AT END
                   SET WS-FIN-OPERADORES TO TRUE
                   GO TO 2160-BUSCAR-CODIGO-EXIT
           END-READ
           IF OP-ROL-SUPERVISOR
               AND OP-SUPERVISOR = WS-SUPERVISOR-INGRESADO
               SET WS-CODIGO-USADO TO TRUE
           END-IF.
       2160-BUSCAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CAMBIAR-CLAVE - asigna una clave nueva (el operador la
      * olvido o hay que blanquearla); no cambia el estado, un
      * bloqueado se rehabilita aparte.
      ******************************************************************
       2200-CAMBIAR-CLAVE.
           PERFORM 2050-LEER-OPERADOR THRU 2050-LEER-OPERADOR-EXIT
           IF NOT WS-OPERADOR-HALLADO
               PERFORM 2850-AVISAR-NO-HALLADO
                   THRU 2850-AVISAR-NO-HALLADO-EXIT
               GO TO 2200-CAMBIAR-CLAVE-EXIT
           END-IF
           IF OP-REVOCADO
               DISPLAY "EL OPERADOR ESTA REVOCADO - NO SE CAMBIA"
               GO TO 2200-CAMBIAR-CLAVE-EXIT
           END-IF
           PERFORM 2800-PEDIR-CLAVE THRU 2800-PEDIR-CLAVE-EXIT
           IF WS-CLAVE-INGRESADA = SPACES
               GO TO 2200-CAMBIAR-CLAVE-EXIT
           END-IF
           MOVE WS-CLAVE-INGRESADA TO OP-CLAVE
           MOVE "CLAVE   " TO ACC-EVENTO
           PERFORM 2950-REGRABAR-OPERADOR
               THRU 2950-REGRABAR-OPERADOR-EXIT.
       2200-CAMBIAR-CLAVE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REVOCAR-OPERADOR - revocacion definitiva, con
      * confirmacion; el registro queda para que su rastro en jornal,
      * auditoria y bitacoras siga identificado. Un supervisor no se
      * revoca a si mismo.
      ******************************************************************
       2300-REVOCAR-OPERADOR.
           PERFORM 2050-LEER-OPERADOR THRU 2050-LEER-OPERADOR-EXIT
           IF NOT WS-OPERADOR-HALLADO
               PERFORM 2850-AVISAR-NO-HALLADO
                   THRU 2850-AVISAR-NO-HALLADO-EXIT
               GO TO 2300-REVOCAR-OPERADOR-EXIT
           END-IF
           IF OP-REVOCADO
               DISPLAY "EL OPERADOR YA ESTA REVOCADO"
               GO TO 2300-REVOCAR-OPERADOR-EXIT
           END-IF
           IF OP-CODIGO = WS-OPERADOR
               DISPLAY "NO SE PUEDE REVOCAR AL OPERADOR EN SESION"
               GO TO 2300-REVOCAR-OPERADOR-EXIT
           END-IF
           DISPLAY "REVOCAR EL OPERADOR? NO SE PUEDE REHABILITAR "
               "(S=SI): "
           ACCEPT WS-CONFIRMACION
           IF WS-CONFIRMACION NOT = "S"
               DISPLAY "NO SE REVOCA"
               GO TO 2300-REVOCAR-OPERADOR-EXIT
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           SET OP-REVOCADO TO TRUE
           MOVE WS-FECHA-HOY TO OP-FECHA-ESTADO
           MOVE "REVOCA  " TO ACC-EVENTO
           PERFORM 2950-REGRABAR-OPERADOR
               THRU 2950-REGRABAR-OPERADOR-EXIT.
       2300-REVOCAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2400-REHABILITAR-OPERADOR - un operador bloqueado por intentos
      * fallidos vuelve a activo con el contador en cero. Un revocado
      * no se rehabilita.
      ******************************************************************
       2400-REHABILITAR-OPERADOR.
           PERFORM 2050-LEER-OPERADOR THRU 2050-LEER-OPERADOR-EXIT
           IF NOT WS-OPERADOR-HALLADO
               PERFORM 2850-AVISAR-NO-HALLADO
                   THRU 2850-AVISAR-NO-HALLADO-EXIT
               GO TO 2400-REHABILITAR-OPERADOR-EXIT
           END-IF
           IF NOT OP-BLOQUEADO
               DISPLAY "SOLO SE REHABILITA UN OPERADOR BLOQUEADO"
               GO TO 2400-REHABILITAR-OPERADOR-EXIT
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           SET OP-ACTIVO TO TRUE
           MOVE ZERO TO OP-INTENTOS
           MOVE WS-FECHA-HOY TO OP-FECHA-ESTADO
           MOVE "REHABILI" TO ACC-EVENTO
           PERFORM 2950-REGRABAR-OPERADOR
               THRU 2950-REGRABAR-OPERADOR-EXIT.
       2400-REHABILITAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LISTAR-OPERADORES - todos los operadores por codigo, con
      * rol, estado y ultimo ingreso (la clave nunca se muestra).
      ******************************************************************
       2600-LISTAR-OPERADORES.
           MOVE ZERO TO WS-CONTADOR-LISTADOS
           MOVE "N" TO WS-SW-FIN-OPERADORES
           MOVE LOW-VALUES TO OP-CODIGO
           START MAESTRO-OPERADORES KEY IS NOT LESS THAN OP-CODIGO
               INVALID KEY
                   SET WS-FIN-OPERADORES TO TRUE
           END-START
           DISPLAY "CODIGO   NOMBRE                         ROL EST "
               "SUP  ULT.INGR"
           PERFORM 2650-LISTAR-OPERADOR THRU 2650-LISTAR-OPERADOR-EXIT
               UNTIL WS-FIN-OPERADORES
           DISPLAY "OPERADORES LISTADOS: " WS-CONTADOR-LISTADOS.
       2600-LISTAR-OPERADORES-EXIT.
           EXIT.

       2650-LISTAR-OPERADOR.
           READ MAESTRO-OPERADORES NEXT RECORD
               AT END
                   SET WS-FIN-OPERADORES TO TRUE
                   GO TO 2650-LISTAR-OPERADOR-EXIT
           END-READ
           ADD 1 TO WS-CONTADOR-LISTADOS
           DISPLAY OP-CODIGO " " OP-NOMBRE " " OP-ROL "   "
               OP-ESTADO "   " OP-SUPERVISOR " " OP-ULTIMA-ENTRADA.
       2650-LISTAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CONSULTAR-OPERADOR - muestra un operador sin modificarlo.
      ******************************************************************
       2700-CONSULTAR-OPERADOR.
           PERFORM 2050-LEER-OPERADOR THRU 2050-LEER-OPERADOR-EXIT
           IF NOT WS-OPERADOR-HALLADO
               PERFORM 2850-AVISAR-NO-HALLADO
                   THRU 2850-AVISAR-NO-HALLADO-EXIT
           END-IF.
       2700-CONSULTAR-OPERADOR-EXIT.
           EXIT.

       2750-MOSTRAR-OPERADOR.
           DISPLAY "  OPERADOR " OP-CODIGO " " OP-NOMBRE
           EVALUATE TRUE
               WHEN OP-ROL-OPERADOR
                   DISPLAY "  ROL     OPERADOR"
               WHEN OP-ROL-SUPERVISOR
                   DISPLAY "  ROL     SUPERVISOR - CODIGO "
                       OP-SUPERVISOR
               WHEN OP-ROL-AUDITOR
                   DISPLAY "  ROL     AUDITOR"
               WHEN OTHER
                   DISPLAY "  ROL     DESCONOCIDO (" OP-ROL ")"
           END-EVALUATE
           EVALUATE TRUE
               WHEN OP-ACTIVO
                   DISPLAY "  ESTADO  ACTIVO - ULTIMO INGRESO "
                       OP-ULTIMA-ENTRADA
               WHEN OP-BLOQUEADO
                   DISPLAY "  ESTADO  BLOQUEADO DESDE " OP-FECHA-ESTADO
               WHEN OP-REVOCADO
                   DISPLAY "  ESTADO  REVOCADO DESDE " OP-FECHA-ESTADO
               WHEN OTHER
                   DISPLAY "  ESTADO  DESCONOCIDO (" OP-ESTADO ")"
           END-EVALUATE.
       2750-MOSTRAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-CLAVE - pide la clave dos veces; si no coinciden o
      * viene en blanco vuelve en blanco.
      ******************************************************************
       2800-PEDIR-CLAVE.
           DISPLAY "CLAVE (HASTA 8 POSICIONES): "
           MOVE SPACES TO WS-CLAVE-INGRESADA
           ACCEPT WS-CLAVE-INGRESADA
           IF WS-CLAVE-INGRESADA = SPACES
               DISPLAY "CLAVE EN BLANCO - NO SE PROCESA"
               GO TO 2800-PEDIR-CLAVE-EXIT
           END-IF
           DISPLAY "REPITA LA CLAVE: "
           MOVE SPACES TO WS-CLAVE-REPETIDA
           ACCEPT WS-CLAVE-REPETIDA
           IF WS-CLAVE-REPETIDA NOT = WS-CLAVE-INGRESADA
               DISPLAY "LAS CLAVES NO COINCIDEN - NO SE PROCESA"
               MOVE SPACES TO WS-CLAVE-INGRESADA
           END-IF.
       2800-PEDIR-CLAVE-EXIT.
           EXIT.

       2850-AVISAR-NO-HALLADO.
           IF WS-CODIGO-INGRESADO NOT = SPACES
               DISPLAY "OPERADOR " WS-CODIGO-INGRESADO
                   " NO ESTA EN EL ARCHIVO"
           END-IF.
       2850-AVISAR-NO-HALLADO-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGISTRAR-CAMBIO - deja el cambio (evento ya cargado en
      * ACC-EVENTO) en la bitacora de accesos, con el operador tocado,
      * su rol, estado y codigo de supervisor como quedaron.
      ******************************************************************
       2900-REGISTRAR-CAMBIO.
           MOVE OP-CODIGO TO WS-DC-CODIGO
           MOVE OP-ROL TO WS-DC-ROL
           MOVE OP-ESTADO TO WS-DC-ESTADO
           MOVE OP-SUPERVISOR TO WS-DC-SUPERVISOR
           MOVE "C" TO ACC-ACCION
           MOVE "OPERADORES" TO ACC-PROGRAMA
           MOVE WS-OPERADOR TO ACC-OPERADOR
           MOVE WS-DETALLE-CAMBIO TO ACC-DETALLE
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           ADD 1 TO WS-CONTADOR-CAMBIOS.
       2900-REGISTRAR-CAMBIO-EXIT.
           EXIT.

      ******************************************************************
      * 2950-REGRABAR-OPERADOR - regraba el operador leido con los
      * cambios ya aplicados y deja el cambio en la bitacora.
      ******************************************************************
       2950-REGRABAR-OPERADOR.
           REWRITE REG-MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO " WS-ARCH-OPERADORES
                       " - STATUS " WS-FS-OPERADORES
                   GO TO 2950-REGRABAR-OPERADOR-EXIT
           END-REWRITE
           PERFORM 2900-REGISTRAR-CAMBIO
               THRU 2900-REGISTRAR-CAMBIO-EXIT
           DISPLAY "OPERADOR ACTUALIZADO"
           PERFORM 2750-MOSTRAR-OPERADOR
               THRU 2750-MOSTRAR-OPERADOR-EXIT.
       2950-REGRABAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - cierra el archivo e informa cuantos cambios
      * quedaron registrados en la sesion.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-MAESTRO-ABIERTO
               CLOSE MAESTRO-OPERADORES
           END-IF
           DISPLAY "EJERCICIOOPERADORES - CAMBIOS REGISTRADOS: "
               WS-CONTADOR-CAMBIOS.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM EjercicioOperadores.
