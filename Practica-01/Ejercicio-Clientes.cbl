      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-14 TC  Created: mantenimiento en linea del maestro de
      *                  clientes CLIMST00.DAT, ahora indexado por
      *                  CM-CODIGO y con estado (A activo, B bloqueado,
      *                  C cerrado) y fecha de bloqueo. Hasta ahora la
      *                  unica forma de dar de alta o cambiar un
      *                  cliente era editar el archivo a mano, y la
      *                  unica forma de frenarlo era borrarle la linea,
      *                  con lo que su historia vieja en HIST00.DAT
      *                  quedaba como de un cliente desconocido. El
      *                  operador puede dar de alta, cambiar el
      *                  nombre, bloquear, reactivar, cerrar y
      *                  consultar un cliente, e importar una sola vez
      *                  el maestro secuencial anterior (codigo y
      *                  nombre, 37 posiciones). Cada cambio deja una
      *                  linea en la bitacora CLILOG00.DAT con fecha,
      *                  hora, operador, accion y los valores antes y
      *                  despues. Un cliente nunca se borra: se cierra.
      *                  Se llama desde EjercicioMenu (opcion 5); el
      *                  operador puede venir en el USING y si no se
      *                  pide al arrancar. Claves CLIMST00, CLIMSTAN y
      *                  CLILOG00 en RUNCTL00.DAT.
      *   2026-10-15 TC  Corrido suelto, el operador ya no se teclea:
      *                  sale del ingreso con operador y clave de
      *                  EjercicioAcceso y el mantenimiento queda para
      *                  el rol supervisor. Desde el menu sigue llegando
      *                  en el USING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioClientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT MAESTRO-ANTERIOR ASSIGN TO WS-ARCH-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTERIOR.

           SELECT BITACORA-CLIENTES ASSIGN TO WS-ARCH-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CLIENTES
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-MAESTRO-CLIENTES.
           05  CM-CODIGO          PIC X(06).
           05  FILLER             PIC X(01).
           05  CM-NOMBRE          PIC X(30).
           05  FILLER             PIC X(01).
           05  CM-ESTADO          PIC X(01).
               88  CM-ACTIVO                 VALUE "A".
               88  CM-BLOQUEADO              VALUE "B".
               88  CM-CERRADO                VALUE "C".
           05  FILLER             PIC X(01).
           05  CM-FECHA-BLOQUEO   PIC 9(08).

       FD  MAESTRO-ANTERIOR
           RECORD CONTAINS 37 CHARACTERS.
       01  REG-MAESTRO-ANTERIOR.
           05  MA-CODIGO          PIC X(06).
           05  FILLER             PIC X(01).
           05  MA-NOMBRE          PIC X(30).

       FD  BITACORA-CLIENTES
           RECORD CONTAINS 119 CHARACTERS.
       01  REG-BITACORA-CLIENTES.
           05  BC-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  BC-HORA            PIC 9(08).
           05  FILLER             PIC X(01).
           05  BC-OPERADOR        PIC X(08).
           05  FILLER             PIC X(01).
           05  BC-ACCION          PIC X(01).
           05  FILLER             PIC X(01).
           05  BC-CODIGO          PIC X(06).
           05  FILLER             PIC X(01).
           05  BC-ANT-NOMBRE      PIC X(30).
           05  FILLER             PIC X(01).
           05  BC-ANT-ESTADO      PIC X(01).
           05  FILLER             PIC X(01).
           05  BC-ANT-FECHA-BLOQ  PIC 9(08).
           05  FILLER             PIC X(01).
           05  BC-NUE-NOMBRE      PIC X(30).
           05  FILLER             PIC X(01).
           05  BC-NUE-ESTADO      PIC X(01).
           05  FILLER             PIC X(01).
           05  BC-NUE-FECHA-BLOQ  PIC 9(08).

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
       01  WS-ARCH-CLIENTES        PIC X(40) VALUE "CLIMST00.DAT".
       01  WS-ARCH-ANTERIOR        PIC X(40) VALUE "CLIMST00.OLD".
       01  WS-ARCH-BITACORA        PIC X(40) VALUE "CLILOG00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-CLIENTES          PIC X(02) VALUE SPACES.
       01  WS-FS-ANTERIOR          PIC X(02) VALUE SPACES.
       01  WS-FS-BITACORA          PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-ANTERIOR      PIC X(01) VALUE "N".
           88  WS-FIN-ANTERIOR                VALUE "S".
       01  WS-SW-FIN-SESION        PIC X(01) VALUE "N".
           88  WS-FIN-SESION                  VALUE "S".
       01  WS-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
           88  WS-MAESTRO-ABIERTO             VALUE "S".
       01  WS-SW-BITACORA-ABIERTA  PIC X(01) VALUE "N".
           88  WS-BITACORA-ABIERTA            VALUE "S".
       01  WS-SW-CLIENTE-HALLADO   PIC X(01) VALUE "N".
           88  WS-CLIENTE-HALLADO             VALUE "S".

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-ACCION               PIC X(01) VALUE SPACE.
           88  WS-ACCION-ALTA                 VALUE "A".
           88  WS-ACCION-MODIFICAR            VALUE "M".
           88  WS-ACCION-BLOQUEAR             VALUE "B".
           88  WS-ACCION-REACTIVAR            VALUE "R".
           88  WS-ACCION-CERRAR               VALUE "C".
           88  WS-ACCION-IMPORTAR             VALUE "I".
           88  WS-ACCION-CONSULTAR            VALUE "Q".
           88  WS-ACCION-FIN                  VALUE "F".
       01  WS-CODIGO-INGRESADO     PIC X(06) VALUE SPACES.
       01  WS-NOMBRE-INGRESADO     PIC X(30) VALUE SPACES.
       01  WS-CONFIRMACION         PIC X(01) VALUE SPACE.
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-HORA-AHORA           PIC 9(08) VALUE ZERO.

       01  WS-CLIENTE-ANTERIOR.
           05  WS-CA-NOMBRE        PIC X(30) VALUE SPACES.
           05  WS-CA-ESTADO        PIC X(01) VALUE SPACE.
           05  WS-CA-FECHA-BLOQUEO PIC 9(08) VALUE ZERO.

       01  WS-CONTADOR-CAMBIOS     PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-IMPORTADOS  PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-EXISTENTES  PIC 9(07) VALUE ZERO.

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
      * 1000-INICIAR - toma el operador (del invocante o, suelto, del
      * ingreso con EjercicioAcceso), lee RUNCTL00.DAT y abre el
      * maestro en I-O y la bitacora en EXTEND; el maestro y la
      * bitacora se crean vacios
      * si todavia no existen.
      ******************************************************************
       1000-INICIAR.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO WS-OPERADOR
           ELSE
               MOVE "E" TO ACC-ACCION
               MOVE "CLIENTES" TO ACC-PROGRAMA
               MOVE "S  " TO ACC-ROLES
               CALL "EjercicioAcceso" USING ACCESO-REGISTRO
               IF ACC-OTORGADO
                   MOVE ACC-OPERADOR TO WS-OPERADOR
               END-IF
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "EJERCICIOCLIENTES - FALTA EL OPERADOR - NO SE "
                   "ABRE EL MANTENIMIENTO"
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT

           OPEN I-O MAESTRO-CLIENTES
           IF WS-FS-CLIENTES = "35"
               OPEN OUTPUT MAESTRO-CLIENTES
               CLOSE MAESTRO-CLIENTES
               OPEN I-O MAESTRO-CLIENTES
           END-IF
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-CLIENTES " - STATUS "
                   WS-FS-CLIENTES
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-MAESTRO-ABIERTO TO TRUE

           OPEN EXTEND BITACORA-CLIENTES
           IF WS-FS-BITACORA = "35"
               OPEN OUTPUT BITACORA-CLIENTES
           END-IF
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-BITACORA " - STATUS "
                   WS-FS-BITACORA
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-BITACORA-ABIERTA TO TRUE.
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
               WHEN "CLIMST00    "
                   MOVE RCTL-VALOR TO WS-ARCH-CLIENTES
               WHEN "CLIMSTAN    "
                   MOVE RCTL-VALOR TO WS-ARCH-ANTERIOR
               WHEN "CLILOG00    "
                   MOVE RCTL-VALOR TO WS-ARCH-BITACORA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR - presenta las acciones al operador y despacha
      * la elegida; F termina la sesion.
      ******************************************************************
       2000-PROCESAR.
           DISPLAY " "
           DISPLAY "EJERCICIOCLIENTES - MAESTRO DE CLIENTES"
           DISPLAY "  A. ALTA DE CLIENTE"
           DISPLAY "  M. MODIFICAR NOMBRE"
           DISPLAY "  B. BLOQUEAR CLIENTE"
           DISPLAY "  R. REACTIVAR CLIENTE BLOQUEADO"
           DISPLAY "  C. CERRAR CLIENTE"
           DISPLAY "  Q. CONSULTAR CLIENTE"
           DISPLAY "  I. IMPORTAR MAESTRO SECUENCIAL ANTERIOR"
           DISPLAY "  F. FIN"
           DISPLAY "ACCION: "
           ACCEPT WS-ACCION

           EVALUATE TRUE
               WHEN WS-ACCION-ALTA
                   PERFORM 2100-ALTA-CLIENTE
                       THRU 2100-ALTA-CLIENTE-EXIT
               WHEN WS-ACCION-MODIFICAR
                   PERFORM 2200-MODIFICAR-CLIENTE
                       THRU 2200-MODIFICAR-CLIENTE-EXIT
               WHEN WS-ACCION-BLOQUEAR
                   PERFORM 2300-BLOQUEAR-CLIENTE
                       THRU 2300-BLOQUEAR-CLIENTE-EXIT
               WHEN WS-ACCION-REACTIVAR
                   PERFORM 2400-REACTIVAR-CLIENTE
                       THRU 2400-REACTIVAR-CLIENTE-EXIT
               WHEN WS-ACCION-CERRAR
                   PERFORM 2500-CERRAR-CLIENTE
                       THRU 2500-CERRAR-CLIENTE-EXIT
               WHEN WS-ACCION-CONSULTAR
                   PERFORM 2700-CONSULTAR-CLIENTE
                       THRU 2700-CONSULTAR-CLIENTE-EXIT
               WHEN WS-ACCION-IMPORTAR
                   PERFORM 2600-IMPORTAR-ANTERIOR
                       THRU 2600-IMPORTAR-ANTERIOR-EXIT
               WHEN WS-ACCION-FIN
                   SET WS-FIN-SESION TO TRUE
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA - INGRESE A, M, B, R, C, "
                       "Q, I O F"
           END-EVALUATE.
       2000-PROCESAR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-LEER-CLIENTE - pide el codigo y lee el cliente por clave;
      * si esta, guarda la imagen anterior para la bitacora y lo
      * muestra.
      ******************************************************************
       2050-LEER-CLIENTE.
           MOVE "N" TO WS-SW-CLIENTE-HALLADO
           DISPLAY "CODIGO DE CLIENTE: "
           ACCEPT WS-CODIGO-INGRESADO
           IF WS-CODIGO-INGRESADO = SPACES
               DISPLAY "CODIGO EN BLANCO - NO SE PROCESA"
               GO TO 2050-LEER-CLIENTE-EXIT
           END-IF
           MOVE WS-CODIGO-INGRESADO TO CM-CODIGO
           READ MAESTRO-CLIENTES
               KEY IS CM-CODIGO
               INVALID KEY
                   GO TO 2050-LEER-CLIENTE-EXIT
           END-READ
           SET WS-CLIENTE-HALLADO TO TRUE
           MOVE CM-NOMBRE TO WS-CA-NOMBRE
           MOVE CM-ESTADO TO WS-CA-ESTADO
           MOVE CM-FECHA-BLOQUEO TO WS-CA-FECHA-BLOQUEO
           PERFORM 2750-MOSTRAR-CLIENTE
               THRU 2750-MOSTRAR-CLIENTE-EXIT.
       2050-LEER-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ALTA-CLIENTE - da de alta un cliente activo; un codigo
      * que ya esta en el maestro no se pisa, cualquiera sea su
      * estado (un cliente cerrado no se reutiliza).
      ******************************************************************
       2100-ALTA-CLIENTE.
           PERFORM 2050-LEER-CLIENTE THRU 2050-LEER-CLIENTE-EXIT
           IF WS-CODIGO-INGRESADO = SPACES
               GO TO 2100-ALTA-CLIENTE-EXIT
           END-IF
           IF WS-CLIENTE-HALLADO
               DISPLAY "EL CLIENTE YA EXISTE - NO SE DA DE ALTA"
               GO TO 2100-ALTA-CLIENTE-EXIT
           END-IF
           DISPLAY "NOMBRE: "
           ACCEPT WS-NOMBRE-INGRESADO
           IF WS-NOMBRE-INGRESADO = SPACES
               DISPLAY "NOMBRE EN BLANCO - NO SE DA DE ALTA"
               GO TO 2100-ALTA-CLIENTE-EXIT
           END-IF
           MOVE SPACES TO WS-CA-NOMBRE
           MOVE SPACE TO WS-CA-ESTADO
           MOVE ZERO TO WS-CA-FECHA-BLOQUEO
           MOVE SPACES TO REG-MAESTRO-CLIENTES
           MOVE WS-CODIGO-INGRESADO TO CM-CODIGO
           MOVE WS-NOMBRE-INGRESADO TO CM-NOMBRE
           SET CM-ACTIVO TO TRUE
           MOVE ZERO TO CM-FECHA-BLOQUEO
           WRITE REG-MAESTRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERROR GRABANDO " WS-ARCH-CLIENTES
                       " - STATUS " WS-FS-CLIENTES
                   GO TO 2100-ALTA-CLIENTE-EXIT
           END-WRITE
           PERFORM 2900-GRABAR-BITACORA THRU 2900-GRABAR-BITACORA-EXIT
           DISPLAY "CLIENTE DADO DE ALTA".
       2100-ALTA-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MODIFICAR-CLIENTE - cambia el nombre; el estado y la
      * fecha de bloqueo no se tocan por aca.
      ******************************************************************
       2200-MODIFICAR-CLIENTE.
           PERFORM 2050-LEER-CLIENTE THRU 2050-LEER-CLIENTE-EXIT
           IF NOT WS-CLIENTE-HALLADO
               PERFORM 2800-AVISAR-NO-HALLADO
                   THRU 2800-AVISAR-NO-HALLADO-EXIT
               GO TO 2200-MODIFICAR-CLIENTE-EXIT
           END-IF
           DISPLAY "NOMBRE NUEVO: "
           ACCEPT WS-NOMBRE-INGRESADO
           IF WS-NOMBRE-INGRESADO = SPACES
               OR WS-NOMBRE-INGRESADO = CM-NOMBRE
               DISPLAY "SIN CAMBIOS"
               GO TO 2200-MODIFICAR-CLIENTE-EXIT
           END-IF
           MOVE WS-NOMBRE-INGRESADO TO CM-NOMBRE
           PERFORM 2850-REGRABAR-CLIENTE
               THRU 2850-REGRABAR-CLIENTE-EXIT.
       2200-MODIFICAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-BLOQUEAR-CLIENTE - un cliente activo pasa a bloqueado con
      * la fecha de hoy; desde ese momento sus pares se rechazan con
      * motivo 05 en los circuitos batch.
      ******************************************************************
       2300-BLOQUEAR-CLIENTE.
           PERFORM 2050-LEER-CLIENTE THRU 2050-LEER-CLIENTE-EXIT
           IF NOT WS-CLIENTE-HALLADO
               PERFORM 2800-AVISAR-NO-HALLADO
                   THRU 2800-AVISAR-NO-HALLADO-EXIT
               GO TO 2300-BLOQUEAR-CLIENTE-EXIT
           END-IF
           IF NOT CM-ACTIVO
               DISPLAY "SOLO SE BLOQUEA UN CLIENTE ACTIVO"
               GO TO 2300-BLOQUEAR-CLIENTE-EXIT
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           SET CM-BLOQUEADO TO TRUE
           MOVE WS-FECHA-HOY TO CM-FECHA-BLOQUEO
           PERFORM 2850-REGRABAR-CLIENTE
               THRU 2850-REGRABAR-CLIENTE-EXIT.
       2300-BLOQUEAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-REACTIVAR-CLIENTE - un cliente bloqueado vuelve a activo
      * y se le limpia la fecha de bloqueo. Un cliente cerrado no se
      * reactiva.
      ******************************************************************
       2400-REACTIVAR-CLIENTE.
           PERFORM 2050-LEER-CLIENTE THRU 2050-LEER-CLIENTE-EXIT
           IF NOT WS-CLIENTE-HALLADO
               PERFORM 2800-AVISAR-NO-HALLADO
                   THRU 2800-AVISAR-NO-HALLADO-EXIT
               GO TO 2400-REACTIVAR-CLIENTE-EXIT
           END-IF
           IF NOT CM-BLOQUEADO
               DISPLAY "SOLO SE REACTIVA UN CLIENTE BLOQUEADO"
               GO TO 2400-REACTIVAR-CLIENTE-EXIT
           END-IF
           SET CM-ACTIVO TO TRUE
           MOVE ZERO TO CM-FECHA-BLOQUEO
           PERFORM 2850-REGRABAR-CLIENTE
               THRU 2850-REGRABAR-CLIENTE-EXIT.
       2400-REACTIVAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CERRAR-CLIENTE - cierre definitivo, con confirmacion. El
      * registro queda en el maestro para que su historia siga
      * identificada; la fecha de bloqueo toma la de hoy si el
      * cliente no venia ya bloqueado.
      ******************************************************************
       2500-CERRAR-CLIENTE.
           PERFORM 2050-LEER-CLIENTE THRU 2050-LEER-CLIENTE-EXIT
           IF NOT WS-CLIENTE-HALLADO
               PERFORM 2800-AVISAR-NO-HALLADO
                   THRU 2800-AVISAR-NO-HALLADO-EXIT
               GO TO 2500-CERRAR-CLIENTE-EXIT
           END-IF
           IF CM-CERRADO
               DISPLAY "EL CLIENTE YA ESTA CERRADO"
               GO TO 2500-CERRAR-CLIENTE-EXIT
           END-IF
           DISPLAY "CERRAR EL CLIENTE? NO SE PUEDE REACTIVAR (S=SI): "
           ACCEPT WS-CONFIRMACION
           IF WS-CONFIRMACION NOT = "S"
               DISPLAY "NO SE CIERRA"
               GO TO 2500-CERRAR-CLIENTE-EXIT
           END-IF
           IF NOT CM-BLOQUEADO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO CM-FECHA-BLOQUEO
           END-IF
           SET CM-CERRADO TO TRUE
           PERFORM 2850-REGRABAR-CLIENTE
               THRU 2850-REGRABAR-CLIENTE-EXIT.
       2500-CERRAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2600-IMPORTAR-ANTERIOR - carga el maestro secuencial anterior
      * (codigo y nombre) como clientes activos; los codigos que ya
      * estan en el maestro indexado no se tocan, asi que la
      * importacion se puede repetir sin pisar cambios posteriores.
      ******************************************************************
       2600-IMPORTAR-ANTERIOR.
           MOVE ZERO TO WS-CONTADOR-IMPORTADOS
           MOVE ZERO TO WS-CONTADOR-EXISTENTES
           MOVE "N" TO WS-SW-FIN-ANTERIOR
           OPEN INPUT MAESTRO-ANTERIOR
           IF WS-FS-ANTERIOR NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-ANTERIOR " - STATUS "
                   WS-FS-ANTERIOR
               GO TO 2600-IMPORTAR-ANTERIOR-EXIT
           END-IF
           PERFORM 2650-IMPORTAR-CLIENTE
               THRU 2650-IMPORTAR-CLIENTE-EXIT
               UNTIL WS-FIN-ANTERIOR
           CLOSE MAESTRO-ANTERIOR
           DISPLAY "CLIENTES IMPORTADOS    : " WS-CONTADOR-IMPORTADOS
           DISPLAY "YA EXISTENTES (SE DEJAN): " WS-CONTADOR-EXISTENTES.
       2600-IMPORTAR-ANTERIOR-EXIT.
           EXIT.

       2650-IMPORTAR-CLIENTE.
           READ MAESTRO-ANTERIOR
               AT END
                   SET WS-FIN-ANTERIOR TO TRUE
                   GO TO 2650-IMPORTAR-CLIENTE-EXIT
           END-READ
           IF MA-CODIGO = SPACES
               GO TO 2650-IMPORTAR-CLIENTE-EXIT
           END-IF
           MOVE SPACES TO REG-MAESTRO-CLIENTES
           MOVE MA-CODIGO TO CM-CODIGO
           MOVE MA-NOMBRE TO CM-NOMBRE
           SET CM-ACTIVO TO TRUE
           MOVE ZERO TO CM-FECHA-BLOQUEO
           WRITE REG-MAESTRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-EXISTENTES
                   GO TO 2650-IMPORTAR-CLIENTE-EXIT
           END-WRITE
           ADD 1 TO WS-CONTADOR-IMPORTADOS
           MOVE SPACES TO WS-CA-NOMBRE
           MOVE SPACE TO WS-CA-ESTADO
           MOVE ZERO TO WS-CA-FECHA-BLOQUEO
           PERFORM 2900-GRABAR-BITACORA THRU 2900-GRABAR-BITACORA-EXIT.
       2650-IMPORTAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CONSULTAR-CLIENTE - muestra un cliente sin modificarlo;
      * no deja rastro en la bitacora.
      ******************************************************************
       2700-CONSULTAR-CLIENTE.
           PERFORM 2050-LEER-CLIENTE THRU 2050-LEER-CLIENTE-EXIT
           IF NOT WS-CLIENTE-HALLADO
               PERFORM 2800-AVISAR-NO-HALLADO
                   THRU 2800-AVISAR-NO-HALLADO-EXIT
           END-IF.
       2700-CONSULTAR-CLIENTE-EXIT.
           EXIT.

       2750-MOSTRAR-CLIENTE.
           DISPLAY "  CLIENTE " CM-CODIGO " " CM-NOMBRE
           EVALUATE TRUE
               WHEN CM-ACTIVO
                   DISPLAY "  ESTADO  ACTIVO"
               WHEN CM-BLOQUEADO
                   DISPLAY "  ESTADO  BLOQUEADO DESDE "
                       CM-FECHA-BLOQUEO
               WHEN CM-CERRADO
                   DISPLAY "  ESTADO  CERRADO DESDE "
                       CM-FECHA-BLOQUEO
               WHEN OTHER
                   DISPLAY "  ESTADO  DESCONOCIDO (" CM-ESTADO ")"
           END-EVALUATE.
       2750-MOSTRAR-CLIENTE-EXIT.
           EXIT.

       2800-AVISAR-NO-HALLADO.
           IF WS-CODIGO-INGRESADO NOT = SPACES
               DISPLAY "CLIENTE " WS-CODIGO-INGRESADO
                   " NO ESTA EN EL MAESTRO"
           END-IF.
       2800-AVISAR-NO-HALLADO-EXIT.
           EXIT.

      ******************************************************************
      * 2850-REGRABAR-CLIENTE - regraba el cliente leido con los
      * cambios ya aplicados y deja la linea en la bitacora.
      ******************************************************************
       2850-REGRABAR-CLIENTE.
           REWRITE REG-MAESTRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO " WS-ARCH-CLIENTES
                       " - STATUS " WS-FS-CLIENTES
                   GO TO 2850-REGRABAR-CLIENTE-EXIT
           END-REWRITE
           PERFORM 2900-GRABAR-BITACORA THRU 2900-GRABAR-BITACORA-EXIT
           DISPLAY "CLIENTE ACTUALIZADO"
           PERFORM 2750-MOSTRAR-CLIENTE
               THRU 2750-MOSTRAR-CLIENTE-EXIT.
       2850-REGRABAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-GRABAR-BITACORA - una linea por cambio en CLILOG00.DAT:
      * fecha, hora, operador, accion, codigo y nombre, estado y
      * fecha de bloqueo antes y despues, separados por punto y coma.
      ******************************************************************
       2900-GRABAR-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE ALL ";" TO REG-BITACORA-CLIENTES
           MOVE WS-FECHA-HOY TO BC-FECHA
           MOVE WS-HORA-AHORA TO BC-HORA
           MOVE WS-OPERADOR TO BC-OPERADOR
           MOVE WS-ACCION TO BC-ACCION
           MOVE CM-CODIGO TO BC-CODIGO
           MOVE WS-CA-NOMBRE TO BC-ANT-NOMBRE
           MOVE WS-CA-ESTADO TO BC-ANT-ESTADO
           MOVE WS-CA-FECHA-BLOQUEO TO BC-ANT-FECHA-BLOQ
           MOVE CM-NOMBRE TO BC-NUE-NOMBRE
           MOVE CM-ESTADO TO BC-NUE-ESTADO
           MOVE CM-FECHA-BLOQUEO TO BC-NUE-FECHA-BLOQ
           WRITE REG-BITACORA-CLIENTES
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-BITACORA
                   " - STATUS " WS-FS-BITACORA
           ELSE
               ADD 1 TO WS-CONTADOR-CAMBIOS
           END-IF.
       2900-GRABAR-BITACORA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - cierra el maestro y la bitacora e informa
      * cuantos cambios quedaron registrados en la sesion.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-MAESTRO-ABIERTO
               CLOSE MAESTRO-CLIENTES
           END-IF
           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA-CLIENTES
           END-IF
           DISPLAY "EJERCICIOCLIENTES - CAMBIOS REGISTRADOS: "
               WS-CONTADOR-CAMBIOS.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM EjercicioClientes.
