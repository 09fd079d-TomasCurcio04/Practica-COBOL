      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: servicio de ingreso y autorizacion de
      *                  operadores sobre el archivo de operadores
      *                  OPERAD00.DAT (indexado por OP-CODIGO, con
      *                  clave, rol O operador / S supervisor / A
      *                  auditor, estado A activo / R revocado / B
      *                  bloqueado y contador de intentos fallidos).
      *                  Hasta ahora el menu no pedia identificacion,
      *                  el operador de la bitacora de clientes se
      *                  tecleaba a mano y cualquier codigo de cuatro
      *                  letras pasaba como supervisor. El ingreso
      *                  (accion E del registro ACCESO) pide operador
      *                  y clave con tres oportunidades, bloquea al
      *                  operador que acumula OPERINTENTOS claves
      *                  erroneas seguidas y controla que el rol del
      *                  operador este entre los que el invocante
      *                  permite; el operador queda en la sesion de
      *                  este programa (no se cancela) y la accion Q
      *                  lo devuelve a quien lo pida para grabarlo en
      *                  jornal y auditoria. V valida por pantalla el
      *                  codigo y la clave de un supervisor y R revisa
      *                  sin pantalla un codigo de supervisor de un
      *                  archivo batch. Cada ingreso, intento fallido,
      *                  bloqueo, rechazo por rol, salida, autorizacion
      *                  de supervisor y consulta (accion C) deja una
      *                  linea en la bitacora de accesos ACCLOG00.DAT
      *                  para los auditores. Claves OPERAD00, ACCLOG00
      *                  y OPERINTENTOS en RUNCTL00.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioAcceso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-OPERADORES ASSIGN TO WS-ARCH-OPERADORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT BITACORA-ACCESOS ASSIGN TO WS-ARCH-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

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

       FD  BITACORA-ACCESOS
           RECORD CONTAINS 88 CHARACTERS.
       01  REG-BITACORA-ACCESOS.
           05  AL-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  AL-HORA            PIC 9(08).
           05  FILLER             PIC X(01).
           05  AL-OPERADOR        PIC X(08).
           05  FILLER             PIC X(01).
           05  AL-EVENTO          PIC X(08).
           05  FILLER             PIC X(01).
           05  AL-PROGRAMA        PIC X(11).
           05  FILLER             PIC X(01).
           05  AL-DETALLE         PIC X(40).

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
       01  WS-ARCH-OPERADORES      PIC X(40) VALUE "OPERAD00.DAT".
       01  WS-ARCH-BITACORA        PIC X(40) VALUE "ACCLOG00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-OPERADORES        PIC X(02) VALUE SPACES.
       01  WS-FS-BITACORA          PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-RUNCTL-LEIDO      PIC X(01) VALUE "N".
           88  WS-RUNCTL-LEIDO                VALUE "S".
       01  WS-SW-OPERADORES-ABIERTO PIC X(01) VALUE "N".
           88  WS-OPERADORES-ABIERTO          VALUE "S".
       01  WS-SW-FIN-OPERADORES    PIC X(01) VALUE "N".
           88  WS-FIN-OPERADORES              VALUE "S".
       01  WS-SW-SUPERVISOR-HALLADO PIC X(01) VALUE "N".
           88  WS-SUPERVISOR-HALLADO          VALUE "S".
       01  WS-SW-INGRESO-CORTADO   PIC X(01) VALUE "N".
           88  WS-INGRESO-CORTADO             VALUE "S".

      * Operador ingresado en la sesion; vive mientras el programa
      * quede cargado, por eso quien lo llama no lo cancela.
       01  WS-SESION.
           05  WS-SW-SESION-ABIERTA PIC X(01) VALUE "N".
               88  WS-SESION-ABIERTA          VALUE "S".
           05  WS-SESION-OPERADOR  PIC X(08) VALUE SPACES.
           05  WS-SESION-ROL       PIC X(01) VALUE SPACE.

       01  WS-MAX-INTENTOS         PIC 9(02) VALUE 3.
       01  WS-OPORTUNIDADES        PIC 9(02) VALUE 3.
       01  WS-INTENTOS-SESION      PIC 9(02) VALUE ZERO.
       01  WS-OPERADOR-INGRESADO   PIC X(08) VALUE SPACES.
       01  WS-CLAVE-INGRESADA      PIC X(08) VALUE SPACES.
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-HORA-AHORA           PIC 9(08) VALUE ZERO.

       01  WS-EVENTO.
           05  WS-EV-OPERADOR      PIC X(08) VALUE SPACES.
           05  WS-EV-EVENTO        PIC X(08) VALUE SPACES.
           05  WS-EV-DETALLE       PIC X(40) VALUE SPACES.

       01  WS-DETALLE-FALLO.
           05  FILLER              PIC X(27)
               VALUE "CLAVE INCORRECTA - INTENTO ".
           05  WS-DF-INTENTOS      PIC 9(02).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-DETALLE-ROL.
           05  FILLER              PIC X(04) VALUE "ROL ".
           05  WS-DR-ROL           PIC X(01).
           05  FILLER              PIC X(35) VALUE SPACES.

       01  WS-DETALLE-SUPERVISOR.
           05  FILLER              PIC X(11) VALUE "SUPERVISOR ".
           05  WS-DS-CODIGO        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DS-OPERADOR      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DS-MOTIVO        PIC X(15).

       LINKAGE SECTION.
       COPY ACCESO REPLACING ==ACCESO-REGISTRO==
           BY ==LK-ACCESO-REGISTRO==
           LEADING ==ACC-== BY ==LKA-==.

       PROCEDURE DIVISION USING LK-ACCESO-REGISTRO.
       0000-MAINLINE.
           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           EVALUATE TRUE
               WHEN LKA-INGRESAR
                   PERFORM 2000-INGRESAR THRU 2000-INGRESAR-EXIT
               WHEN LKA-CONSULTAR-SESION
                   PERFORM 3000-CONSULTAR-SESION
                       THRU 3000-CONSULTAR-SESION-EXIT
               WHEN LKA-SALIR
                   PERFORM 3100-SALIR THRU 3100-SALIR-EXIT
               WHEN LKA-REGISTRAR
                   PERFORM 3200-REGISTRAR-EVENTO
                       THRU 3200-REGISTRAR-EVENTO-EXIT
               WHEN LKA-AUTORIZAR
                   PERFORM 4000-AUTORIZAR-SUPERVISOR
                       THRU 4000-AUTORIZAR-SUPERVISOR-EXIT
               WHEN LKA-REVISAR-SUPERVISOR
                   PERFORM 4500-REVISAR-SUPERVISOR
                       THRU 4500-REVISAR-SUPERVISOR-EXIT
               WHEN OTHER
                   DISPLAY "ACCESO - ACCION DESCONOCIDA: " LKA-ACCION
                   MOVE "2" TO LKA-RESULTADO
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1020-LEER-RUN-CONTROL - lee el archivo de control de corrida
      * RUNCTL00.DAT (clave-valor, compartido con toda la cadena) y
      * pisa los valores por defecto de WORKING-STORAGE con cada
      * clave presente; si el archivo no existe se corre con los
      * valores por defecto.
      ******************************************************************
       1020-LEER-RUN-CONTROL.
           IF WS-RUNCTL-LEIDO
               GO TO 1020-LEER-RUN-CONTROL-EXIT
           END-IF
           SET WS-RUNCTL-LEIDO TO TRUE
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
               WHEN "ACCLOG00    "
                   MOVE RCTL-VALOR TO WS-ARCH-BITACORA
               WHEN "OPERINTENTOS"
                   IF RCTL-VALOR-NUM NUMERIC
                       AND RCTL-VALOR-NUM > ZERO
                       AND RCTL-VALOR-NUM < 10
                       MOVE RCTL-VALOR-NUM TO WS-MAX-INTENTOS
                   ELSE
                       DISPLAY "ACCESO - OPERINTENTOS INVALIDO EN "
                           "RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INGRESAR - si ya hay un operador en la sesion se lo
      * devuelve sin volver a pedir la clave; si no, se le dan tres
      * oportunidades de operador y clave. Un operador en blanco
      * corta el ingreso. Con el operador en la sesion se controla
      * que su rol este entre los que permite el invocante.
      ******************************************************************
       2000-INGRESAR.
           MOVE "1" TO LKA-RESULTADO
           IF NOT WS-SESION-ABIERTA
               MOVE ZERO TO WS-INTENTOS-SESION
               MOVE "N" TO WS-SW-INGRESO-CORTADO
               PERFORM 2100-PEDIR-INGRESO THRU 2100-PEDIR-INGRESO-EXIT
                   UNTIL WS-SESION-ABIERTA
                   OR WS-INGRESO-CORTADO
                   OR WS-INTENTOS-SESION NOT < WS-OPORTUNIDADES
           END-IF
           IF NOT WS-SESION-ABIERTA
               MOVE SPACES TO LKA-OPERADOR
               MOVE SPACE TO LKA-ROL
               IF NOT LKA-FALLA
                   DISPLAY "ACCESO DENEGADO"
               END-IF
               GO TO 2000-INGRESAR-EXIT
           END-IF
           MOVE WS-SESION-OPERADOR TO LKA-OPERADOR
           MOVE WS-SESION-ROL TO LKA-ROL
           PERFORM 2900-CONTROLAR-ROL THRU 2900-CONTROLAR-ROL-EXIT.
       2000-INGRESAR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PEDIR-INGRESO - un intento de ingreso. El operador
      * inexistente, revocado o bloqueado no se distingue en pantalla
      * de la clave erronea salvo el bloqueo, que el operador necesita
      * saber para pedir la rehabilitacion; la bitacora de accesos si
      * registra el motivo. Cada clave erronea suma al contador del
      * operador y al llegar a OPERINTENTOS queda bloqueado; un
      * ingreso correcto vuelve el contador a cero.
      ******************************************************************
       2100-PEDIR-INGRESO.
           ADD 1 TO WS-INTENTOS-SESION
           DISPLAY "OPERADOR: "
           MOVE SPACES TO WS-OPERADOR-INGRESADO
           ACCEPT WS-OPERADOR-INGRESADO
           IF WS-OPERADOR-INGRESADO = SPACES
               SET WS-INGRESO-CORTADO TO TRUE
               GO TO 2100-PEDIR-INGRESO-EXIT
           END-IF
           DISPLAY "CLAVE: "
           MOVE SPACES TO WS-CLAVE-INGRESADA
           ACCEPT WS-CLAVE-INGRESADA

           PERFORM 2200-ABRIR-OPERADORES
               THRU 2200-ABRIR-OPERADORES-EXIT
           IF NOT WS-OPERADORES-ABIERTO
               SET WS-INGRESO-CORTADO TO TRUE
               MOVE "2" TO LKA-RESULTADO
               GO TO 2100-PEDIR-INGRESO-EXIT
           END-IF

           MOVE WS-OPERADOR-INGRESADO TO WS-EV-OPERADOR
           MOVE WS-OPERADOR-INGRESADO TO OP-CODIGO
           READ MAESTRO-OPERADORES
               KEY IS OP-CODIGO
               INVALID KEY
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS"
                   MOVE "FALLO   " TO WS-EV-EVENTO
                   MOVE "OPERADOR INEXISTENTE" TO WS-EV-DETALLE
                   PERFORM 6000-GRABAR-BITACORA
                       THRU 6000-GRABAR-BITACORA-EXIT
                   GO TO 2100-PEDIR-INGRESO-CERRAR
           END-READ

           IF OP-REVOCADO
               DISPLAY "OPERADOR O CLAVE INCORRECTOS"
               MOVE "DENEGADO" TO WS-EV-EVENTO
               MOVE "OPERADOR REVOCADO" TO WS-EV-DETALLE
               PERFORM 6000-GRABAR-BITACORA
                   THRU 6000-GRABAR-BITACORA-EXIT
               GO TO 2100-PEDIR-INGRESO-CERRAR
           END-IF
           IF OP-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS - "
                   "PIDA LA REHABILITACION A UN SUPERVISOR"
               MOVE "DENEGADO" TO WS-EV-EVENTO
               MOVE "OPERADOR BLOQUEADO" TO WS-EV-DETALLE
               PERFORM 6000-GRABAR-BITACORA
                   THRU 6000-GRABAR-BITACORA-EXIT
               SET WS-INGRESO-CORTADO TO TRUE
               GO TO 2100-PEDIR-INGRESO-CERRAR
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF OP-CLAVE NOT = WS-CLAVE-INGRESADA
               PERFORM 2300-CONTAR-FALLO THRU 2300-CONTAR-FALLO-EXIT
               IF NOT OP-BLOQUEADO
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS"
               END-IF
               GO TO 2100-PEDIR-INGRESO-CERRAR
           END-IF

           MOVE ZERO TO OP-INTENTOS
           MOVE WS-FECHA-HOY TO OP-ULTIMA-ENTRADA
           REWRITE REG-MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO " WS-ARCH-OPERADORES
                       " - STATUS " WS-FS-OPERADORES
           END-REWRITE
           SET WS-SESION-ABIERTA TO TRUE
           MOVE OP-CODIGO TO WS-SESION-OPERADOR
           MOVE OP-ROL TO WS-SESION-ROL
           DISPLAY "BIENVENIDO " OP-NOMBRE
           MOVE "ENTRADA " TO WS-EV-EVENTO
           MOVE OP-ROL TO WS-DR-ROL
           MOVE WS-DETALLE-ROL TO WS-EV-DETALLE
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT.
       2100-PEDIR-INGRESO-CERRAR.
           PERFORM 2250-CERRAR-OPERADORES
               THRU 2250-CERRAR-OPERADORES-EXIT.
       2100-PEDIR-INGRESO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ABRIR-OPERADORES - abre OPERAD00.DAT en I-O; sin archivo
      * de operadores nadie puede ingresar y se avisa como hay que
      * darlo de alta.
      ******************************************************************
       2200-ABRIR-OPERADORES.
           MOVE "N" TO WS-SW-OPERADORES-ABIERTO
           OPEN I-O MAESTRO-OPERADORES
           IF WS-FS-OPERADORES = "35"
               DISPLAY "ACCESO - NO HAY ARCHIVO DE OPERADORES "
                   WS-ARCH-OPERADORES
               DISPLAY "ACCESO - DE ALTA AL PRIMER SUPERVISOR CON "
                   "EJERCICIOOPERADORES"
               GO TO 2200-ABRIR-OPERADORES-EXIT
           END-IF
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-OPERADORES
                   " - STATUS " WS-FS-OPERADORES
               GO TO 2200-ABRIR-OPERADORES-EXIT
           END-IF
           SET WS-OPERADORES-ABIERTO TO TRUE.
       2200-ABRIR-OPERADORES-EXIT.
           EXIT.

       2250-CERRAR-OPERADORES.
           IF WS-OPERADORES-ABIERTO
               CLOSE MAESTRO-OPERADORES
               MOVE "N" TO WS-SW-OPERADORES-ABIERTO
           END-IF.
       2250-CERRAR-OPERADORES-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONTAR-FALLO - clave erronea del operador leido: suma el
      * intento, lo bloquea al llegar al maximo y lo regraba. Deja el
      * FALLO (y el BLOQUEO si corresponde) en la bitacora de accesos.
      * Lo usan el ingreso y la autorizacion de supervisor.
      ******************************************************************
       2300-CONTAR-FALLO.
           IF OP-INTENTOS NOT NUMERIC
               MOVE ZERO TO OP-INTENTOS
           END-IF
           ADD 1 TO OP-INTENTOS
           MOVE OP-INTENTOS TO WS-DF-INTENTOS
           IF OP-INTENTOS NOT < WS-MAX-INTENTOS
               SET OP-BLOQUEADO TO TRUE
               MOVE WS-FECHA-HOY TO OP-FECHA-ESTADO
           END-IF
           REWRITE REG-MAESTRO-OPERADORES
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO " WS-ARCH-OPERADORES
                       " - STATUS " WS-FS-OPERADORES
           END-REWRITE
           MOVE OP-CODIGO TO WS-EV-OPERADOR
           MOVE "FALLO   " TO WS-EV-EVENTO
           MOVE WS-DETALLE-FALLO TO WS-EV-DETALLE
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT
           IF NOT OP-BLOQUEADO
               GO TO 2300-CONTAR-FALLO-EXIT
           END-IF
           DISPLAY "CLAVE INCORRECTA - EL OPERADOR " OP-CODIGO
               " QUEDA BLOQUEADO"
           MOVE "BLOQUEO " TO WS-EV-EVENTO
           MOVE "INTENTOS FALLIDOS AGOTADOS" TO WS-EV-DETALLE
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT
           SET WS-INGRESO-CORTADO TO TRUE.
       2300-CONTAR-FALLO-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CONTROLAR-ROL - otorga si el rol del operador de la
      * sesion figura en LKA-ROLES (en blanco, cualquier rol); si no,
      * deniega y deja el rechazo en la bitacora de accesos.
      ******************************************************************
       2900-CONTROLAR-ROL.
           IF LKA-ROLES = SPACES
               OR LKA-ROLES (1:1) = WS-SESION-ROL
               OR LKA-ROLES (2:1) = WS-SESION-ROL
               OR LKA-ROLES (3:1) = WS-SESION-ROL
               MOVE "0" TO LKA-RESULTADO
               GO TO 2900-CONTROLAR-ROL-EXIT
           END-IF
           DISPLAY "OPCION NO HABILITADA PARA SU PERFIL"
           MOVE "1" TO LKA-RESULTADO
           MOVE WS-SESION-OPERADOR TO WS-EV-OPERADOR
           MOVE "DENEGADO" TO WS-EV-EVENTO
           MOVE WS-SESION-ROL TO WS-DR-ROL
           MOVE WS-DETALLE-ROL TO WS-EV-DETALLE
           MOVE "SIN PERMISO" TO WS-EV-DETALLE (7:11)
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT.
       2900-CONTROLAR-ROL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONSULTAR-SESION - devuelve el operador de la sesion; en
      * una corrida sin ingreso (batch) vuelve en blanco y denegado.
      ******************************************************************
       3000-CONSULTAR-SESION.
           MOVE WS-SESION-OPERADOR TO LKA-OPERADOR
           MOVE WS-SESION-ROL TO LKA-ROL
           IF WS-SESION-ABIERTA
               MOVE "0" TO LKA-RESULTADO
           ELSE
               MOVE "1" TO LKA-RESULTADO
           END-IF.
       3000-CONSULTAR-SESION-EXIT.
           EXIT.

       3100-SALIR.
           MOVE "0" TO LKA-RESULTADO
           IF NOT WS-SESION-ABIERTA
               GO TO 3100-SALIR-EXIT
           END-IF
           MOVE WS-SESION-OPERADOR TO WS-EV-OPERADOR
           MOVE "SALIDA  " TO WS-EV-EVENTO
           MOVE SPACES TO WS-EV-DETALLE
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT
           MOVE "N" TO WS-SW-SESION-ABIERTA
           MOVE SPACES TO WS-SESION-OPERADOR
           MOVE SPACE TO WS-SESION-ROL.
       3100-SALIR-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REGISTRAR-EVENTO - deja en la bitacora de accesos el
      * evento que informa el invocante (consultas, cambios en el
      * archivo de operadores); va a nombre del operador de la sesion
      * o, sin sesion, del que venga en LKA-OPERADOR.
      ******************************************************************
       3200-REGISTRAR-EVENTO.
           IF WS-SESION-ABIERTA
               MOVE WS-SESION-OPERADOR TO WS-EV-OPERADOR
           ELSE
               MOVE LKA-OPERADOR TO WS-EV-OPERADOR
           END-IF
           MOVE LKA-EVENTO TO WS-EV-EVENTO
           MOVE LKA-DETALLE TO WS-EV-DETALLE
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT
           MOVE "0" TO LKA-RESULTADO.
       3200-REGISTRAR-EVENTO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AUTORIZAR-SUPERVISOR - pide el codigo y la clave de un
      * supervisor para una operacion que lo requiere. Vuelve otorgado
      * solo si el codigo es de un supervisor activo y la clave es la
      * suya; la clave erronea cuenta para el bloqueo como en el
      * ingreso. Un codigo en blanco vuelve denegado sin registro
      * (el operador desistio).
      ******************************************************************
       4000-AUTORIZAR-SUPERVISOR.
           MOVE "1" TO LKA-RESULTADO
           DISPLAY "CODIGO DE SUPERVISOR: "
           MOVE SPACES TO LKA-SUPERVISOR
           ACCEPT LKA-SUPERVISOR
           IF LKA-SUPERVISOR = SPACES
               GO TO 4000-AUTORIZAR-SUPERVISOR-EXIT
           END-IF
           DISPLAY "CLAVE DEL SUPERVISOR: "
           MOVE SPACES TO WS-CLAVE-INGRESADA
           ACCEPT WS-CLAVE-INGRESADA

           PERFORM 2200-ABRIR-OPERADORES
               THRU 2200-ABRIR-OPERADORES-EXIT
           IF NOT WS-OPERADORES-ABIERTO
               MOVE "2" TO LKA-RESULTADO
               GO TO 4000-AUTORIZAR-SUPERVISOR-EXIT
           END-IF
           PERFORM 4100-BUSCAR-SUPERVISOR
               THRU 4100-BUSCAR-SUPERVISOR-EXIT

           MOVE WS-SESION-OPERADOR TO WS-EV-OPERADOR
           MOVE LKA-SUPERVISOR TO WS-DS-CODIGO
           MOVE SPACES TO WS-DS-OPERADOR
           IF WS-SUPERVISOR-HALLADO
               MOVE OP-CODIGO TO WS-DS-OPERADOR
           END-IF
           MOVE "SUPFALLO" TO WS-EV-EVENTO
           EVALUATE TRUE
               WHEN NOT WS-SUPERVISOR-HALLADO
                   MOVE "INEXISTENTE" TO WS-DS-MOTIVO
               WHEN NOT OP-ACTIVO
                   MOVE "NO HABILITADO" TO WS-DS-MOTIVO
               WHEN OP-CLAVE NOT = WS-CLAVE-INGRESADA
                   MOVE "CLAVE ERRONEA" TO WS-DS-MOTIVO
               WHEN OTHER
                   MOVE "SUPERV  " TO WS-EV-EVENTO
                   MOVE "AUTORIZA" TO WS-DS-MOTIVO
                   MOVE "0" TO LKA-RESULTADO
           END-EVALUATE
           MOVE WS-DETALLE-SUPERVISOR TO WS-EV-DETALLE
           PERFORM 6000-GRABAR-BITACORA THRU 6000-GRABAR-BITACORA-EXIT

           IF WS-SUPERVISOR-HALLADO AND OP-ACTIVO
               AND OP-CLAVE NOT = WS-CLAVE-INGRESADA
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM 2300-CONTAR-FALLO THRU 2300-CONTAR-FALLO-EXIT
           END-IF
           IF LKA-OTORGADO AND OP-INTENTOS NOT = ZERO
               MOVE ZERO TO OP-INTENTOS
               REWRITE REG-MAESTRO-OPERADORES
                   INVALID KEY
                       DISPLAY "ERROR REGRABANDO " WS-ARCH-OPERADORES
                           " - STATUS " WS-FS-OPERADORES
               END-REWRITE
           END-IF
           IF NOT LKA-OTORGADO
               DISPLAY "SUPERVISOR O CLAVE INVALIDOS - NO SE AUTORIZA"
           END-IF
           PERFORM 2250-CERRAR-OPERADORES
               THRU 2250-CERRAR-OPERADORES-EXIT.
       4000-AUTORIZAR-SUPERVISOR-EXIT.
           EXIT.

      ******************************************************************
      * 4100-BUSCAR-SUPERVISOR - recorre el archivo de operadores
      * buscando al de rol supervisor con el codigo LKA-SUPERVISOR; el
      * archivo es chico y el codigo de supervisor no es su clave.
      ******************************************************************
       4100-BUSCAR-SUPERVISOR.
           MOVE "N" TO WS-SW-SUPERVISOR-HALLADO
           MOVE "N" TO WS-SW-FIN-OPERADORES
           MOVE LOW-VALUES TO OP-CODIGO
           START MAESTRO-OPERADORES KEY IS NOT LESS THAN OP-CODIGO
               INVALID KEY
                   GO TO 4100-BUSCAR-SUPERVISOR-EXIT
           END-START
           PERFORM 4150-LEER-OPERADOR THRU 4150-LEER-OPERADOR-EXIT
               UNTIL WS-FIN-OPERADORES OR WS-SUPERVISOR-HALLADO.
       4100-BUSCAR-SUPERVISOR-EXIT.
           EXIT.

       4150-LEER-OPERADOR.
           READ MAESTRO-OPERADORES NEXT RECORD
               AT END
                   SET WS-FIN-OPERADORES TO TRUE
                   GO TO 4150-LEER-OPERADOR-EXIT
           END-READ
           IF OP-ROL-SUPERVISOR AND OP-SUPERVISOR = LKA-SUPERVISOR
               SET WS-SUPERVISOR-HALLADO TO TRUE
           END-IF.
       4150-LEER-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 4500-REVISAR-SUPERVISOR - para la carga batch de liberaciones:
      * otorga si LKA-SUPERVISOR es el codigo de un supervisor activo.
      * Sin archivo de operadores no se puede revisar y vuelve con
      * falla (2): decide el invocante. El codigo rechazado queda en
      * la bitacora de accesos.
      ******************************************************************
       4500-REVISAR-SUPERVISOR.
           MOVE "1" TO LKA-RESULTADO
           MOVE "N" TO WS-SW-SUPERVISOR-HALLADO
           OPEN INPUT MAESTRO-OPERADORES
           IF WS-FS-OPERADORES NOT = "00"
               MOVE "2" TO LKA-RESULTADO
               GO TO 4500-REVISAR-SUPERVISOR-EXIT
           END-IF
           IF LKA-SUPERVISOR NOT = SPACES
               PERFORM 4100-BUSCAR-SUPERVISOR
                   THRU 4100-BUSCAR-SUPERVISOR-EXIT
           END-IF
           IF WS-SUPERVISOR-HALLADO AND OP-ACTIVO
               MOVE "0" TO LKA-RESULTADO
           ELSE
               MOVE WS-SESION-OPERADOR TO WS-EV-OPERADOR
               MOVE "SUPFALLO" TO WS-EV-EVENTO
               MOVE LKA-SUPERVISOR TO WS-DS-CODIGO
               MOVE SPACES TO WS-DS-OPERADOR
               MOVE "NO HABILITADO" TO WS-DS-MOTIVO
               MOVE WS-DETALLE-SUPERVISOR TO WS-EV-DETALLE
               PERFORM 6000-GRABAR-BITACORA
                   THRU 6000-GRABAR-BITACORA-EXIT
           END-IF
           CLOSE MAESTRO-OPERADORES.
       4500-REVISAR-SUPERVISOR-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRABAR-BITACORA - una linea en ACCLOG00.DAT: fecha, hora,
      * operador, evento, programa que pidio y detalle, separados por
      * punto y coma. El archivo se abre y se cierra en cada linea
      * para que quede completo aunque la sesion se corte.
      ******************************************************************
       6000-GRABAR-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           OPEN EXTEND BITACORA-ACCESOS
           IF WS-FS-BITACORA = "35"
               OPEN OUTPUT BITACORA-ACCESOS
           END-IF
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-BITACORA " - STATUS "
                   WS-FS-BITACORA
               GO TO 6000-GRABAR-BITACORA-EXIT
           END-IF
           MOVE ALL ";" TO REG-BITACORA-ACCESOS
           MOVE WS-FECHA-HOY TO AL-FECHA
           MOVE WS-HORA-AHORA TO AL-HORA
           MOVE WS-EV-OPERADOR TO AL-OPERADOR
           MOVE WS-EV-EVENTO TO AL-EVENTO
           MOVE LKA-PROGRAMA TO AL-PROGRAMA
           MOVE WS-EV-DETALLE TO AL-DETALLE
           WRITE REG-BITACORA-ACCESOS
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-BITACORA
                   " - STATUS " WS-FS-BITACORA
           END-IF
           CLOSE BITACORA-ACCESOS.
       6000-GRABAR-BITACORA-EXIT.
           EXIT.

       END PROGRAM EjercicioAcceso.
