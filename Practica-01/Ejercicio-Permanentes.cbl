      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: mantenimiento en linea del maestro de
      *                  instrucciones permanentes PERMST00.DAT,
      *                  indexado por IP-CODIGO. Cada instruccion es un
      *                  par que un cliente manda siempre igual
      *                  (cliente, operacion D/M/A/S, NUM1/NUM2 y
      *                  moneda) con su frecuencia: D diaria, S semanal
      *                  (dia 1=lunes a 7=domingo) o M mensual (dia 1 a
      *                  31; un dia que el mes no tiene vence el ultimo
      *                  dia del mes), su vigencia desde/hasta (hasta
      *                  cero = sin vencimiento) y su estado (A activa,
      *                  S suspendida, B baja definitiva). El operador
      *                  da de alta, modifica, suspende, reactiva, da de
      *                  baja, consulta y lista; la fecha del ultimo
      *                  disparo la pone EjercicioGenerador y aca solo
      *                  se muestra. Cada cambio deja una linea en la
      *                  bitacora PERLOG00.DAT con la imagen anterior y
      *                  la nueva. Una instruccion nunca se borra: se
      *                  da de baja. Se llama desde EjercicioMenu
      *                  (opcion 10); el operador puede venir en el
      *                  USING y si no se pide al arrancar. Claves
      *                  PERMST00, CLIMST00 y PERLOG00 en RUNCTL00.DAT.
      *   2026-10-15 TC  Corrido suelto, el operador ya no se teclea:
      *                  sale del ingreso con operador y clave de
      *                  EjercicioAcceso (roles operador y supervisor).
      *                  Desde el menu sigue llegando en el USING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioPermanentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-PERMANENTES ASSIGN TO WS-ARCH-PERMANENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-CODIGO
               FILE STATUS IS WS-FS-PERMANENTES.

           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT BITACORA-PERMANENTES ASSIGN TO WS-ARCH-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-PERMANENTES
           RECORD CONTAINS 73 CHARACTERS.
       01  REG-MAESTRO-PERMANENTES.
           05  IP-CODIGO          PIC X(06).
           05  FILLER             PIC X(01).
           05  IP-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  IP-OPERACION       PIC X(01).
           05  FILLER             PIC X(01).
           05  IP-NUM1            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  IP-NUM2            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  IP-MONEDA          PIC X(03).
           05  FILLER             PIC X(01).
           05  IP-FRECUENCIA      PIC X(01).
               88  IP-DIARIA                 VALUE "D".
               88  IP-SEMANAL                VALUE "S".
               88  IP-MENSUAL                VALUE "M".
           05  FILLER             PIC X(01).
           05  IP-DIA             PIC 9(02).
           05  FILLER             PIC X(01).
           05  IP-FECHA-DESDE     PIC 9(08).
           05  FILLER             PIC X(01).
           05  IP-FECHA-HASTA     PIC 9(08).
           05  FILLER             PIC X(01).
           05  IP-ESTADO          PIC X(01).
               88  IP-ACTIVA                 VALUE "A".
               88  IP-SUSPENDIDA             VALUE "S".
               88  IP-BAJA                   VALUE "B".
           05  FILLER             PIC X(01).
           05  IP-ULTIMA-FECHA    PIC 9(08).

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

       FD  BITACORA-PERMANENTES
           RECORD CONTAINS 177 CHARACTERS.
       01  REG-BITACORA-PERMANENTES.
           05  BP-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  BP-HORA            PIC 9(08).
           05  FILLER             PIC X(01).
           05  BP-OPERADOR        PIC X(08).
           05  FILLER             PIC X(01).
           05  BP-ACCION          PIC X(01).
           05  FILLER             PIC X(01).
           05  BP-ANTERIOR        PIC X(73).
           05  FILLER             PIC X(01).
           05  BP-NUEVA           PIC X(73).

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
       01  WS-ARCH-PERMANENTES     PIC X(40) VALUE "PERMST00.DAT".
       01  WS-ARCH-CLIENTES        PIC X(40) VALUE "CLIMST00.DAT".
       01  WS-ARCH-BITACORA        PIC X(40) VALUE "PERLOG00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-PERMANENTES       PIC X(02) VALUE SPACES.
       01  WS-FS-CLIENTES          PIC X(02) VALUE SPACES.
       01  WS-FS-BITACORA          PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-SESION        PIC X(01) VALUE "N".
           88  WS-FIN-SESION                  VALUE "S".
       01  WS-SW-FIN-LISTADO       PIC X(01) VALUE "N".
           88  WS-FIN-LISTADO                 VALUE "S".
       01  WS-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
           88  WS-MAESTRO-ABIERTO             VALUE "S".
       01  WS-SW-BITACORA-ABIERTA  PIC X(01) VALUE "N".
           88  WS-BITACORA-ABIERTA            VALUE "S".
       01  WS-SW-INSTRUCCION-HALLADA
                                   PIC X(01) VALUE "N".
           88  WS-INSTRUCCION-HALLADA         VALUE "S".
       01  WS-SW-DATOS-VALIDOS     PIC X(01) VALUE "N".
           88  WS-DATOS-VALIDOS               VALUE "S".
       01  WS-SW-CLIENTE-VALIDO    PIC X(01) VALUE "N".
           88  WS-CLIENTE-VALIDO              VALUE "S".
           88  WS-CLIENTE-INEXISTENTE         VALUE "N".
           88  WS-CLIENTE-BLOQUEADO           VALUE "B".
           88  WS-CLIENTE-CERRADO             VALUE "C".

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-ACCION               PIC X(01) VALUE SPACE.
           88  WS-ACCION-ALTA                 VALUE "A".
           88  WS-ACCION-MODIFICAR            VALUE "M".
           88  WS-ACCION-SUSPENDER            VALUE "S".
           88  WS-ACCION-REACTIVAR            VALUE "R".
           88  WS-ACCION-BAJA                 VALUE "B".
           88  WS-ACCION-CONSULTAR            VALUE "Q".
           88  WS-ACCION-LISTAR               VALUE "L".
           88  WS-ACCION-FIN                  VALUE "F".
       01  WS-CODIGO-INGRESADO     PIC X(06) VALUE SPACES.
       01  WS-CLIENTE-INGRESADO    PIC X(06) VALUE SPACES.
       01  WS-OPERACION-INGRESADA  PIC X(01) VALUE SPACE.
       01  WS-MONEDA-INGRESADA     PIC X(03) VALUE SPACES.
       01  WS-FRECUENCIA-INGRESADA PIC X(01) VALUE SPACE.
       01  WS-IMPORTE-INGRESADO    PIC X(09) VALUE SPACES.
       01  WS-IMPORTE-NUMERICO REDEFINES WS-IMPORTE-INGRESADO
                                   PIC 9(07)V99.
       01  WS-DIA-INGRESADO        PIC X(02) VALUE SPACES.
       01  WS-DIA-NUMERICO REDEFINES WS-DIA-INGRESADO
                                   PIC 9(02).
       01  WS-FECHA-INGRESADA      PIC X(08) VALUE SPACES.
       01  WS-FECHA-NUMERICA REDEFINES WS-FECHA-INGRESADA.
           05  WS-FI-ANIO          PIC 9(04).
           05  WS-FI-MES           PIC 9(02).
           05  WS-FI-DIA           PIC 9(02).
       01  WS-FECHA-VALIDADA       PIC 9(08) VALUE ZERO.
       01  WS-CONFIRMACION         PIC X(01) VALUE SPACE.
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-HORA-AHORA           PIC 9(08) VALUE ZERO.
       01  WS-NUM1-EDITADO         PIC ZZZZZZ9.99.
       01  WS-NUM2-EDITADO         PIC ZZZZZZ9.99.

       01  WS-IMAGEN-ANTERIOR      PIC X(73) VALUE SPACES.
       01  WS-IMAGEN-NUEVA         PIC X(73) VALUE SPACES.

       01  WS-CONTADOR-CAMBIOS     PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-LISTADAS    PIC 9(07) VALUE ZERO.

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
               MOVE "PERMANENTES" TO ACC-PROGRAMA
               MOVE "OS " TO ACC-ROLES
               CALL "EjercicioAcceso" USING ACCESO-REGISTRO
               IF ACC-OTORGADO
                   MOVE ACC-OPERADOR TO WS-OPERADOR
               END-IF
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "EJERCICIOPERMANENTES - FALTA EL OPERADOR - NO "
                   "SE ABRE EL MANTENIMIENTO"
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT

           OPEN I-O MAESTRO-PERMANENTES
           IF WS-FS-PERMANENTES = "35"
               OPEN OUTPUT MAESTRO-PERMANENTES
               CLOSE MAESTRO-PERMANENTES
               OPEN I-O MAESTRO-PERMANENTES
           END-IF
           IF WS-FS-PERMANENTES NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-PERMANENTES
                   " - STATUS " WS-FS-PERMANENTES
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-MAESTRO-ABIERTO TO TRUE

           OPEN EXTEND BITACORA-PERMANENTES
           IF WS-FS-BITACORA = "35"
               OPEN OUTPUT BITACORA-PERMANENTES
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
               WHEN "PERMST00    "
                   MOVE RCTL-VALOR TO WS-ARCH-PERMANENTES
               WHEN "CLIMST00    "
                   MOVE RCTL-VALOR TO WS-ARCH-CLIENTES
               WHEN "PERLOG00    "
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
           DISPLAY "EJERCICIOPERMANENTES - INSTRUCCIONES PERMANENTES"
           DISPLAY "  A. ALTA DE INSTRUCCION"
           DISPLAY "  M. MODIFICAR INSTRUCCION"
           DISPLAY "  S. SUSPENDER INSTRUCCION"
           DISPLAY "  R. REACTIVAR INSTRUCCION SUSPENDIDA"
           DISPLAY "  B. BAJA DE INSTRUCCION"
           DISPLAY "  Q. CONSULTAR INSTRUCCION"
           DISPLAY "  L. LISTAR INSTRUCCIONES"
           DISPLAY "  F. FIN"
           DISPLAY "ACCION: "
           ACCEPT WS-ACCION

           EVALUATE TRUE
               WHEN WS-ACCION-ALTA
                   PERFORM 2100-ALTA-INSTRUCCION
                       THRU 2100-ALTA-INSTRUCCION-EXIT
               WHEN WS-ACCION-MODIFICAR
                   PERFORM 2200-MODIFICAR-INSTRUCCION
                       THRU 2200-MODIFICAR-INSTRUCCION-EXIT
               WHEN WS-ACCION-SUSPENDER
                   PERFORM 2300-SUSPENDER-INSTRUCCION
                       THRU 2300-SUSPENDER-INSTRUCCION-EXIT
               WHEN WS-ACCION-REACTIVAR
                   PERFORM 2400-REACTIVAR-INSTRUCCION
                       THRU 2400-REACTIVAR-INSTRUCCION-EXIT
               WHEN WS-ACCION-BAJA
                   PERFORM 2500-BAJA-INSTRUCCION
                       THRU 2500-BAJA-INSTRUCCION-EXIT
               WHEN WS-ACCION-CONSULTAR
                   PERFORM 2700-CONSULTAR-INSTRUCCION
                       THRU 2700-CONSULTAR-INSTRUCCION-EXIT
               WHEN WS-ACCION-LISTAR
                   PERFORM 2600-LISTAR-INSTRUCCIONES
                       THRU 2600-LISTAR-INSTRUCCIONES-EXIT
               WHEN WS-ACCION-FIN
                   SET WS-FIN-SESION TO TRUE
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA - INGRESE A, M, S, R, B, "
                       "Q, L O F"
           END-EVALUATE.
       2000-PROCESAR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-LEER-INSTRUCCION - pide el codigo y lee la instruccion
      * por clave; si esta, guarda la imagen anterior para la
      * bitacora y la muestra.
      ******************************************************************
       2050-LEER-INSTRUCCION.
           MOVE "N" TO WS-SW-INSTRUCCION-HALLADA
           DISPLAY "CODIGO DE INSTRUCCION: "
           ACCEPT WS-CODIGO-INGRESADO
           IF WS-CODIGO-INGRESADO = SPACES
               DISPLAY "CODIGO EN BLANCO - NO SE PROCESA"
               GO TO 2050-LEER-INSTRUCCION-EXIT
           END-IF
           MOVE WS-CODIGO-INGRESADO TO IP-CODIGO
           READ MAESTRO-PERMANENTES
               KEY IS IP-CODIGO
               INVALID KEY
                   GO TO 2050-LEER-INSTRUCCION-EXIT
           END-READ
           SET WS-INSTRUCCION-HALLADA TO TRUE
           MOVE REG-MAESTRO-PERMANENTES TO WS-IMAGEN-ANTERIOR
           PERFORM 2750-MOSTRAR-INSTRUCCION
               THRU 2750-MOSTRAR-INSTRUCCION-EXIT.
       2050-LEER-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ALTA-INSTRUCCION - da de alta una instruccion activa. El
      * cliente es obligatorio y tiene que estar activo en el maestro
      * de clientes; un codigo que ya esta en el maestro no se pisa,
      * cualquiera sea su estado.
      ******************************************************************
       2100-ALTA-INSTRUCCION.
           PERFORM 2050-LEER-INSTRUCCION
               THRU 2050-LEER-INSTRUCCION-EXIT
           IF WS-CODIGO-INGRESADO = SPACES
               GO TO 2100-ALTA-INSTRUCCION-EXIT
           END-IF
           IF WS-INSTRUCCION-HALLADA
               DISPLAY "LA INSTRUCCION YA EXISTE - NO SE DA DE ALTA"
               GO TO 2100-ALTA-INSTRUCCION-EXIT
           END-IF

           DISPLAY "CLIENTE: "
           ACCEPT WS-CLIENTE-INGRESADO
           IF WS-CLIENTE-INGRESADO = SPACES
               DISPLAY "CLIENTE EN BLANCO - NO SE DA DE ALTA"
               GO TO 2100-ALTA-INSTRUCCION-EXIT
           END-IF
           PERFORM 2900-VALIDAR-CLIENTE THRU 2900-VALIDAR-CLIENTE-EXIT
           IF NOT WS-CLIENTE-VALIDO
               GO TO 2100-ALTA-INSTRUCCION-EXIT
           END-IF

           MOVE SPACES TO REG-MAESTRO-PERMANENTES
           MOVE WS-CODIGO-INGRESADO TO IP-CODIGO
           MOVE WS-CLIENTE-INGRESADO TO IP-CLIENTE
           MOVE ZERO TO IP-NUM1
           MOVE ZERO TO IP-NUM2
           MOVE ZERO TO IP-DIA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO IP-FECHA-DESDE
           MOVE ZERO TO IP-FECHA-HASTA
           SET IP-ACTIVA TO TRUE
           MOVE ZERO TO IP-ULTIMA-FECHA
           PERFORM 2800-PEDIR-DATOS THRU 2800-PEDIR-DATOS-EXIT
           IF NOT WS-DATOS-VALIDOS
               DISPLAY "NO SE DA DE ALTA"
               GO TO 2100-ALTA-INSTRUCCION-EXIT
           END-IF

           MOVE SPACES TO WS-IMAGEN-ANTERIOR
           MOVE IP-CODIGO TO WS-IMAGEN-ANTERIOR (1:6)
           WRITE REG-MAESTRO-PERMANENTES
               INVALID KEY
                   DISPLAY "ERROR GRABANDO " WS-ARCH-PERMANENTES
                       " - STATUS " WS-FS-PERMANENTES
                   GO TO 2100-ALTA-INSTRUCCION-EXIT
           END-WRITE
           PERFORM 2950-GRABAR-BITACORA THRU 2950-GRABAR-BITACORA-EXIT
           DISPLAY "INSTRUCCION DADA DE ALTA"
           PERFORM 2750-MOSTRAR-INSTRUCCION
               THRU 2750-MOSTRAR-INSTRUCCION-EXIT.
       2100-ALTA-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MODIFICAR-INSTRUCCION - cambia los datos del par, la
      * frecuencia y la vigencia; ENTER deja cada dato como estaba. El
      * cliente no se cambia (es otra instruccion) y una instruccion
      * dada de baja no se modifica.
      ******************************************************************
       2200-MODIFICAR-INSTRUCCION.
           PERFORM 2050-LEER-INSTRUCCION
               THRU 2050-LEER-INSTRUCCION-EXIT
           IF NOT WS-INSTRUCCION-HALLADA
               PERFORM 2780-AVISAR-NO-HALLADA
                   THRU 2780-AVISAR-NO-HALLADA-EXIT
               GO TO 2200-MODIFICAR-INSTRUCCION-EXIT
           END-IF
           IF IP-BAJA
               DISPLAY "INSTRUCCION DADA DE BAJA - NO SE MODIFICA"
               GO TO 2200-MODIFICAR-INSTRUCCION-EXIT
           END-IF
           DISPLAY "(ENTER EN CADA DATO = SIN CAMBIO)"
           PERFORM 2800-PEDIR-DATOS THRU 2800-PEDIR-DATOS-EXIT
           IF NOT WS-DATOS-VALIDOS
               DISPLAY "NO SE MODIFICA"
               GO TO 2200-MODIFICAR-INSTRUCCION-EXIT
           END-IF
           IF REG-MAESTRO-PERMANENTES = WS-IMAGEN-ANTERIOR
               DISPLAY "SIN CAMBIOS"
               GO TO 2200-MODIFICAR-INSTRUCCION-EXIT
           END-IF
           PERFORM 2850-REGRABAR-INSTRUCCION
               THRU 2850-REGRABAR-INSTRUCCION-EXIT.
       2200-MODIFICAR-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2300-SUSPENDER-INSTRUCCION - una instruccion activa deja de
      * generarse hasta que se reactive; conserva su vigencia.
      ******************************************************************
       2300-SUSPENDER-INSTRUCCION.
           PERFORM 2050-LEER-INSTRUCCION
               THRU 2050-LEER-INSTRUCCION-EXIT
           IF NOT WS-INSTRUCCION-HALLADA
               PERFORM 2780-AVISAR-NO-HALLADA
                   THRU 2780-AVISAR-NO-HALLADA-EXIT
               GO TO 2300-SUSPENDER-INSTRUCCION-EXIT
           END-IF
           IF NOT IP-ACTIVA
               DISPLAY "SOLO SE SUSPENDE UNA INSTRUCCION ACTIVA"
               GO TO 2300-SUSPENDER-INSTRUCCION-EXIT
           END-IF
           SET IP-SUSPENDIDA TO TRUE
           PERFORM 2850-REGRABAR-INSTRUCCION
               THRU 2850-REGRABAR-INSTRUCCION-EXIT.
       2300-SUSPENDER-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2400-REACTIVAR-INSTRUCCION - una instruccion suspendida vuelve
      * a activa; lo que vencio mientras estuvo suspendida no se
      * genera hacia atras.
      ******************************************************************
       2400-REACTIVAR-INSTRUCCION.
           PERFORM 2050-LEER-INSTRUCCION
               THRU 2050-LEER-INSTRUCCION-EXIT
           IF NOT WS-INSTRUCCION-HALLADA
               PERFORM 2780-AVISAR-NO-HALLADA
                   THRU 2780-AVISAR-NO-HALLADA-EXIT
               GO TO 2400-REACTIVAR-INSTRUCCION-EXIT
           END-IF
           IF NOT IP-SUSPENDIDA
               DISPLAY "SOLO SE REACTIVA UNA INSTRUCCION SUSPENDIDA"
               GO TO 2400-REACTIVAR-INSTRUCCION-EXIT
           END-IF
           SET IP-ACTIVA TO TRUE
           PERFORM 2850-REGRABAR-INSTRUCCION
               THRU 2850-REGRABAR-INSTRUCCION-EXIT.
       2400-REACTIVAR-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2500-BAJA-INSTRUCCION - baja definitiva, con confirmacion. El
      * registro queda en el maestro con su ultimo disparo; la
      * vigencia se cierra hoy si seguia abierta despues de hoy.
      ******************************************************************
       2500-BAJA-INSTRUCCION.
           PERFORM 2050-LEER-INSTRUCCION
               THRU 2050-LEER-INSTRUCCION-EXIT
           IF NOT WS-INSTRUCCION-HALLADA
               PERFORM 2780-AVISAR-NO-HALLADA
                   THRU 2780-AVISAR-NO-HALLADA-EXIT
               GO TO 2500-BAJA-INSTRUCCION-EXIT
           END-IF
           IF IP-BAJA
               DISPLAY "LA INSTRUCCION YA ESTA DADA DE BAJA"
               GO TO 2500-BAJA-INSTRUCCION-EXIT
           END-IF
           DISPLAY "DAR DE BAJA LA INSTRUCCION? NO SE PUEDE REACTIVAR "
               "(S=SI): "
           ACCEPT WS-CONFIRMACION
           IF WS-CONFIRMACION NOT = "S"
               DISPLAY "NO SE DA DE BAJA"
               GO TO 2500-BAJA-INSTRUCCION-EXIT
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF IP-FECHA-HASTA = ZERO
               OR IP-FECHA-HASTA > WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO IP-FECHA-HASTA
           END-IF
           SET IP-BAJA TO TRUE
           PERFORM 2850-REGRABAR-INSTRUCCION
               THRU 2850-REGRABAR-INSTRUCCION-EXIT.
       2500-BAJA-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LISTAR-INSTRUCCIONES - lista el maestro entero en orden
      * de codigo, una linea por instruccion.
      ******************************************************************
       2600-LISTAR-INSTRUCCIONES.
           MOVE ZERO TO WS-CONTADOR-LISTADAS
           MOVE "N" TO WS-SW-FIN-LISTADO
           MOVE LOW-VALUES TO IP-CODIGO
           START MAESTRO-PERMANENTES KEY IS NOT LESS THAN IP-CODIGO
               INVALID KEY
                   SET WS-FIN-LISTADO TO TRUE
           END-START
           DISPLAY " "
           DISPLAY "  CODIGO CLIENT O       NUM1       NUM2 MON F DI "
               "DESDE    HASTA    E ULTIMA"
           PERFORM 2650-LISTAR-LINEA THRU 2650-LISTAR-LINEA-EXIT
               UNTIL WS-FIN-LISTADO
           DISPLAY "  INSTRUCCIONES LISTADAS: " WS-CONTADOR-LISTADAS.
       2600-LISTAR-INSTRUCCIONES-EXIT.
           EXIT.

       2650-LISTAR-LINEA.
           READ MAESTRO-PERMANENTES NEXT RECORD
               AT END
                   SET WS-FIN-LISTADO TO TRUE
                   GO TO 2650-LISTAR-LINEA-EXIT
           END-READ
           ADD 1 TO WS-CONTADOR-LISTADAS
           MOVE IP-NUM1 TO WS-NUM1-EDITADO
           MOVE IP-NUM2 TO WS-NUM2-EDITADO
           DISPLAY "  " IP-CODIGO " " IP-CLIENTE " " IP-OPERACION " "
               WS-NUM1-EDITADO " " WS-NUM2-EDITADO " " IP-MONEDA " "
               IP-FRECUENCIA " " IP-DIA " " IP-FECHA-DESDE " "
               IP-FECHA-HASTA " " IP-ESTADO " " IP-ULTIMA-FECHA.
       2650-LISTAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CONSULTAR-INSTRUCCION - muestra una instruccion sin
      * modificarla; no deja rastro en la bitacora.
      ******************************************************************
       2700-CONSULTAR-INSTRUCCION.
           PERFORM 2050-LEER-INSTRUCCION
               THRU 2050-LEER-INSTRUCCION-EXIT
           IF NOT WS-INSTRUCCION-HALLADA
               PERFORM 2780-AVISAR-NO-HALLADA
                   THRU 2780-AVISAR-NO-HALLADA-EXIT
           END-IF.
       2700-CONSULTAR-INSTRUCCION-EXIT.
           EXIT.

       2750-MOSTRAR-INSTRUCCION.
           MOVE IP-NUM1 TO WS-NUM1-EDITADO
           MOVE IP-NUM2 TO WS-NUM2-EDITADO
           DISPLAY "  INSTRUCCION " IP-CODIGO "  CLIENTE " IP-CLIENTE
           DISPLAY "  OPERACION   " IP-OPERACION "  NUM1 "
               WS-NUM1-EDITADO "  NUM2 " WS-NUM2-EDITADO "  MONEDA "
               IP-MONEDA
           EVALUATE TRUE
               WHEN IP-DIARIA
                   DISPLAY "  FRECUENCIA  DIARIA"
               WHEN IP-SEMANAL
                   DISPLAY "  FRECUENCIA  SEMANAL, DIA " IP-DIA
                       " (1=LUNES)"
               WHEN IP-MENSUAL
                   DISPLAY "  FRECUENCIA  MENSUAL, DIA " IP-DIA
               WHEN OTHER
                   DISPLAY "  FRECUENCIA  DESCONOCIDA (" IP-FRECUENCIA
                       ")"
           END-EVALUATE
           IF IP-FECHA-HASTA = ZERO
               DISPLAY "  VIGENCIA    DESDE " IP-FECHA-DESDE
                   " SIN VENCIMIENTO"
           ELSE
               DISPLAY "  VIGENCIA    DESDE " IP-FECHA-DESDE
                   " HASTA " IP-FECHA-HASTA
           END-IF
           EVALUATE TRUE
               WHEN IP-ACTIVA
                   DISPLAY "  ESTADO      ACTIVA"
               WHEN IP-SUSPENDIDA
                   DISPLAY "  ESTADO      SUSPENDIDA"
               WHEN IP-BAJA
                   DISPLAY "  ESTADO      BAJA"
               WHEN OTHER
                   DISPLAY "  ESTADO      DESCONOCIDO (" IP-ESTADO ")"
           END-EVALUATE
           IF IP-ULTIMA-FECHA = ZERO
               DISPLAY "  ULTIMO DISPARO  NUNCA"
           ELSE
               DISPLAY "  ULTIMO DISPARO  " IP-ULTIMA-FECHA
           END-IF.
       2750-MOSTRAR-INSTRUCCION-EXIT.
           EXIT.

       2780-AVISAR-NO-HALLADA.
           IF WS-CODIGO-INGRESADO NOT = SPACES
               DISPLAY "INSTRUCCION " WS-CODIGO-INGRESADO
                   " NO ESTA EN EL MAESTRO"
           END-IF.
       2780-AVISAR-NO-HALLADA-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PEDIR-DATOS - pide los datos del par, la frecuencia y la
      * vigencia sobre el registro en curso; en el alta el registro
      * viene con los valores iniciales y ENTER los acepta, en la
      * modificacion ENTER deja el valor vigente. Los importes se
      * ingresan como 9 digitos con 2 decimales implicitos, el formato
      * de INFILE03.DAT. Cualquier dato invalido anula todo el
      * ingreso.
      ******************************************************************
       2800-PEDIR-DATOS.
           MOVE "N" TO WS-SW-DATOS-VALIDOS
           DISPLAY "OPERACION (D=DIVIDIR, M=MULTIPLICAR, A=SUMAR, "
               "S=RESTAR): "
           ACCEPT WS-OPERACION-INGRESADA
           IF WS-OPERACION-INGRESADA NOT = SPACE
               MOVE WS-OPERACION-INGRESADA TO IP-OPERACION
           END-IF
           IF IP-OPERACION NOT = "D" AND IP-OPERACION NOT = "M"
               AND IP-OPERACION NOT = "A" AND IP-OPERACION NOT = "S"
               DISPLAY "OPERACION INVALIDA - INGRESE D, M, A O S"
               GO TO 2800-PEDIR-DATOS-EXIT
           END-IF

           DISPLAY "NUM1 (9 DIGITOS, 2 DECIMALES IMPLICITOS): "
           ACCEPT WS-IMPORTE-INGRESADO
           IF WS-IMPORTE-INGRESADO NOT = SPACES
               IF WS-IMPORTE-NUMERICO NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO - DEBEN SER 9 DIGITOS"
                   GO TO 2800-PEDIR-DATOS-EXIT
               END-IF
               MOVE WS-IMPORTE-NUMERICO TO IP-NUM1
           END-IF
           DISPLAY "NUM2 (9 DIGITOS, 2 DECIMALES IMPLICITOS): "
           ACCEPT WS-IMPORTE-INGRESADO
           IF WS-IMPORTE-INGRESADO NOT = SPACES
               IF WS-IMPORTE-NUMERICO NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO - DEBEN SER 9 DIGITOS"
                   GO TO 2800-PEDIR-DATOS-EXIT
               END-IF
               MOVE WS-IMPORTE-NUMERICO TO IP-NUM2
           END-IF
           IF IP-OPERACION = "D" AND IP-NUM2 = ZERO
               DISPLAY "UNA DIVISION NECESITA NUM2 DISTINTO DE CERO"
               GO TO 2800-PEDIR-DATOS-EXIT
           END-IF

           DISPLAY "MONEDA (ENTER = " IP-MONEDA
               ", BLANCO = MONEDA BASE): "
           ACCEPT WS-MONEDA-INGRESADA
           IF WS-MONEDA-INGRESADA NOT = SPACES
               MOVE WS-MONEDA-INGRESADA TO IP-MONEDA
           END-IF

           DISPLAY "FRECUENCIA (D=DIARIA, S=SEMANAL, M=MENSUAL): "
           ACCEPT WS-FRECUENCIA-INGRESADA
           IF WS-FRECUENCIA-INGRESADA NOT = SPACE
               MOVE WS-FRECUENCIA-INGRESADA TO IP-FRECUENCIA
           END-IF
           EVALUATE TRUE
               WHEN IP-DIARIA
                   MOVE ZERO TO IP-DIA
               WHEN IP-SEMANAL
                   DISPLAY "DIA DE LA SEMANA (1=LUNES ... 7=DOMINGO): "
                   PERFORM 2820-PEDIR-DIA THRU 2820-PEDIR-DIA-EXIT
                   IF IP-DIA < 1 OR IP-DIA > 7
                       DISPLAY "DIA INVALIDO - INGRESE 1 A 7"
                       GO TO 2800-PEDIR-DATOS-EXIT
                   END-IF
               WHEN IP-MENSUAL
                   DISPLAY "DIA DEL MES (1 A 31; EL QUE EL MES NO "
                       "TIENE VENCE EL ULTIMO DIA): "
                   PERFORM 2820-PEDIR-DIA THRU 2820-PEDIR-DIA-EXIT
                   IF IP-DIA < 1 OR IP-DIA > 31
                       DISPLAY "DIA INVALIDO - INGRESE 1 A 31"
                       GO TO 2800-PEDIR-DATOS-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "FRECUENCIA INVALIDA - INGRESE D, S O M"
                   GO TO 2800-PEDIR-DATOS-EXIT
           END-EVALUATE

           DISPLAY "VIGENTE DESDE AAAAMMDD (ENTER = "
               IP-FECHA-DESDE "): "
           PERFORM 2840-PEDIR-FECHA THRU 2840-PEDIR-FECHA-EXIT
           IF WS-FECHA-INGRESADA = "00000000"
               DISPLAY "LA VIGENCIA TIENE QUE TENER FECHA DESDE"
               GO TO 2800-PEDIR-DATOS-EXIT
           END-IF
           IF WS-FECHA-INGRESADA NOT = SPACES
               IF WS-FECHA-VALIDADA = ZERO
                   GO TO 2800-PEDIR-DATOS-EXIT
               END-IF
               MOVE WS-FECHA-VALIDADA TO IP-FECHA-DESDE
           END-IF
           DISPLAY "VIGENTE HASTA AAAAMMDD (ENTER = SIN CAMBIO, "
               "00000000 = SIN VENCIMIENTO): "
           PERFORM 2840-PEDIR-FECHA THRU 2840-PEDIR-FECHA-EXIT
           IF WS-FECHA-INGRESADA = "00000000"
               MOVE ZERO TO IP-FECHA-HASTA
           ELSE
               IF WS-FECHA-INGRESADA NOT = SPACES
                   IF WS-FECHA-VALIDADA = ZERO
                       GO TO 2800-PEDIR-DATOS-EXIT
                   END-IF
                   MOVE WS-FECHA-VALIDADA TO IP-FECHA-HASTA
               END-IF
           END-IF
           IF IP-FECHA-HASTA NOT = ZERO
               AND IP-FECHA-HASTA < IP-FECHA-DESDE
               DISPLAY "LA VIGENCIA TERMINA ANTES DE EMPEZAR"
               GO TO 2800-PEDIR-DATOS-EXIT
           END-IF
           SET WS-DATOS-VALIDOS TO TRUE.
       2800-PEDIR-DATOS-EXIT.
           EXIT.

      ******************************************************************
      * 2820-PEDIR-DIA - pide el dia de la frecuencia; ENTER deja el
      * vigente y uno no numerico queda en cero (invalido).
      ******************************************************************
       2820-PEDIR-DIA.
           ACCEPT WS-DIA-INGRESADO
           IF WS-DIA-INGRESADO = SPACES
               GO TO 2820-PEDIR-DIA-EXIT
           END-IF
           IF WS-DIA-INGRESADO (2:1) = SPACE
               MOVE WS-DIA-INGRESADO (1:1) TO WS-DIA-INGRESADO (2:1)
               MOVE "0" TO WS-DIA-INGRESADO (1:1)
           END-IF
           IF WS-DIA-NUMERICO NUMERIC
               MOVE WS-DIA-NUMERICO TO IP-DIA
           ELSE
               MOVE ZERO TO IP-DIA
           END-IF.
       2820-PEDIR-DIA-EXIT.
           EXIT.

      ******************************************************************
      * 2840-PEDIR-FECHA - pide una fecha AAAAMMDD y la deja en
      * WS-FECHA-VALIDADA, o cero con aviso si no es una fecha (mes 1
      * a 12, dia 1 a 31); ENTER la deja en blanco.
      ******************************************************************
       2840-PEDIR-FECHA.
           MOVE ZERO TO WS-FECHA-VALIDADA
           ACCEPT WS-FECHA-INGRESADA
           IF WS-FECHA-INGRESADA = SPACES
               OR WS-FECHA-INGRESADA = "00000000"
               GO TO 2840-PEDIR-FECHA-EXIT
           END-IF
           IF WS-FECHA-NUMERICA NOT NUMERIC
               OR WS-FI-ANIO < 1601
               OR WS-FI-MES < 1 OR WS-FI-MES > 12
               OR WS-FI-DIA < 1 OR WS-FI-DIA > 31
               DISPLAY "FECHA INVALIDA - INGRESE AAAAMMDD"
               GO TO 2840-PEDIR-FECHA-EXIT
           END-IF
           MOVE WS-FECHA-NUMERICA TO WS-FECHA-VALIDADA.
       2840-PEDIR-FECHA-EXIT.
           EXIT.

      ******************************************************************
      * 2850-REGRABAR-INSTRUCCION - regraba la instruccion leida con
      * los cambios ya aplicados y deja la linea en la bitacora.
      ******************************************************************
       2850-REGRABAR-INSTRUCCION.
           REWRITE REG-MAESTRO-PERMANENTES
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO " WS-ARCH-PERMANENTES
                       " - STATUS " WS-FS-PERMANENTES
                   GO TO 2850-REGRABAR-INSTRUCCION-EXIT
           END-REWRITE
           PERFORM 2950-GRABAR-BITACORA THRU 2950-GRABAR-BITACORA-EXIT
           DISPLAY "INSTRUCCION ACTUALIZADA"
           PERFORM 2750-MOSTRAR-INSTRUCCION
               THRU 2750-MOSTRAR-INSTRUCCION-EXIT.
       2850-REGRABAR-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2900-VALIDAR-CLIENTE - el cliente de una instruccion nueva
      * tiene que figurar en CLIMST00.DAT y estar activo. Con el
      * maestro ausente se avisa y se acepta sin validar, igual que en
      * los circuitos batch; la validacion que vale es la de
      * Ejercicio03 al procesar el archivo generado.
      ******************************************************************
       2900-VALIDAR-CLIENTE.
           SET WS-CLIENTE-VALIDO TO TRUE
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "SIN MAESTRO DE CLIENTES - NO SE VALIDA EL "
                   "CODIGO DE CLIENTE"
               GO TO 2900-VALIDAR-CLIENTE-EXIT
           END-IF
           MOVE WS-CLIENTE-INGRESADO TO CM-CODIGO
           READ MAESTRO-CLIENTES
               KEY IS CM-CODIGO
               INVALID KEY
                   SET WS-CLIENTE-INEXISTENTE TO TRUE
                   DISPLAY "CLIENTE NO ESTA EN EL MAESTRO"
               NOT INVALID KEY
                   IF CM-BLOQUEADO
                       SET WS-CLIENTE-BLOQUEADO TO TRUE
                       DISPLAY "CLIENTE BLOQUEADO"
                   END-IF
                   IF CM-CERRADO
                       SET WS-CLIENTE-CERRADO TO TRUE
                       DISPLAY "CLIENTE CERRADO"
                   END-IF
           END-READ
           CLOSE MAESTRO-CLIENTES.
       2900-VALIDAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2950-GRABAR-BITACORA - una linea por cambio en PERLOG00.DAT:
      * fecha, hora, operador, accion y la imagen de la instruccion
      * antes y despues (en el alta la anterior lleva solo el
      * codigo), separados por punto y coma.
      ******************************************************************
       2950-GRABAR-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE REG-MAESTRO-PERMANENTES TO WS-IMAGEN-NUEVA
           MOVE ALL ";" TO REG-BITACORA-PERMANENTES
           MOVE WS-FECHA-HOY TO BP-FECHA
           MOVE WS-HORA-AHORA TO BP-HORA
           MOVE WS-OPERADOR TO BP-OPERADOR
           MOVE WS-ACCION TO BP-ACCION
           MOVE WS-IMAGEN-ANTERIOR TO BP-ANTERIOR
           MOVE WS-IMAGEN-NUEVA TO BP-NUEVA
           WRITE REG-BITACORA-PERMANENTES
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-BITACORA
                   " - STATUS " WS-FS-BITACORA
           ELSE
               ADD 1 TO WS-CONTADOR-CAMBIOS
           END-IF.
       2950-GRABAR-BITACORA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - cierra el maestro y la bitacora e informa
      * cuantos cambios quedaron registrados en la sesion.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-MAESTRO-ABIERTO
               CLOSE MAESTRO-PERMANENTES
           END-IF
           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA-PERMANENTES
           END-IF
           DISPLAY "EJERCICIOPERMANENTES - CAMBIOS REGISTRADOS: "
               WS-CONTADOR-CAMBIOS.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM EjercicioPermanentes.
