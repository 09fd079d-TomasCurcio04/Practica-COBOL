      *                  (RH-CLIENTE), para que los totales puedan
      *                  abrirse por cliente. Si el maestro no existe
      *                  o esta vacio se avisa y se corre sin validar.
      *   2026-10-14 TC  El maestro CLIMST00.DAT pasa a ser indexado
      *                  por CM-CODIGO y lleva estado (A activo, B
      *                  bloqueado, C cerrado) y fecha de bloqueo; se
      *                  mantiene con EjercicioClientes. Ya no se carga
      *                  en tabla: 1070-ABRIR-CLIENTES lo abre y
      *                  2060-VALIDAR-CLIENTE lo lee por clave. Un
      *                  cliente bloqueado o cerrado se rechaza con
      *                  motivo 05.
      *   2026-10-14 TC  El registro de historia lleva la moneda del
      *                  par, la tasa del dia y los importes en moneda
      *                  base. En modo subprograma el par llega con la
      *                  moneda y la tasa que ya valido
      *                  EjercicioDriver; si la tasa no vino se pide a
      *                  EjercicioCotiza, y sin tasa el par vuelve con
      *                  error sin historizar. Los pares de
      *                  INFILE01.DAT no traen moneda y se historizan
      *                  en moneda base (tasa 1).
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION): el
      *                  que llega en NUMPAIR cuando lo llama
      *                  EjercicioDriver, en blanco en el lote propio de
      *                  INFILE01.DAT, que no trae operacion.
      *                  EjercicioDriver lo usa para reconocer un par
      *                  repetido dentro de su ventana de control de
      *                  duplicados.
      *   2026-10-15 TC  El registro de historia lleva al final el
      *                  estado de reversa (RH-ESTADO, R=revertido) y la
      *                  clave del registro vinculado (RH-VINCULO) que
      *                  usa EjercicioReversa, y RH-RESTO y
      *                  RH-BASE-RESTO pasan a tener signo (mismo
      *                  largo). El par se historiza vigente y sin
      *                  vinculo.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes: las lineas del
      *                  jornal llevan en WS-RJ-OPERADOR el operador
      *                  ingresado en la sesion, tomado de
      *                  EjercicioAcceso al arrancar; en una corrida
      *                  batch queda en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ejercicio1.
               FILE STATUS IS WS-FS-JORNAL.

           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT REGISTRO-ARCHIVOS ASSIGN TO WS-ARCH-REGISTRO
           05  RH-NUM1                 PIC 9(07)V99.
           05  RH-NUM2                 PIC 9(07)V99.
           05  RH-RES                  PIC S9(07)V99.
           05  RH-RESTO                PIC S9(07)V99.
           05  RH-PROGRAMA             PIC X(11).
           05  RH-CLIENTE              PIC X(06).
           05  RH-MONEDA               PIC X(03).
           05  RH-TASA                 PIC 9(05)V9(06).
           05  RH-BASE-NUM1            PIC 9(11)V99.
           05  RH-BASE-NUM2            PIC 9(11)V99.
           05  RH-BASE-RES             PIC S9(11)V99.
           05  RH-BASE-RESTO           PIC S9(11)V99.
           05  RH-OPERACION            PIC X(01).
           05  RH-ESTADO               PIC X(01).
               88  RH-REVERTIDO                  VALUE "R".
           05  RH-VINCULO.
               10  RH-VINC-FECHA       PIC 9(08).
               10  RH-VINC-SECUENCIA   PIC 9(06).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
               10  FILLER         PIC X(33).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

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

       FD  REGISTRO-ARCHIVOS
           RECORD CONTAINS 53 CHARACTERS.
       COPY NUMPAIR.
       COPY RUNJRNL.
       COPY CANDADO.
       COPY COTIZA.
       COPY ACCESO.

       01  WS-SW-CANDADO-TOMADO   PIC X(01)  VALUE "N".
           88  WS-CANDADO-TOMADO             VALUE "S".
               10  WS-RG-HASH-NUM1    PIC 9(11)V99.
               10  WS-RG-HASH-NUM2    PIC 9(11)V99.
       01  WS-FS-CLIENTES         PIC X(02)  VALUE SPACES.
       01  WS-SW-CLIENTES-CARGADOS
                                  PIC X(01)  VALUE "N".
           88  WS-CLIENTES-CARGADOS          VALUE "S".
       01  WS-FS-JORNAL           PIC X(02)  VALUE SPACES.
       01  WS-FECHA-HORA-JORNAL.
           05  WS-FHJ-FECHA       PIC 9(08)  VALUE ZERO.
       01  WS-COCIENTE-CHECKPOINT
                                  PIC 9(07)  VALUE ZERO.
       01  WS-RESTO-CHECKPOINT   PIC 9(07)  VALUE ZERO.
       01  WS-BASE-NUM1           PIC 9(11)V99 VALUE ZERO.
       01  WS-BASE-NUM2           PIC 9(11)V99 VALUE ZERO.
       01  WS-OPERADOR            PIC X(08)  VALUE SPACES.

       LINKAGE SECTION.
       COPY NUMPAIR REPLACING ==NUMPAR-REGISTRO==

       PROCEDURE DIVISION USING OPTIONAL LK-NUMPAR-REGISTRO.
       0000-MAINLINE.
           IF WS-OPERADOR = SPACES
               MOVE "Q" TO ACC-ACCION
               MOVE "EJERCICIO1" TO ACC-PROGRAMA
               CALL "EjercicioAcceso" USING ACCESO-REGISTRO
               MOVE ACC-OPERADOR TO WS-OPERADOR
           END-IF
           IF ADDRESS OF LK-NUMPAR-REGISTRO = NULL
               PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
               PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
               GO TO 1000-INICIAR-EXIT
           END-IF

           PERFORM 1070-ABRIR-CLIENTES
               THRU 1070-ABRIR-CLIENTES-EXIT
           PERFORM 1150-OBTENER-SECUENCIA-HISTORIA
               THRU 1150-OBTENER-SECUENCIA-HISTORIA-EXIT
           PERFORM 1100-LEER-PUNTO-CONTROL
           ACCEPT WS-FHJ-HORA FROM TIME
           MOVE WS-FHJ-FECHA TO WS-RJ-FECHA
           MOVE WS-FHJ-HORA TO WS-RJ-HORA
           MOVE WS-OPERADOR TO WS-RJ-OPERADOR
           OPEN EXTEND JORNAL-CORRIDAS
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT JORNAL-CORRIDAS
           EXIT.

      ******************************************************************
      * 1070-ABRIR-CLIENTES - abre el maestro indexado de clientes
      * CLIMST00.DAT para validar por clave el codigo de cliente de
      * cada par; queda abierto hasta 3000-FINALIZAR. Si el maestro
      * no existe o esta vacio se avisa y se corre sin validar
      * clientes, igual que el esquema de RUNCTL00.DAT.
      ******************************************************************
       1070-ABRIR-CLIENTES.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "EJERCICIO1 - SIN MAESTRO DE CLIENTES - "
                   "NO SE VALIDA EL CODIGO DE CLIENTE"
               GO TO 1070-ABRIR-CLIENTES-EXIT
           END-IF
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   CLOSE MAESTRO-CLIENTES
                   DISPLAY "EJERCICIO1 - MAESTRO DE CLIENTES VACIO - "
                       "NO SE VALIDA EL CODIGO DE CLIENTE"
                   GO TO 1070-ABRIR-CLIENTES-EXIT
           END-READ
           SET WS-CLIENTES-CARGADOS TO TRUE
           DISPLAY "EJERCICIO1 - MAESTRO DE CLIENTES ABIERTO: "
               WS-ARCH-CLIENTES.
       1070-ABRIR-CLIENTES-EXIT.
           EXIT.

      ******************************************************************
               MOVE RE01-NUM1 TO NP-NUM1
               MOVE RE01-NUM2 TO NP-NUM2
               MOVE RE01-CLIENTE TO NP-CLIENTE
               MOVE SPACE TO NP-OPERACION
               MOVE SPACES TO NP-MONEDA
               MOVE ZERO TO NP-TASA
               PERFORM 2400-REGISTRAR-HISTORIA
                   THRU 2400-REGISTRAR-HISTORIA-EXIT
           END-IF
      ******************************************************************
      * 2050-VALIDAR-ENTRADA - edita el par leido; un contenido no
      * numerico en cualquiera de los dos campos se rechaza con motivo
      * 01, un codigo de cliente que no figura en el maestro con
      * motivo 04 y un cliente bloqueado o cerrado con motivo 05. Un
      * cliente en blanco vale como sin cliente.
      ******************************************************************
       2050-VALIDAR-ENTRADA.
           SET WS-REGISTRO-VALIDO TO TRUE

      ******************************************************************
      * 2060-VALIDAR-CLIENTE - un codigo de cliente no blanco debe
      * figurar en el maestro CLIMST00.DAT (lectura por clave); si no
      * figura, el par se rechaza con motivo 04, y si figura bloqueado
      * o cerrado, con motivo 05. Con el maestro ausente o vacio no
      * se valida.
      ******************************************************************
       2060-VALIDAR-CLIENTE.
           IF RE01-CLIENTE = SPACES OR NOT WS-CLIENTES-CARGADOS
               GO TO 2060-VALIDAR-CLIENTE-EXIT
           END-IF
           MOVE RE01-CLIENTE TO CM-CODIGO
           READ MAESTRO-CLIENTES
               KEY IS CM-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
                   MOVE RE01-NUM1 TO RR01-NUM1
                   MOVE RE01-NUM2 TO RR01-NUM2
                   MOVE "04" TO RR01-MOTIVO
                   MOVE "CLIENTE NO ESTA EN MAESTRO"
                       TO RR01-DESCRIPCION
                   WRITE REG-RECHAZOS-01
                   ADD 1 TO WS-CONTADOR-RECHAZOS
                   GO TO 2060-VALIDAR-CLIENTE-EXIT
           END-READ
           IF CM-BLOQUEADO OR CM-CERRADO
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE RE01-NUM1 TO RR01-NUM1
               MOVE RE01-NUM2 TO RR01-NUM2
               MOVE "05" TO RR01-MOTIVO
               IF CM-BLOQUEADO
                   MOVE "CLIENTE BLOQUEADO" TO RR01-DESCRIPCION
               ELSE
                   MOVE "CLIENTE CERRADO" TO RR01-DESCRIPCION
               END-IF
               WRITE REG-RECHAZOS-01
               ADD 1 TO WS-CONTADOR-RECHAZOS
           END-IF.
       2060-VALIDAR-CLIENTE-EXIT.
           EXIT.

       2100-LEER-ENTRADA.
           READ ENTRADA-01
               AT END

      ******************************************************************
      * 2400-REGISTRAR-HISTORIA - graba el par procesado en el archivo
      * indexado de historia, con clave fecha + secuencia del dia y
      * los importes convertidos a moneda base con la tasa del par
      * (pedida a EjercicioCotiza si no vino). Sin tasa, o con un
      * importe base que no entra en 9(11)V99, el par no se
      * historiza y se marca NP-ERROR.
      ******************************************************************
       2400-REGISTRAR-HISTORIA.
           IF NP-TASA NOT NUMERIC OR NP-TASA = ZERO
               MOVE NP-MONEDA TO CTZ-MONEDA
               MOVE NP-FECHA TO CTZ-FECHA
               CALL "EjercicioCotiza" USING COTIZA-REGISTRO
               IF NOT CTZ-HALLADA
                   DISPLAY "EJERCICIO1 - SIN COTIZACION PARA MONEDA "
                       NP-MONEDA " FECHA " NP-FECHA
                       " - PAR NO HISTORIZADO"
                   MOVE "S" TO NP-ERROR
                   GO TO 2400-REGISTRAR-HISTORIA-EXIT
               END-IF
               MOVE CTZ-MONEDA TO NP-MONEDA
               MOVE CTZ-TASA TO NP-TASA
           END-IF
           COMPUTE WS-BASE-NUM1 ROUNDED = NP-NUM1 * NP-TASA
               ON SIZE ERROR
                   DISPLAY "EJERCICIO1 - DESBORDE AL CONVERTIR A "
                       "MONEDA BASE - PAR NO HISTORIZADO"
                   MOVE "S" TO NP-ERROR
                   GO TO 2400-REGISTRAR-HISTORIA-EXIT
           END-COMPUTE
           COMPUTE WS-BASE-NUM2 ROUNDED = NP-NUM2 * NP-TASA
               ON SIZE ERROR
                   DISPLAY "EJERCICIO1 - DESBORDE AL CONVERTIR A "
                       "MONEDA BASE - PAR NO HISTORIZADO"
                   MOVE "S" TO NP-ERROR
                   GO TO 2400-REGISTRAR-HISTORIA-EXIT
           END-COMPUTE
           ADD 1 TO WS-SECUENCIA-HISTORIA
           MOVE NP-FECHA TO RH-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO RH-SECUENCIA
           MOVE ZERO TO RH-RESTO
           MOVE "EJERCICIO1" TO RH-PROGRAMA
           MOVE NP-CLIENTE TO RH-CLIENTE
           MOVE NP-MONEDA TO RH-MONEDA
           MOVE NP-TASA TO RH-TASA
           MOVE WS-BASE-NUM1 TO RH-BASE-NUM1
           MOVE WS-BASE-NUM2 TO RH-BASE-NUM2
           MOVE ZERO TO RH-BASE-RES
           MOVE ZERO TO RH-BASE-RESTO
           MOVE NP-OPERACION TO RH-OPERACION
           MOVE SPACE TO RH-ESTADO
           MOVE ZERO TO RH-VINC-FECHA
           MOVE ZERO TO RH-VINC-SECUENCIA
           WRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO HIST00.DAT - STATUS "
           CLOSE SALIDA-01
           CLOSE RECHAZOS-01
           CLOSE HISTORIA-00
           IF WS-CLIENTES-CARGADOS
               CLOSE MAESTRO-CLIENTES
           END-IF
           OPEN OUTPUT PUNTO-CONTROL-01
           MOVE ZERO TO REG-PUNTO-CONTROL-01
           WRITE REG-PUNTO-CONTROL-01
           MOVE LK-NUM1 TO NP-NUM1
           MOVE LK-NUM2 TO NP-NUM2
           MOVE LK-CLIENTE TO NP-CLIENTE
           MOVE LK-OPERACION TO NP-OPERACION
           MOVE LK-MONEDA TO NP-MONEDA
           MOVE LK-TASA TO NP-TASA
           MOVE "N" TO NP-ERROR
           MOVE "N" TO LK-ERROR

           PERFORM 1020-LEER-RUN-CONTROL
           PERFORM 2400-REGISTRAR-HISTORIA
               THRU 2400-REGISTRAR-HISTORIA-EXIT
           CLOSE HISTORIA-00
           IF NP-HUBO-ERROR
               MOVE "S" TO LK-ERROR
               GO TO 5000-INVERTIR-PAR-EXIT
           END-IF

           MOVE NP-MONEDA TO LK-MONEDA
           MOVE NP-TASA TO LK-TASA
           MOVE NP-NUM2 TO LK-NUM1
           MOVE NP-NUM1 TO LK-NUM2.
       5000-INVERTIR-PAR-EXIT.
