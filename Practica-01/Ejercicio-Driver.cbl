      *                  extracto del mayor pueden abrir los totales
      *                  por cliente. Si el maestro no existe o esta
      *                  vacio se avisa y se corre sin validar.
      *   2026-10-14 TC  El maestro CLIMST00.DAT pasa a ser indexado
      *                  por CM-CODIGO y lleva estado (A activo, B
      *                  bloqueado, C cerrado) y fecha de bloqueo; se
      *                  mantiene con EjercicioClientes. Ya no se carga
      *                  en tabla: 1070-ABRIR-CLIENTES lo abre y
      *                  2055-VALIDAR-CLIENTE lo lee por clave. Un
      *                  cliente bloqueado o cerrado se rechaza con
      *                  motivo 05 sin encadenar.
      *   2026-10-14 TC  Pares en moneda extranjera: el registro de
      *                  entrada trae la moneda (RE00-MONEDA, blanco =
      *                  moneda base) y 2057-VALIDAR-COTIZACION pide a
      *                  EjercicioCotiza la tasa del dia; sin tasa
      *                  cargada en TIPCAM00.DAT para esa moneda y
      *                  fecha el par se rechaza con motivo 06 sin
      *                  encadenar. La moneda y la tasa viajan en el
      *                  registro NUMPAIR a Ejercicio1 y al motor, que
      *                  historizan el importe original y el
      *                  convertido a moneda base. RECHAZ00.DAT pasa a
      *                  44 bytes con la moneda del par al final.
      *   2026-10-14 TC  Control de pares duplicados entre archivos y
      *                  dias: antes de encadenar, un par valido se
      *                  busca por cliente, operacion, NUM1 y NUM2 en
      *                  una ventana cargada al arrancar con los pares
      *                  originales que este circuito dejo en HIST00.DAT
      *                  (registros EJERCICIO1) en los ultimos dias
      *                  (clave DUPLIDIAS en RUNCTL00.DAT, defecto 3, 0
      *                  = solo hoy) mas los pares ya aceptados en la
      *                  corrida. Un probable duplicado no se encadena:
      *                  queda pendiente en DUPLIC00.DAT (clave
      *                  DUPLIC00, compartido con Ejercicio03) para que
      *                  el supervisor lo confirme o lo descarte con
      *                  EjercicioDuplicados; los confirmados se
      *                  encadenan al arrancar la corrida siguiente y
      *                  quedan en estado L. Los pendientes se listan al
      *                  final y dejan RETURN-CODE 4. El armado del
      *                  NUMPAIR y la llamada a Ejercicio1 pasaron a
      *                  2070-ENCADENAR-PAR. Clave HIST00 en
      *                  RUNCTL00.DAT.
      *   2026-10-15 TC  El registro de historia lleva al final el
      *                  estado de reversa y la clave vinculada
      *                  (RH-ESTADO/RH-VINCULO), y RH-RESTO pasa a tener
      *                  signo. Un par ya revertido por EjercicioReversa
      *                  no entra en la ventana de duplicados: volver a
      *                  mandarlo es la correccion.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioDriver.
               FILE STATUS IS WS-FS-JORNAL.

           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT REGISTRO-ARCHIVOS ASSIGN TO WS-ARCH-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT HISTORIA-00 ASSIGN TO WS-ARCH-HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-FS-HISTORIA.

           SELECT DUPLICADOS-00 ASSIGN TO WS-ARCH-DUPLICADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUPLICADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-00
           05  RE00-NUM2          PIC 9(3).
           05  RE00-OPERACION     PIC X(01).
           05  RE00-CLIENTE       PIC X(06).
           05  RE00-MONEDA        PIC X(03).
           05  FILLER             PIC X(12).
       01  REG-CABECERA-00.
           05  RC00-TIPO          PIC X(03).
           05  RC00-FECHA         PIC 9(08).
           05  RT00-HASH-NUM2     PIC 9(09).

       FD  RECHAZOS-00
           RECORD CONTAINS 44 CHARACTERS.
       01  REG-RECHAZOS-00.
           05  RR00-NUM1          PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR00-OPERACION     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR00-DESCRIPCION   PIC X(27).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR00-MONEDA        PIC X(03).

       FD  PUNTO-CONTROL-00
           RECORD CONTAINS 07 CHARACTERS.
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
           05  FILLER             PIC X(01).
           05  RF-HASH-NUM2       PIC 9(11)V99.

       FD  HISTORIA-00.
       01  REG-HISTORIA-00.
           05  RH-CLAVE.
               10  RH-FECHA            PIC 9(08).
               10  RH-SECUENCIA        PIC 9(06).
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

       FD  DUPLICADOS-00
           RECORD CONTAINS 69 CHARACTERS.
       01  REG-DUPLICADOS-00.
           05  DV-ESTADO          PIC X(01).
           05  FILLER             PIC X(01).
           05  DV-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  DV-ORIGEN          PIC X(11).
           05  FILLER             PIC X(01).
           05  DV-NUM1            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  DV-NUM2            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  DV-OPERACION       PIC X(01).
           05  FILLER             PIC X(01).
           05  DV-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  DV-MONEDA          PIC X(03).
           05  FILLER             PIC X(01).
           05  DV-FECHA-PREVIA    PIC 9(08).
           05  FILLER             PIC X(01).
           05  DV-SUPERVISOR      PIC X(04).

       WORKING-STORAGE SECTION.
       COPY NUMPAIR.
       COPY RUNJRNL.
       COPY CANDADO.
       COPY COTIZA.

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
       01  WS-ARCH-HISTORIA       PIC X(40)  VALUE "HIST00.DAT".
       01  WS-FS-HISTORIA         PIC X(02)  VALUE SPACES.
       01  WS-ARCH-DUPLICADOS     PIC X(40)  VALUE "DUPLIC00.DAT".
       01  WS-FS-DUPLICADOS       PIC X(02)  VALUE SPACES.
       01  WS-SW-FIN-DUPLICADOS   PIC X(01)  VALUE "N".
           88  WS-FIN-DUPLICADOS             VALUE "S".
       01  WS-SW-FIN-VENTANA      PIC X(01)  VALUE "N".
           88  WS-FIN-VENTANA                VALUE "S".
       01  WS-SW-VENTANA-COMPLETA PIC X(01)  VALUE "N".
           88  WS-VENTANA-COMPLETA           VALUE "S".
       01  WS-SW-PAR-DUPLICADO    PIC X(01)  VALUE "N".
           88  WS-PAR-DUPLICADO              VALUE "S".
       01  WS-DIAS-DUPLICADOS     PIC 9(07)  VALUE 3.
       01  WS-DIAS-CORRIDOS       PIC 9(07)  VALUE ZERO.
       01  WS-FECHA-DESDE-DUPLIC  PIC 9(08)  VALUE ZERO.
       01  WS-OPERACION-DUPLIC    PIC X(01)  VALUE SPACE.
       01  WS-CANTIDAD-VENTANA    PIC 9(05)  VALUE ZERO.
       01  WS-INDICE-VENTANA      PIC 9(05)  VALUE ZERO.
       01  WS-INDICE-VEN-HALLADO  PIC 9(05)  VALUE ZERO.
       01  WS-TABLA-VENTANA.
           05  WS-VENTANA-ENTRADA OCCURS 5000 TIMES.
               10  WS-VE-FECHA        PIC 9(08).
               10  WS-VE-CLIENTE      PIC X(06).
               10  WS-VE-OPERACION    PIC X(01).
               10  WS-VE-NUM1         PIC 9(07)V99.
               10  WS-VE-NUM2         PIC 9(07)V99.
       01  WS-CANTIDAD-DUPLICADOS PIC 9(03)  VALUE ZERO.
       01  WS-INDICE-DUPLICADO    PIC 9(03)  VALUE ZERO.
       01  WS-TABLA-DUPLICADOS.
           05  WS-DUPLICADO-ENTRADA OCCURS 500 TIMES.
               10  WS-DV-ESTADO       PIC X(01).
               10  WS-DV-FECHA        PIC 9(08).
               10  WS-DV-ORIGEN       PIC X(11).
               10  WS-DV-NUM1         PIC 9(07)V99.
               10  WS-DV-NUM2         PIC 9(07)V99.
               10  WS-DV-OPERACION    PIC X(01).
               10  WS-DV-CLIENTE      PIC X(06).
               10  WS-DV-MONEDA       PIC X(03).
               10  WS-DV-FECHA-PREVIA PIC 9(08).
               10  WS-DV-SUPERVISOR   PIC X(04).
       01  WS-CONTADOR-DUPLICADOS PIC 9(07)  VALUE ZERO.
       01  WS-CONTADOR-CONFIRMADOS
                                  PIC 9(07)  VALUE ZERO.
       01  WS-PENDIENTES-DUPLICADO
                                  PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               GO TO 1000-INICIAR-EXIT
           END-IF

           PERFORM 1070-ABRIR-CLIENTES
               THRU 1070-ABRIR-CLIENTES-EXIT
           PERFORM 1160-CARGAR-VENTANA THRU 1160-CARGAR-VENTANA-EXIT
           PERFORM 1170-CARGAR-DUPLICADOS
               THRU 1170-CARGAR-DUPLICADOS-EXIT
           PERFORM 1100-LEER-PUNTO-CONTROL
               THRU 1100-LEER-PUNTO-CONTROL-EXIT
           PERFORM 1200-SALTAR-PROCESADOS
               UNTIL WS-CONTADOR-SALTEADOS >= WS-REGISTROS-A-SALTAR
                   OR WS-FIN-ARCHIVO

      *    Los duplicados que el supervisor confirmo se encadenan
      *    antes del primer par del archivo y sus estados L se
      *    graban ya mismo, para que una caida durante el archivo no
      *    los vuelva a encadenar en la proxima corrida.
           PERFORM 1250-PROCESAR-CONFIRMADO
               THRU 1250-PROCESAR-CONFIRMADO-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
           PERFORM 3300-GRABAR-DUPLICADOS
               THRU 3300-GRABAR-DUPLICADOS-EXIT

           PERFORM 2100-LEER-ENTRADA THRU 2100-LEER-ENTRADA-EXIT.
       1000-INICIAR-EXIT.
           EXIT.
                   MOVE RCTL-VALOR TO WS-ARCH-CLIENTES
               WHEN "FILEREG0    "
                   MOVE RCTL-VALOR TO WS-ARCH-REGISTRO
               WHEN "HIST00      "
                   MOVE RCTL-VALOR TO WS-ARCH-HISTORIA
               WHEN "DUPLIC00    "
                   MOVE RCTL-VALOR TO WS-ARCH-DUPLICADOS
               WHEN "DUPLIDIAS   "
                   IF RCTL-VALOR-NUM NUMERIC
                       AND RCTL-VALOR-NUM NOT > 366
                       MOVE RCTL-VALOR-NUM TO WS-DIAS-DUPLICADOS
                   ELSE
                       DISPLAY "DRIVER - DUPLIDIAS INVALIDO EN "
                           "RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "DRIVER - RECHAZOS: " WS-ARCH-RECHAZOS
           DISPLAY "DRIVER - CHECKPT : " WS-ARCH-PUNTO-CONTROL
           DISPLAY "DRIVER - CLIENTES: " WS-ARCH-CLIENTES
           DISPLAY "DRIVER - REG.ARCH: " WS-ARCH-REGISTRO
           DISPLAY "DRIVER - HISTORIA: " WS-ARCH-HISTORIA
           DISPLAY "DRIVER - DUPLIC. : " WS-ARCH-DUPLICADOS
           DISPLAY "DRIVER - DIAS DUP: " WS-DIAS-DUPLICADOS.
       1040-MOSTRAR-RUN-CONTROL-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 3250-LISTAR-DUPLICADO - una linea para el supervisor por cada
      * probable duplicado de este circuito que sigue sin revisar.
      ******************************************************************
       3250-LISTAR-DUPLICADO.
           IF WS-DV-ESTADO (WS-INDICE-DUPLICADO) NOT = "P"
               OR WS-DV-ORIGEN (WS-INDICE-DUPLICADO) NOT = "DRIVER"
               GO TO 3250-LISTAR-DUPLICADO-EXIT
           END-IF
           ADD 1 TO WS-PENDIENTES-DUPLICADO
           DISPLAY "  DUPLICADO A REVISAR - FECHA "
               WS-DV-FECHA (WS-INDICE-DUPLICADO) " "
               WS-DV-NUM1 (WS-INDICE-DUPLICADO) " / "
               WS-DV-NUM2 (WS-INDICE-DUPLICADO)
               " OPERACION " WS-DV-OPERACION (WS-INDICE-DUPLICADO)
               " CLIENTE " WS-DV-CLIENTE (WS-INDICE-DUPLICADO)
               " PREVIO DEL "
               WS-DV-FECHA-PREVIA (WS-INDICE-DUPLICADO).
       3250-LISTAR-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-GRABAR-DUPLICADOS - regraba DUPLIC00.DAT completo desde la
      * tabla: pendientes (P), confirmados sin procesar (C),
      * descartados (D) y procesados (L), de los dos circuitos. La
      * regrabacion pisa los agregados en el acto de 2095.
      ******************************************************************
       3300-GRABAR-DUPLICADOS.
           IF WS-CANTIDAD-DUPLICADOS = ZERO
               GO TO 3300-GRABAR-DUPLICADOS-EXIT
           END-IF
           OPEN OUTPUT DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ABRIENDO DUPLIC00.DAT - STATUS "
                   WS-FS-DUPLICADOS
               GO TO 3300-GRABAR-DUPLICADOS-EXIT
           END-IF
           PERFORM 3350-GRABAR-LINEA-DUPLICADO
               THRU 3350-GRABAR-LINEA-DUPLICADO-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
           CLOSE DUPLICADOS-00.
       3300-GRABAR-DUPLICADOS-EXIT.
           EXIT.

       3350-GRABAR-LINEA-DUPLICADO.
           MOVE ALL ";" TO REG-DUPLICADOS-00
           MOVE WS-DV-ESTADO (WS-INDICE-DUPLICADO) TO DV-ESTADO
           MOVE WS-DV-FECHA (WS-INDICE-DUPLICADO) TO DV-FECHA
           MOVE WS-DV-ORIGEN (WS-INDICE-DUPLICADO) TO DV-ORIGEN
           MOVE WS-DV-NUM1 (WS-INDICE-DUPLICADO) TO DV-NUM1
           MOVE WS-DV-NUM2 (WS-INDICE-DUPLICADO) TO DV-NUM2
           MOVE WS-DV-OPERACION (WS-INDICE-DUPLICADO) TO DV-OPERACION
           MOVE WS-DV-CLIENTE (WS-INDICE-DUPLICADO) TO DV-CLIENTE
           MOVE WS-DV-MONEDA (WS-INDICE-DUPLICADO) TO DV-MONEDA
           MOVE WS-DV-FECHA-PREVIA (WS-INDICE-DUPLICADO)
               TO DV-FECHA-PREVIA
           MOVE WS-DV-SUPERVISOR (WS-INDICE-DUPLICADO)
               TO DV-SUPERVISOR
           WRITE REG-DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO DUPLIC00.DAT - STATUS "
                   WS-FS-DUPLICADOS
           END-IF.
       3350-GRABAR-LINEA-DUPLICADO-EXIT.
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
               DISPLAY "DRIVER - SIN MAESTRO DE CLIENTES - "
                   "NO SE VALIDA EL CODIGO DE CLIENTE"
               GO TO 1070-ABRIR-CLIENTES-EXIT
           END-IF
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   CLOSE MAESTRO-CLIENTES
                   DISPLAY "DRIVER - MAESTRO DE CLIENTES VACIO - "
                       "NO SE VALIDA EL CODIGO DE CLIENTE"
                   GO TO 1070-ABRIR-CLIENTES-EXIT
           END-READ
           SET WS-CLIENTES-CARGADOS TO TRUE
           DISPLAY "DRIVER - MAESTRO DE CLIENTES ABIERTO: "
               WS-ARCH-CLIENTES.
       1070-ABRIR-CLIENTES-EXIT.
           EXIT.

      ******************************************************************
      * 1160-CARGAR-VENTANA - carga en memoria la ventana de control de
      * duplicados: los pares originales (antes de la inversion) que
      * este circuito dejo en HIST00.DAT como EJERCICIO1 desde hoy
      * menos WS-DIAS-DUPLICADOS dias (clave DUPLIDIAS en
      * RUNCTL00.DAT; 0 mira solo el dia de hoy), con su cliente,
      * operacion y NUM1/NUM2. Un registro grabado antes de que la
      * historia llevara la operacion vale como division, igual que
      * un blanco en la entrada. La historia se abre solo para esta
      * carga: Ejercicio1 y los motores la abren por su cuenta.
      ******************************************************************
       1160-CARGAR-VENTANA.
           MOVE ZERO TO WS-CANTIDAD-VENTANA
           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
               TO WS-DIAS-CORRIDOS
           SUBTRACT WS-DIAS-DUPLICADOS FROM WS-DIAS-CORRIDOS
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-CORRIDOS)
               TO WS-FECHA-DESDE-DUPLIC
           OPEN INPUT HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "DRIVER - SIN HISTORIA - LA VENTANA DE "
                   "DUPLICADOS ARRANCA VACIA (FS=" WS-FS-HISTORIA ")"
               GO TO 1160-CARGAR-VENTANA-EXIT
           END-IF
           MOVE WS-FECHA-DESDE-DUPLIC TO RH-FECHA
           MOVE ZERO TO RH-SECUENCIA
           START HISTORIA-00 KEY IS NOT LESS THAN RH-CLAVE
               INVALID KEY
                   SET WS-FIN-VENTANA TO TRUE
           END-START
           PERFORM 1165-LEER-VENTANA THRU 1165-LEER-VENTANA-EXIT
               UNTIL WS-FIN-VENTANA
           CLOSE HISTORIA-00
           DISPLAY "DRIVER - VENTANA DE DUPLICADOS DESDE "
               WS-FECHA-DESDE-DUPLIC " - PARES: " WS-CANTIDAD-VENTANA.
       1160-CARGAR-VENTANA-EXIT.
           EXIT.

       1165-LEER-VENTANA.
           READ HISTORIA-00 NEXT RECORD
               AT END
                   SET WS-FIN-VENTANA TO TRUE
                   GO TO 1165-LEER-VENTANA-EXIT
           END-READ
           IF RH-PROGRAMA NOT = "EJERCICIO1" OR RH-REVERTIDO
               GO TO 1165-LEER-VENTANA-EXIT
           END-IF
           IF WS-CANTIDAD-VENTANA >= 5000
               PERFORM 2098-AVISAR-VENTANA-COMPLETA
                   THRU 2098-AVISAR-VENTANA-COMPLETA-EXIT
               SET WS-FIN-VENTANA TO TRUE
               GO TO 1165-LEER-VENTANA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-VENTANA
           MOVE RH-FECHA TO WS-VE-FECHA (WS-CANTIDAD-VENTANA)
           MOVE RH-CLIENTE TO WS-VE-CLIENTE (WS-CANTIDAD-VENTANA)
           IF RH-OPERACION = SPACE
               MOVE "D" TO WS-VE-OPERACION (WS-CANTIDAD-VENTANA)
           ELSE
               MOVE RH-OPERACION TO
                   WS-VE-OPERACION (WS-CANTIDAD-VENTANA)
           END-IF
           MOVE RH-NUM1 TO WS-VE-NUM1 (WS-CANTIDAD-VENTANA)
           MOVE RH-NUM2 TO WS-VE-NUM2 (WS-CANTIDAD-VENTANA).
       1165-LEER-VENTANA-EXIT.
           EXIT.

      ******************************************************************
      * 1170-CARGAR-DUPLICADOS - carga DUPLIC00.DAT completo en
      * memoria: el archivo es compartido con Ejercicio03 (DV-ORIGEN
      * dice de que circuito es cada par), los confirmados de este
      * circuito se encadenan al arrancar y el archivo se regraba
      * entero al terminar, con las lineas del otro circuito tal como
      * vinieron.
      ******************************************************************
       1170-CARGAR-DUPLICADOS.
           MOVE ZERO TO WS-CANTIDAD-DUPLICADOS
           OPEN INPUT DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               GO TO 1170-CARGAR-DUPLICADOS-EXIT
           END-IF
           PERFORM 1175-LEER-DUPLICADO THRU 1175-LEER-DUPLICADO-EXIT
               UNTIL WS-FIN-DUPLICADOS
                   OR WS-CANTIDAD-DUPLICADOS >= 500
           CLOSE DUPLICADOS-00.
       1170-CARGAR-DUPLICADOS-EXIT.
           EXIT.

       1175-LEER-DUPLICADO.
           READ DUPLICADOS-00
               AT END
                   SET WS-FIN-DUPLICADOS TO TRUE
               NOT AT END
                   IF DV-NUM1 NUMERIC AND DV-NUM2 NUMERIC
                       AND DV-FECHA NUMERIC
                       ADD 1 TO WS-CANTIDAD-DUPLICADOS
                       MOVE DV-ESTADO TO
                           WS-DV-ESTADO (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-FECHA TO
                           WS-DV-FECHA (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-ORIGEN TO
                           WS-DV-ORIGEN (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-NUM1 TO
                           WS-DV-NUM1 (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-NUM2 TO
                           WS-DV-NUM2 (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-OPERACION TO
                           WS-DV-OPERACION (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-CLIENTE TO
                           WS-DV-CLIENTE (WS-CANTIDAD-DUPLICADOS)
                       MOVE DV-MONEDA TO
                           WS-DV-MONEDA (WS-CANTIDAD-DUPLICADOS)
                       IF DV-FECHA-PREVIA NUMERIC
                           MOVE DV-FECHA-PREVIA TO WS-DV-FECHA-PREVIA
                               (WS-CANTIDAD-DUPLICADOS)
                       ELSE
                           MOVE ZERO TO WS-DV-FECHA-PREVIA
                               (WS-CANTIDAD-DUPLICADOS)
                       END-IF
                       MOVE DV-SUPERVISOR TO
                           WS-DV-SUPERVISOR (WS-CANTIDAD-DUPLICADOS)
                   END-IF
           END-READ.
       1175-LEER-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
       1200-SALTAR-PROCESADOS-EXIT.
           EXIT.

      ******************************************************************
      * 1250-PROCESAR-CONFIRMADO - un probable duplicado de este
      * circuito que el supervisor confirmo como genuino (estado C) se
      * encadena como un par de entrada mas: se arma en el registro
      * de entrada, se valida y se cotiza al dia, pero no se vuelve a
      * buscar en la ventana. Queda en estado L aunque termine
      * rechazado, porque ya salio de la revision. Los descartados
      * (D) y los de Ejercicio03 no se tocan.
      ******************************************************************
       1250-PROCESAR-CONFIRMADO.
           IF WS-DV-ESTADO (WS-INDICE-DUPLICADO) NOT = "C"
               OR WS-DV-ORIGEN (WS-INDICE-DUPLICADO) NOT = "DRIVER"
               GO TO 1250-PROCESAR-CONFIRMADO-EXIT
           END-IF
           MOVE SPACES TO REG-ENTRADA-00
           MOVE WS-DV-NUM1 (WS-INDICE-DUPLICADO) TO RE00-NUM1
           MOVE WS-DV-NUM2 (WS-INDICE-DUPLICADO) TO RE00-NUM2
           MOVE WS-DV-OPERACION (WS-INDICE-DUPLICADO) TO RE00-OPERACION
           MOVE WS-DV-CLIENTE (WS-INDICE-DUPLICADO) TO RE00-CLIENTE
           MOVE WS-DV-MONEDA (WS-INDICE-DUPLICADO) TO RE00-MONEDA
           DISPLAY "DRIVER - DUPLICADO CONFIRMADO POR SUPERVISOR "
               WS-DV-SUPERVISOR (WS-INDICE-DUPLICADO)
           PERFORM 2050-VALIDAR-ENTRADA THRU 2050-VALIDAR-ENTRADA-EXIT
           IF WS-REGISTRO-VALIDO
               MOVE WS-DV-OPERACION (WS-INDICE-DUPLICADO)
                   TO WS-OPERACION-DUPLIC
               PERFORM 2075-AGREGAR-VENTANA
                   THRU 2075-AGREGAR-VENTANA-EXIT
               PERFORM 2070-ENCADENAR-PAR THRU 2070-ENCADENAR-PAR-EXIT
           END-IF
           MOVE "L" TO WS-DV-ESTADO (WS-INDICE-DUPLICADO)
           ADD 1 TO WS-CONTADOR-CONFIRMADOS.
       1250-PROCESAR-CONFIRMADO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR - valida el par leido; si es valido llama a
      * Ejercicio1 para invertirlo y despues a Ejercicio03 para dividir
      * este mismo NUMPAR-REGISTRO: si uno de los dos no pudo abrir sus
      * propios archivos, NUM1/NUM2/RES/RESTO pueden haber quedado sin
      * actualizar, y encadenar igual mostraria un resultado que no es
      * el de este par. Un par valido que ya figura en la ventana de
      * control de duplicados queda retenido para revision y no se
      * encadena.
      ******************************************************************
       2000-PROCESAR.
           MOVE "N" TO WS-SW-PAR-DUPLICADO
           PERFORM 2050-VALIDAR-ENTRADA THRU 2050-VALIDAR-ENTRADA-EXIT
           IF WS-REGISTRO-VALIDO
               PERFORM 2080-VERIFICAR-DUPLICADO
                   THRU 2080-VERIFICAR-DUPLICADO-EXIT
           END-IF
           IF WS-REGISTRO-VALIDO AND NOT WS-PAR-DUPLICADO
               PERFORM 2070-ENCADENAR-PAR THRU 2070-ENCADENAR-PAR-EXIT
           END-IF
           PERFORM 2700-ACTUALIZAR-PUNTO-CONTROL
               THRU 2700-ACTUALIZAR-PUNTO-CONTROL-EXIT
       2000-PROCESAR-EXIT.
           EXIT.

      ******************************************************************
      * 2070-ENCADENAR-PAR - arma el NUMPAIR con el par ya validado y
      * cotizado, llama a Ejercicio1 para invertirlo y encadena el par
      * invertido al motor de su operacion.
      ******************************************************************
       2070-ENCADENAR-PAR.
           MOVE RE00-NUM1 TO NP-NUM1
           MOVE RE00-NUM2 TO NP-NUM2
           MOVE RE00-OPERACION TO NP-OPERACION
           MOVE RE00-CLIENTE TO NP-CLIENTE
           MOVE CTZ-MONEDA TO NP-MONEDA
           MOVE CTZ-TASA TO NP-TASA
           MOVE SPACE TO NP-RESULTADO
           CALL "Ejercicio1" USING NUMPAR-REGISTRO
           IF NP-HUBO-ERROR
               DISPLAY "DRIVER - Ejercicio1 NO PUDO PROCESAR EL PAR"
               ADD 1 TO WS-CONTADOR-ERRORES
           ELSE
               PERFORM 2060-ENCADENAR-OPERACION
                   THRU 2060-ENCADENAR-OPERACION-EXIT
           END-IF.
       2070-ENCADENAR-PAR-EXIT.
           EXIT.

      ******************************************************************
      * 2075-AGREGAR-VENTANA - suma a la ventana el par recien
      * aceptado, con la fecha del dia.
      ******************************************************************
       2075-AGREGAR-VENTANA.
           IF WS-CANTIDAD-VENTANA >= 5000
               PERFORM 2098-AVISAR-VENTANA-COMPLETA
                   THRU 2098-AVISAR-VENTANA-COMPLETA-EXIT
               GO TO 2075-AGREGAR-VENTANA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-VENTANA
           MOVE WS-FECHA-HOY TO WS-VE-FECHA (WS-CANTIDAD-VENTANA)
           MOVE RE00-CLIENTE TO WS-VE-CLIENTE (WS-CANTIDAD-VENTANA)
           MOVE WS-OPERACION-DUPLIC TO
               WS-VE-OPERACION (WS-CANTIDAD-VENTANA)
           MOVE RE00-NUM1 TO WS-VE-NUM1 (WS-CANTIDAD-VENTANA)
           MOVE RE00-NUM2 TO WS-VE-NUM2 (WS-CANTIDAD-VENTANA).
       2075-AGREGAR-VENTANA-EXIT.
           EXIT.

      ******************************************************************
      * 2080-VERIFICAR-DUPLICADO - busca el par valido en la ventana de
      * control por cliente, operacion (blanco = D), NUM1 y NUM2. Un
      * par que ya esta, en la historia de los ultimos dias o antes
      * en este mismo archivo, es un probable duplicado: no se
      * encadena y queda pendiente de revision en DUPLIC00.DAT hasta
      * que el supervisor lo confirme o lo descarte con
      * EjercicioDuplicados. No cuenta como rechazo ni como
      * procesado. Un par nuevo entra a la ventana.
      ******************************************************************
       2080-VERIFICAR-DUPLICADO.
           IF RE00-OPERACION = SPACE
               MOVE "D" TO WS-OPERACION-DUPLIC
           ELSE
               MOVE RE00-OPERACION TO WS-OPERACION-DUPLIC
           END-IF
           MOVE ZERO TO WS-INDICE-VEN-HALLADO
           PERFORM 2085-COMPARAR-VENTANA
               THRU 2085-COMPARAR-VENTANA-EXIT
               VARYING WS-INDICE-VENTANA FROM 1 BY 1
               UNTIL WS-INDICE-VENTANA > WS-CANTIDAD-VENTANA
                   OR WS-INDICE-VEN-HALLADO > ZERO
           IF WS-INDICE-VEN-HALLADO = ZERO
               PERFORM 2075-AGREGAR-VENTANA
                   THRU 2075-AGREGAR-VENTANA-EXIT
               GO TO 2080-VERIFICAR-DUPLICADO-EXIT
           END-IF
           PERFORM 2090-RETENER-DUPLICADO
               THRU 2090-RETENER-DUPLICADO-EXIT.
       2080-VERIFICAR-DUPLICADO-EXIT.
           EXIT.

       2085-COMPARAR-VENTANA.
           IF WS-VE-CLIENTE (WS-INDICE-VENTANA) = RE00-CLIENTE
               AND WS-VE-OPERACION (WS-INDICE-VENTANA) =
                   WS-OPERACION-DUPLIC
               AND WS-VE-NUM1 (WS-INDICE-VENTANA) = RE00-NUM1
               AND WS-VE-NUM2 (WS-INDICE-VENTANA) = RE00-NUM2
               MOVE WS-INDICE-VENTANA TO WS-INDICE-VEN-HALLADO
           END-IF.
       2085-COMPARAR-VENTANA-EXIT.
           EXIT.

      ******************************************************************
      * 2090-RETENER-DUPLICADO - retiene el probable duplicado en la
      * tabla (estado P, sin supervisor, con la fecha del par previo
      * que lo delato) y lo graba en el acto en DUPLIC00.DAT, porque
      * el par ya conto para el punto de control. Con la tabla
      * completa se avisa y el par se encadena igual, con alarma.
      ******************************************************************
       2090-RETENER-DUPLICADO.
           IF WS-CANTIDAD-DUPLICADOS >= 500
               DISPLAY "AVISO - TABLA DE DUPLICADOS COMPLETA - EL "
                   "PAR REPETIDO SE ENCADENA CON ALARMA"
               GO TO 2090-RETENER-DUPLICADO-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-DUPLICADOS
           MOVE "P" TO WS-DV-ESTADO (WS-CANTIDAD-DUPLICADOS)
           MOVE WS-FECHA-HOY TO WS-DV-FECHA (WS-CANTIDAD-DUPLICADOS)
           MOVE "DRIVER" TO WS-DV-ORIGEN (WS-CANTIDAD-DUPLICADOS)
           MOVE RE00-NUM1 TO WS-DV-NUM1 (WS-CANTIDAD-DUPLICADOS)
           MOVE RE00-NUM2 TO WS-DV-NUM2 (WS-CANTIDAD-DUPLICADOS)
           MOVE WS-OPERACION-DUPLIC TO
               WS-DV-OPERACION (WS-CANTIDAD-DUPLICADOS)
           MOVE RE00-CLIENTE TO WS-DV-CLIENTE (WS-CANTIDAD-DUPLICADOS)
           MOVE CTZ-MONEDA TO WS-DV-MONEDA (WS-CANTIDAD-DUPLICADOS)
           MOVE WS-VE-FECHA (WS-INDICE-VEN-HALLADO) TO
               WS-DV-FECHA-PREVIA (WS-CANTIDAD-DUPLICADOS)
           MOVE SPACES TO WS-DV-SUPERVISOR (WS-CANTIDAD-DUPLICADOS)
           SET WS-PAR-DUPLICADO TO TRUE
           ADD 1 TO WS-CONTADOR-DUPLICADOS
           PERFORM 2095-GRABAR-DUPLICADO-ACTO
               THRU 2095-GRABAR-DUPLICADO-ACTO-EXIT
           DISPLAY "DRIVER - PROBABLE DUPLICADO RETENIDO PARA "
               "REVISION: " RE00-NUM1 " / " RE00-NUM2
               " OPERACION " WS-OPERACION-DUPLIC
               " CLIENTE " RE00-CLIENTE
               " PREVIO DEL " WS-VE-FECHA (WS-INDICE-VEN-HALLADO).
       2090-RETENER-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2095-GRABAR-DUPLICADO-ACTO - agrega en el acto el duplicado
      * recien retenido a DUPLIC00.DAT, abriendo y cerrando como hace
      * el jornal; la regrabacion completa de 3300 al final de la
      * corrida lo deja prolijo.
      ******************************************************************
       2095-GRABAR-DUPLICADO-ACTO.
           OPEN EXTEND DUPLICADOS-00
           IF WS-FS-DUPLICADOS = "35"
               OPEN OUTPUT DUPLICADOS-00
           END-IF
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ABRIENDO DUPLIC00.DAT - STATUS "
                   WS-FS-DUPLICADOS
               GO TO 2095-GRABAR-DUPLICADO-ACTO-EXIT
           END-IF
           MOVE WS-CANTIDAD-DUPLICADOS TO WS-INDICE-DUPLICADO
           PERFORM 3350-GRABAR-LINEA-DUPLICADO
               THRU 3350-GRABAR-LINEA-DUPLICADO-EXIT
           CLOSE DUPLICADOS-00.
       2095-GRABAR-DUPLICADO-ACTO-EXIT.
           EXIT.

      ******************************************************************
      * 2098-AVISAR-VENTANA-COMPLETA - un solo aviso por corrida: con
      * la ventana llena los pares que no entran ya no se comparan.
      ******************************************************************
       2098-AVISAR-VENTANA-COMPLETA.
           IF WS-VENTANA-COMPLETA
               GO TO 2098-AVISAR-VENTANA-COMPLETA-EXIT
           END-IF
           SET WS-VENTANA-COMPLETA TO TRUE
           DISPLAY "AVISO - VENTANA DE DUPLICADOS COMPLETA (5000 "
               "PARES) - ACORTAR DUPLIDIAS EN RUNCTL00.DAT".
       2098-AVISAR-VENTANA-COMPLETA-EXIT.
           EXIT.

      ******************************************************************
      * 2060-ENCADENAR-OPERACION - el par ya invertido se encadena al
      * motor que pide su codigo de operacion: Ejercicio03 para la
      * un codigo de operacion desconocido, se rechaza sin llegar a
      * CALLar Ejercicio1 ni a ningun motor - asi un par con
      * operacion mala no deja su registro EJERCICIO1 en la historia.
      * Lo mismo un cliente invalido (04/05) o una moneda sin
      * cotizacion del dia (06).
      ******************************************************************
       2050-VALIDAR-ENTRADA.
           SET WS-REGISTRO-VALIDO TO TRUE
               MOVE "01" TO RR00-MOTIVO
               MOVE RE00-OPERACION TO RR00-OPERACION
               MOVE "DATO NO NUMERICO" TO RR00-DESCRIPCION
               MOVE RE00-MONEDA TO RR00-MONEDA
               WRITE REG-RECHAZOS-00
               ADD 1 TO WS-CONTADOR-RECHAZOS
               GO TO 2050-VALIDAR-ENTRADA-EXIT
               MOVE "03" TO RR00-MOTIVO
               MOVE RE00-OPERACION TO RR00-OPERACION
               MOVE "OPERACION INVALIDA" TO RR00-DESCRIPCION
               MOVE RE00-MONEDA TO RR00-MONEDA
               WRITE REG-RECHAZOS-00
               ADD 1 TO WS-CONTADOR-RECHAZOS
               GO TO 2050-VALIDAR-ENTRADA-EXIT
           END-IF
           PERFORM 2055-VALIDAR-CLIENTE
               THRU 2055-VALIDAR-CLIENTE-EXIT
           IF WS-REGISTRO-VALIDO
               PERFORM 2057-VALIDAR-COTIZACION
                   THRU 2057-VALIDAR-COTIZACION-EXIT
           END-IF.
       2050-VALIDAR-ENTRADA-EXIT.
           EXIT.

      ******************************************************************
      * 2055-VALIDAR-CLIENTE - un codigo de cliente no blanco debe
      * figurar en el maestro CLIMST00.DAT (lectura por clave); si no
      * figura, el par se rechaza con motivo 04 sin encadenar, y si
      * figura bloqueado o cerrado, con motivo 05. Con el maestro
      * ausente o vacio no se valida.
      ******************************************************************
       2055-VALIDAR-CLIENTE.
           IF RE00-CLIENTE = SPACES OR NOT WS-CLIENTES-CARGADOS
               GO TO 2055-VALIDAR-CLIENTE-EXIT
           END-IF
           MOVE RE00-CLIENTE TO CM-CODIGO
           READ MAESTRO-CLIENTES
               KEY IS CM-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
                   MOVE SPACES TO REG-RECHAZOS-00
                   MOVE RE00-NUM1 TO RR00-NUM1
                   MOVE RE00-NUM2 TO RR00-NUM2
                   MOVE "04" TO RR00-MOTIVO
                   MOVE RE00-OPERACION TO RR00-OPERACION
                   MOVE "CLIENTE NO ESTA EN MAESTRO"
                       TO RR00-DESCRIPCION
                   MOVE RE00-MONEDA TO RR00-MONEDA
                   WRITE REG-RECHAZOS-00
                   ADD 1 TO WS-CONTADOR-RECHAZOS
                   GO TO 2055-VALIDAR-CLIENTE-EXIT
           END-READ
           IF CM-BLOQUEADO OR CM-CERRADO
               MOVE "N" TO WS-SW-REGISTRO-VALIDO
               MOVE SPACES TO REG-RECHAZOS-00
               MOVE RE00-NUM1 TO RR00-NUM1
               MOVE RE00-NUM2 TO RR00-NUM2
               MOVE "05" TO RR00-MOTIVO
               MOVE RE00-OPERACION TO RR00-OPERACION
               IF CM-BLOQUEADO
                   MOVE "CLIENTE BLOQUEADO" TO RR00-DESCRIPCION
               ELSE
                   MOVE "CLIENTE CERRADO" TO RR00-DESCRIPCION
               END-IF
               MOVE RE00-MONEDA TO RR00-MONEDA
               WRITE REG-RECHAZOS-00
               ADD 1 TO WS-CONTADOR-RECHAZOS
           END-IF.
       2055-VALIDAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2057-VALIDAR-COTIZACION - pide a EjercicioCotiza la tasa del
      * dia de la moneda del par (blanco = moneda base, tasa 1); una
      * moneda sin tasa cargada en TIPCAM00.DAT para hoy se rechaza
      * con motivo 06 sin encadenar. La tasa hallada queda en
      * COTIZA-REGISTRO para armar el NUMPAIR.
      ******************************************************************
       2057-VALIDAR-COTIZACION.
           MOVE RE00-MONEDA TO CTZ-MONEDA
           MOVE WS-FECHA-HOY TO CTZ-FECHA
           CALL "EjercicioCotiza" USING COTIZA-REGISTRO
           IF CTZ-HALLADA
               GO TO 2057-VALIDAR-COTIZACION-EXIT
           END-IF
           MOVE "N" TO WS-SW-REGISTRO-VALIDO
           MOVE SPACES TO REG-RECHAZOS-00
           MOVE RE00-NUM1 TO RR00-NUM1
           MOVE RE00-NUM2 TO RR00-NUM2
           MOVE "06" TO RR00-MOTIVO
           MOVE RE00-OPERACION TO RR00-OPERACION
           MOVE "SIN COTIZACION DEL DIA" TO RR00-DESCRIPCION
           MOVE RE00-MONEDA TO RR00-MONEDA
           WRITE REG-RECHAZOS-00
           ADD 1 TO WS-CONTADOR-RECHAZOS.
       2057-VALIDAR-COTIZACION-EXIT.
           EXIT.

       2100-LEER-ENTRADA.
           END-IF
           CLOSE ENTRADA-00
           CLOSE RECHAZOS-00
           IF WS-CLIENTES-CARGADOS
               CLOSE MAESTRO-CLIENTES
           END-IF
           OPEN OUTPUT PUNTO-CONTROL-00
           MOVE ZERO TO REG-PUNTO-CONTROL-00
           WRITE REG-PUNTO-CONTROL-00
               WS-CONTADOR-RECHAZOS
           DISPLAY "DRIVER - PARES CON ERROR  : "
               WS-CONTADOR-ERRORES
           DISPLAY "DRIVER - PROB. DUPLICADOS : "
               WS-CONTADOR-DUPLICADOS
           DISPLAY "DRIVER - DUPL.CONFIRMADOS : "
               WS-CONTADOR-CONFIRMADOS
           MOVE ZERO TO WS-PENDIENTES-DUPLICADO
           PERFORM 3250-LISTAR-DUPLICADO
               THRU 3250-LISTAR-DUPLICADO-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
           PERFORM 3300-GRABAR-DUPLICADOS
               THRU 3300-GRABAR-DUPLICADOS-EXIT
           IF RETURN-CODE = ZERO
               AND (WS-CONTADOR-RECHAZOS > ZERO
                   OR WS-CONTADOR-ERRORES > ZERO
                   OR WS-PENDIENTES-DUPLICADO > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3200-REGISTRAR-ARCHIVO
