      *                  quien es cada importe. Si el maestro no existe
      *                  o esta vacio se avisa y se corre sin validar,
      *                  igual que el esquema de RUNCTL00.DAT.
      *   2026-10-14 TC  El maestro CLIMST00.DAT pasa a ser indexado
      *                  por CM-CODIGO y lleva estado (A activo, B
      *                  bloqueado, C cerrado) y fecha de bloqueo; se
      *                  mantiene con EjercicioClientes. Ya no se carga
      *                  en tabla: 1070-ABRIR-CLIENTES lo abre y
      *                  1510-VALIDAR-CLIENTE lo lee por clave. Un
      *                  cliente bloqueado o cerrado se rechaza con
      *                  motivo 05.
      *   2026-10-14 TC  Pares en moneda extranjera: el registro de
      *                  entrada trae la moneda (RE03-MONEDA, blanco =
      *                  moneda base) y 1518-VALIDAR-COTIZACION pide a
      *                  EjercicioCotiza la tasa del dia; sin tasa
      *                  cargada en TIPCAM00.DAT para esa moneda y
      *                  fecha el par se rechaza con motivo 06. El
      *                  resultado se historiza con el importe
      *                  original y ademas convertido a moneda base
      *                  (1700-CONVERTIR-BASE, RH-MONEDA/RH-TASA/
      *                  RH-BASE-*); un desborde al convertir se
      *                  rechaza con motivo 02 como cualquier otro. Los
      *                  limites de LIMITE03.DAT se comparan contra los
      *                  importes convertidos. RECHAZ03.DAT (46 bytes)
      *                  y SUSPEN03.DAT (48 bytes) llevan la moneda del
      *                  par, para que el reciclado y la liberacion no
      *                  la pierdan. En modo subprograma el motor pide
      *                  la tasa el mismo si el invocante no la trajo.
      *   2026-10-14 TC  Control de pares duplicados entre archivos y
      *                  dias: antes de dividir o calcular, un par
      *                  valido se busca por cliente, operacion, NUM1 y
      *                  NUM2 en una ventana cargada al arrancar con lo
      *                  que este circuito dejo en HIST00.DAT en los
      *                  ultimos dias (clave DUPLIDIAS en RUNCTL00.DAT,
      *                  defecto 3, 0 = solo hoy) mas los pares que la
      *                  corrida ya acepto, asi se detecta el reenvio de
      *                  una sucursal al dia siguiente y el mismo par en
      *                  dos archivos de LISTIN03.DAT. Un probable
      *                  duplicado no se procesa: queda pendiente en
      *                  DUPLIC00.DAT (clave DUPLIC00, compartido con
      *                  EjercicioDriver) para que el supervisor lo
      *                  confirme o lo descarte con EjercicioDuplicados;
      *                  los que confirmo se procesan al arrancar la
      *                  corrida siguiente y quedan en estado L. Los
      *                  pendientes se listan al final y dejan
      *                  RETURN-CODE 4. La historia lleva ahora la
      *                  operacion del par (RH-OPERACION).
      *   2026-10-15 TC  El registro de historia lleva al final el
      *                  estado de reversa (RH-ESTADO, R=revertido) y la
      *                  clave del registro vinculado (RH-VINCULO) que
      *                  usa EjercicioReversa, y RH-RESTO y
      *                  RH-BASE-RESTO pasan a tener signo (mismo
      *                  largo). El par se historiza vigente y sin
      *                  vinculo, y un par ya revertido no entra en la
      *                  ventana de duplicados: volver a mandarlo es la
      *                  correccion.
      *   2026-10-15 TC  Segundo parametro opcional ENTRADA-PEDIDA
      *                  (copybook ENTPED03): un invocante batch puede
      *                  pedir la corrida sobre un archivo y un punto de
      *                  control propios en vez de
      *                  INFILE03.DAT/CKPT03.DAT, sin lista
      *                  LISTIN03.DAT. EjercicioCadena lo usa para
      *                  procesar el archivo de instrucciones
      *                  permanentes INPERM00.DAT que arma
      *                  EjercicioGenerador, con su reinicio en
      *                  CKPTPE03.DAT; el resto de la corrida (cabecera,
      *                  registro de archivos, rechazos, auditoria,
      *                  suspensos y duplicados) es la de siempre.
      *   2026-10-15 TC  Comisiones por cliente: despues de historizar
      *                  una division se pide a EjercicioComision la
      *                  comision que le corresponde segun la tabla de
      *                  tarifas TARIFA00.DAT (cliente y operacion,
      *                  monto fijo y/o porcentaje sobre el NUM1 en
      *                  moneda base, con minimo y maximo) y, si la hay,
      *                  se graba como registro propio de la historia
      *                  (RH-PROGRAMA COMISION00, la comision en RES,
      *                  moneda base, vinculado al par por RH-VINCULO)
      *                  con su linea COMISION en AUDIT03.DAT; los pares
      *                  M/A/S los comisiona EjercicioCalculo. La
      *                  ventana de duplicados no carga los registros
      *                  COMISION00.
      *   2026-10-15 TC  Operador en la auditoria y en el jornal: al
      *                  arrancar se toma de EjercicioAcceso el operador
      *                  ingresado en la sesion (en blanco en una
      *                  corrida batch) y va en WS-LA-OPERADOR de las
      *                  lineas de AUDIT03.DAT (ahora de 90 bytes) y en
      *                  WS-RJ-OPERADOR del jornal (97 bytes). Una
      *                  liberacion de LIBERA03.DAT cuyo codigo de
      *                  supervisor no es el de un supervisor habilitado
      *                  en el archivo de operadores OPERAD00.DAT se
      *                  ignora con aviso y queda en la bitacora de
      *                  accesos; sin archivo de operadores se acepta
      *                  como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ejercicio03.
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT REGISTRO-ARCHIVOS ASSIGN TO WS-ARCH-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBERACIONES.

           SELECT DUPLICADOS-00 ASSIGN TO WS-ARCH-DUPLICADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUPLICADOS.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.
           05  RE03-NUM2          PIC 9(07)V99.
           05  RE03-OPERACION     PIC X(01).
           05  RE03-CLIENTE       PIC X(06).
           05  RE03-MONEDA        PIC X(03).
           05  FILLER             PIC X(08).
       01  REG-CABECERA-03.
           05  RC03-TIPO          PIC X(03).
           05  RC03-FECHA         PIC 9(08).
           05  RT03-HASH-NUM2     PIC 9(11)V99.

       FD  AUDITORIA-03
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-AUDITORIA-03       PIC X(90).

       FD  RECHAZOS-03
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-RECHAZOS-03.
           05  RR03-NUM1          PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR03-OPERACION     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR03-DESCRIPCION   PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR03-MONEDA        PIC X(03).

       FD  PUNTO-CONTROL-03
           RECORD CONTAINS 07 CHARACTERS.
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

       FD  PARAMETROS-03
           RECORD CONTAINS 01 CHARACTERS.
       01  REG-PARAMETROS-03      PIC 9(01).

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
           05  LM-MAX-NUM2        PIC 9(07)V99.

       FD  SUSPENSOS-03
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-SUSPENSOS-03.
           05  SU-ESTADO          PIC X(01).
           05  FILLER             PIC X(01).
           05  SU-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  SU-SUPERVISOR      PIC X(04).
           05  FILLER             PIC X(01).
           05  SU-MONEDA          PIC X(03).

       FD  LIBERACIONES-03
           RECORD CONTAINS 26 CHARACTERS.
           05  FILLER             PIC X(01).
           05  LB-SUPERVISOR      PIC X(04).

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

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
               10  FILLER         PIC X(33).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY NUMPAIR.
       COPY PARAM03.
       COPY RUNJRNL.
       COPY CANDADO.
       COPY COTIZA.
       COPY COMISION.
       COPY ACCESO.

       01  WS-ARCH-ENTRADA         PIC X(40) VALUE "INFILE03.DAT".
       01  WS-ARCH-AUDITORIA       PIC X(40) VALUE "AUDIT03.DAT".
               10  WS-SU-OPERACION     PIC X(01).
               10  WS-SU-CLIENTE       PIC X(06).
               10  WS-SU-SUPERVISOR    PIC X(04).
               10  WS-SU-MONEDA        PIC X(03).
       01  WS-CONTADOR-SUSPENSOS   PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-LIBERADOS   PIC 9(07) VALUE ZERO.
       01  WS-PENDIENTES-SUSPENSO  PIC 9(07) VALUE ZERO.
       01  WS-SUSPENSO-EDITADO-1   PIC ZZZZZZ9.99.
       01  WS-SUSPENSO-EDITADO-2   PIC ZZZZZZ9.99.
       01  WS-ARCH-DUPLICADOS      PIC X(40) VALUE "DUPLIC00.DAT".
       01  WS-FS-DUPLICADOS        PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-DUPLICADOS    PIC X(01) VALUE "N".
           88  WS-FIN-DUPLICADOS              VALUE "S".
       01  WS-SW-FIN-VENTANA       PIC X(01) VALUE "N".
           88  WS-FIN-VENTANA                 VALUE "S".
       01  WS-SW-VENTANA-COMPLETA  PIC X(01) VALUE "N".
           88  WS-VENTANA-COMPLETA            VALUE "S".
       01  WS-SW-PAR-DUPLICADO     PIC X(01) VALUE "N".
           88  WS-PAR-DUPLICADO               VALUE "S".
       01  WS-DIAS-DUPLICADOS      PIC 9(07) VALUE 3.
       01  WS-DIAS-CORRIDOS        PIC 9(07) VALUE ZERO.
       01  WS-FECHA-DESDE-DUPLIC   PIC 9(08) VALUE ZERO.
       01  WS-OPERACION-DUPLIC     PIC X(01) VALUE SPACE.
       01  WS-CANTIDAD-VENTANA     PIC 9(05) VALUE ZERO.
       01  WS-INDICE-VENTANA       PIC 9(05) VALUE ZERO.
       01  WS-INDICE-VEN-HALLADO   PIC 9(05) VALUE ZERO.
       01  WS-TABLA-VENTANA.
           05  WS-VENTANA-ENTRADA OCCURS 5000 TIMES.
               10  WS-VE-FECHA         PIC 9(08).
               10  WS-VE-CLIENTE       PIC X(06).
               10  WS-VE-OPERACION     PIC X(01).
               10  WS-VE-NUM1          PIC 9(07)V99.
               10  WS-VE-NUM2          PIC 9(07)V99.
       01  WS-CANTIDAD-DUPLICADOS  PIC 9(03) VALUE ZERO.
       01  WS-INDICE-DUPLICADO     PIC 9(03) VALUE ZERO.
       01  WS-TABLA-DUPLICADOS.
           05  WS-DUPLICADO-ENTRADA OCCURS 500 TIMES.
               10  WS-DV-ESTADO        PIC X(01).
               10  WS-DV-FECHA         PIC 9(08).
               10  WS-DV-ORIGEN        PIC X(11).
               10  WS-DV-NUM1          PIC 9(07)V99.
               10  WS-DV-NUM2          PIC 9(07)V99.
               10  WS-DV-OPERACION     PIC X(01).
               10  WS-DV-CLIENTE       PIC X(06).
               10  WS-DV-MONEDA        PIC X(03).
               10  WS-DV-FECHA-PREVIA  PIC 9(08).
               10  WS-DV-SUPERVISOR    PIC X(04).
       01  WS-CONTADOR-DUPLICADOS  PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-CONFIRMADOS PIC 9(07) VALUE ZERO.
       01  WS-PENDIENTES-DUPLICADO PIC 9(07) VALUE ZERO.
       01  WS-CANTIDAD-ORIGENES    PIC 9(02) VALUE ZERO.
       01  WS-INDICE-ORIGEN        PIC 9(02) VALUE ZERO.
       01  WS-INDICE-ORIG-HALLADO  PIC 9(02) VALUE ZERO.
       01  WS-FS-HISTORIA          PIC X(02) VALUE SPACES.
       01  WS-FS-PARAMETROS        PIC X(02) VALUE SPACES.
       01  WS-FS-CLIENTES          PIC X(02) VALUE SPACES.
       01  WS-SW-CLIENTES-CARGADOS PIC X(01) VALUE "N".
           88  WS-CLIENTES-CARGADOS           VALUE "S".
       01  WS-SECUENCIA-HISTORIA   PIC 9(06) VALUE ZERO.
       01  WS-SECUENCIA-PAR        PIC 9(06) VALUE ZERO.
       01  WS-SW-ENTRADA-VALIDA    PIC X(01) VALUE "N".
           88  WS-ENTRADA-VALIDA              VALUE "S".
       01  WS-SW-DESBORDE          PIC X(01) VALUE "N".
       01  WS-FACTOR-ESCALA       PIC 9(03) VALUE 100.
       01  WS-VALOR-ESCALADO      PIC S9(09) VALUE ZERO.
       01  WS-DESBORDE-EDITADO    PIC ZZZZZZ9.99.
       01  WS-IMPORTES-BASE.
           05  WS-BASE-NUM1        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-NUM2        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-RES         PIC S9(11)V99 VALUE ZERO.
           05  WS-BASE-RESTO       PIC 9(11)V99 VALUE ZERO.

       01  WS-FECHA-HORA.
           05  WS-FH-FECHA         PIC 9(08).
           05  WS-FH-HORA          PIC 9(08).

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.

       COPY AUDIT03.

       LINKAGE SECTION.
       COPY NUMPAIR REPLACING ==NUMPAR-REGISTRO==
           BY ==LK-NUMPAR-REGISTRO==
           LEADING ==NP-== BY ==LK-==.
       COPY ENTPED03 REPLACING ==ENTRADA-PEDIDA==
           BY ==LK-ENTRADA-PEDIDA==
           LEADING ==EPD-== BY ==LKE-==.

       PROCEDURE DIVISION USING OPTIONAL LK-NUMPAR-REGISTRO
                                OPTIONAL LK-ENTRADA-PEDIDA.
       0000-MAINLINE.
           IF WS-OPERADOR = SPACES
               MOVE "Q" TO ACC-ACCION
               MOVE "EJERCICIO03" TO ACC-PROGRAMA
               CALL "EjercicioAcceso" USING ACCESO-REGISTRO
               MOVE ACC-OPERADOR TO WS-OPERADOR
           END-IF
           IF ADDRESS OF LK-NUMPAR-REGISTRO = NULL
               PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
               IF RETURN-CODE < 8
                       THRU 4600-LIBERAR-SUSPENSO-EXIT
                       VARYING WS-INDICE-SUSPENSO FROM 1 BY 1
                       UNTIL WS-INDICE-SUSPENSO > WS-CANTIDAD-SUSPENSOS
                   PERFORM 4650-PROCESAR-CONFIRMADO
                       THRU 4650-PROCESAR-CONFIRMADO-EXIT
                       VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
                       UNTIL WS-INDICE-DUPLICADO >
                           WS-CANTIDAD-DUPLICADOS
      *            Los estados L recien puestos se graban ya mismo:
      *            el suspenso liberado (o el duplicado confirmado) ya
      *            audito e historizo, y una caida durante el ciclo de
      *            archivos lo volveria a procesar en la proxima
      *            corrida, duplicando la auditoria y la historia.
                   PERFORM 4800-GRABAR-SUSPENSOS
                       THRU 4800-GRABAR-SUSPENSOS-EXIT
                   PERFORM 4900-GRABAR-DUPLICADOS
                       THRU 4900-GRABAR-DUPLICADOS-EXIT
                   PERFORM 4000-PROCESAR-ARCHIVO
                       THRU 4000-PROCESAR-ARCHIVO-EXIT
                       VARYING WS-INDICE-ARCHIVO FROM 1 BY 1

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           IF ADDRESS OF LK-ENTRADA-PEDIDA NOT = NULL
               MOVE LKE-ARCHIVO TO WS-ARCH-ENTRADA
               MOVE LKE-PUNTO-CONTROL TO WS-ARCH-PUNTO-CONTROL
           END-IF
           PERFORM 1040-MOSTRAR-RUN-CONTROL
               THRU 1040-MOSTRAR-RUN-CONTROL-EXIT
           PERFORM 1010-REGISTRAR-INICIO-JORNAL
           ACCEPT NP-FECHA FROM DATE YYYYMMDD

           PERFORM 1050-LEER-PARAMETROS THRU 1050-LEER-PARAMETROS-EXIT
           PERFORM 1070-ABRIR-CLIENTES
               THRU 1070-ABRIR-CLIENTES-EXIT
           PERFORM 1150-OBTENER-SECUENCIA-HISTORIA
               THRU 1150-OBTENER-SECUENCIA-HISTORIA-EXIT
           PERFORM 1160-CARGAR-VENTANA THRU 1160-CARGAR-VENTANA-EXIT
           PERFORM 1100-LEER-PUNTO-CONTROL
               THRU 1100-LEER-PUNTO-CONTROL-EXIT
           PERFORM 1076-CARGAR-LIMITES THRU 1076-CARGAR-LIMITES-EXIT
               THRU 1078-CARGAR-LIBERACIONES-EXIT
           PERFORM 1079-CARGAR-SUSPENSOS
               THRU 1079-CARGAR-SUSPENSOS-EXIT
           PERFORM 1170-CARGAR-DUPLICADOS
               THRU 1170-CARGAR-DUPLICADOS-EXIT
           PERFORM 1090-ARMAR-LISTA THRU 1090-ARMAR-LISTA-EXIT.
       1000-INICIAR-EXIT.
           EXIT.
      ******************************************************************
      * 1078-CARGAR-LIBERACIONES - carga los registros de liberacion
      * firmados por un supervisor desde LIBERA03.DAT; una liberacion
      * sin codigo de supervisor no libera nada, y una con un codigo
      * que no es de un supervisor habilitado en OPERAD00.DAT se
      * ignora con aviso (sin archivo de operadores no se revisa).
      ******************************************************************
       1078-CARGAR-LIBERACIONES.
           MOVE ZERO TO WS-CANTIDAD-LIBERAC
           READ LIBERACIONES-03
               AT END
                   SET WS-FIN-LIBERACIONES TO TRUE
                   GO TO 1078-LEER-LIBERACION-EXIT
           END-READ
           IF LB-NUM1 NOT NUMERIC OR LB-NUM2 NOT NUMERIC
               OR LB-SUPERVISOR = SPACES
               GO TO 1078-LEER-LIBERACION-EXIT
           END-IF
           MOVE "R" TO ACC-ACCION
           MOVE "EJERCICIO03" TO ACC-PROGRAMA
           MOVE LB-SUPERVISOR TO ACC-SUPERVISOR
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           IF ACC-DENEGADO
               DISPLAY "EJERCICIO03 - LIBERACION CON SUPERVISOR "
                   LB-SUPERVISOR " NO HABILITADO - SE IGNORA"
               GO TO 1078-LEER-LIBERACION-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-LIBERAC
           MOVE LB-NUM1 TO WS-LB-NUM1 (WS-CANTIDAD-LIBERAC)
           MOVE LB-NUM2 TO WS-LB-NUM2 (WS-CANTIDAD-LIBERAC)
           IF LB-OPERACION = SPACE
               MOVE "D" TO WS-LB-OPERACION (WS-CANTIDAD-LIBERAC)
           ELSE
               MOVE LB-OPERACION TO
                   WS-LB-OPERACION (WS-CANTIDAD-LIBERAC)
           END-IF
           MOVE LB-SUPERVISOR TO
               WS-LB-SUPERVISOR (WS-CANTIDAD-LIBERAC).
       1078-LEER-LIBERACION-EXIT.
           EXIT.

                           WS-SU-CLIENTE (WS-CANTIDAD-SUSPENSOS)
                       MOVE SU-SUPERVISOR TO
                           WS-SU-SUPERVISOR (WS-CANTIDAD-SUSPENSOS)
                       MOVE SU-MONEDA TO
                           WS-SU-MONEDA (WS-CANTIDAD-SUSPENSOS)
                   END-IF
           END-READ.
       1079-LEER-SUSPENSO-EXIT.
           EXIT.

      ******************************************************************
      * 1170-CARGAR-DUPLICADOS - carga DUPLIC00.DAT completo en
      * memoria, igual que el suspenso: el archivo es compartido con
      * EjercicioDriver (DV-ORIGEN dice de que circuito es cada par),
      * los confirmados de este circuito se procesan al arrancar y el
      * archivo se regraba entero al terminar, con las lineas del
      * otro circuito tal como vinieron.
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
      * 1520-VERIFICAR-LIMITES - un par valido cuyo NUM1 o NUM2 supera
      * el maximo de su operacion (comparando el importe convertido a
      * moneda base con la tasa del dia, porque LIMITE03.DAT esta en
      * moneda base) no se rechaza (es valido, solo
      * sospechoso): con una liberacion firmada ya presente se
      * procesa en el acto, y si no queda retenido en el archivo de
      * suspenso a la espera del supervisor.
           IF WS-INDICE-LIM-HALLADO = ZERO
               GO TO 1520-VERIFICAR-LIMITES-EXIT
           END-IF
           COMPUTE WS-BASE-NUM1 ROUNDED = NP-NUM1 * NP-TASA
               ON SIZE ERROR
                   MOVE 99999999999.99 TO WS-BASE-NUM1
           END-COMPUTE
           COMPUTE WS-BASE-NUM2 ROUNDED = NP-NUM2 * NP-TASA
               ON SIZE ERROR
                   MOVE 99999999999.99 TO WS-BASE-NUM2
           END-COMPUTE
           IF WS-BASE-NUM1 NOT >
               WS-LM-MAX-NUM1 (WS-INDICE-LIM-HALLADO)
               AND WS-BASE-NUM2 NOT >
                   WS-LM-MAX-NUM2 (WS-INDICE-LIM-HALLADO)
               GO TO 1520-VERIFICAR-LIMITES-EXIT
           END-IF
           MOVE WS-OPERACION-LIMITE TO
               WS-SU-OPERACION (WS-CANTIDAD-SUSPENSOS)
           MOVE NP-CLIENTE TO WS-SU-CLIENTE (WS-CANTIDAD-SUSPENSOS)
           MOVE NP-MONEDA TO WS-SU-MONEDA (WS-CANTIDAD-SUSPENSOS)
           MOVE SPACES TO WS-SU-SUPERVISOR (WS-CANTIDAD-SUSPENSOS)
           SET WS-PAR-SUSPENDIDO TO TRUE
           ADD 1 TO WS-CONTADOR-SUSPENSOS
       1545-GRABAR-SUSPENSO-ACTO-EXIT.
           EXIT.

      ******************************************************************
      * 1560-VERIFICAR-DUPLICADO - busca el par valido en la ventana de
      * control por cliente, operacion (blanco = D), NUM1 y NUM2. Un
      * par que ya esta, en la historia de los ultimos dias o antes
      * en esta misma corrida, es un probable duplicado: no se
      * procesa y queda pendiente de revision en DUPLIC00.DAT hasta
      * que el supervisor lo confirme o lo descarte con
      * EjercicioDuplicados. Un par nuevo entra a la ventana. Un
      * codigo de operacion desconocido no se busca: se rechaza igual
      * con motivo 03.
      ******************************************************************
       1560-VERIFICAR-DUPLICADO.
           IF NOT NP-OP-DIVIDIR AND NOT NP-OP-MULTIPLICAR
               AND NOT NP-OP-SUMAR AND NOT NP-OP-RESTAR
               GO TO 1560-VERIFICAR-DUPLICADO-EXIT
           END-IF
           IF NP-OPERACION = SPACE
               MOVE "D" TO WS-OPERACION-DUPLIC
           ELSE
               MOVE NP-OPERACION TO WS-OPERACION-DUPLIC
           END-IF
           MOVE ZERO TO WS-INDICE-VEN-HALLADO
           PERFORM 1565-COMPARAR-VENTANA
               THRU 1565-COMPARAR-VENTANA-EXIT
               VARYING WS-INDICE-VENTANA FROM 1 BY 1
               UNTIL WS-INDICE-VENTANA > WS-CANTIDAD-VENTANA
                   OR WS-INDICE-VEN-HALLADO > ZERO
           IF WS-INDICE-VEN-HALLADO = ZERO
               PERFORM 1580-AGREGAR-VENTANA
                   THRU 1580-AGREGAR-VENTANA-EXIT
               GO TO 1560-VERIFICAR-DUPLICADO-EXIT
           END-IF
           PERFORM 1570-RETENER-DUPLICADO
               THRU 1570-RETENER-DUPLICADO-EXIT.
       1560-VERIFICAR-DUPLICADO-EXIT.
           EXIT.

       1565-COMPARAR-VENTANA.
           IF WS-VE-CLIENTE (WS-INDICE-VENTANA) = NP-CLIENTE
               AND WS-VE-OPERACION (WS-INDICE-VENTANA) =
                   WS-OPERACION-DUPLIC
               AND WS-VE-NUM1 (WS-INDICE-VENTANA) = NP-NUM1
               AND WS-VE-NUM2 (WS-INDICE-VENTANA) = NP-NUM2
               MOVE WS-INDICE-VENTANA TO WS-INDICE-VEN-HALLADO
           END-IF.
       1565-COMPARAR-VENTANA-EXIT.
           EXIT.

      ******************************************************************
      * 1570-RETENER-DUPLICADO - retiene el probable duplicado en la
      * tabla (estado P, sin supervisor, con la fecha del par previo
      * que lo delato) y lo graba en el acto en DUPLIC00.DAT, por la
      * misma razon que el suspenso en 1545. Con la tabla completa se
      * avisa y el par se procesa igual, como el suspenso.
      ******************************************************************
       1570-RETENER-DUPLICADO.
           IF WS-CANTIDAD-DUPLICADOS >= 500
               DISPLAY "AVISO - TABLA DE DUPLICADOS COMPLETA - EL "
                   "PAR REPETIDO SE PROCESA CON ALARMA"
               GO TO 1570-RETENER-DUPLICADO-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-DUPLICADOS
           MOVE "P" TO WS-DV-ESTADO (WS-CANTIDAD-DUPLICADOS)
           MOVE NP-FECHA TO WS-DV-FECHA (WS-CANTIDAD-DUPLICADOS)
           MOVE "EJERCICIO03" TO WS-DV-ORIGEN (WS-CANTIDAD-DUPLICADOS)
           MOVE NP-NUM1 TO WS-DV-NUM1 (WS-CANTIDAD-DUPLICADOS)
           MOVE NP-NUM2 TO WS-DV-NUM2 (WS-CANTIDAD-DUPLICADOS)
           MOVE WS-OPERACION-DUPLIC TO
               WS-DV-OPERACION (WS-CANTIDAD-DUPLICADOS)
           MOVE NP-CLIENTE TO WS-DV-CLIENTE (WS-CANTIDAD-DUPLICADOS)
           MOVE NP-MONEDA TO WS-DV-MONEDA (WS-CANTIDAD-DUPLICADOS)
           MOVE WS-VE-FECHA (WS-INDICE-VEN-HALLADO) TO
               WS-DV-FECHA-PREVIA (WS-CANTIDAD-DUPLICADOS)
           MOVE SPACES TO WS-DV-SUPERVISOR (WS-CANTIDAD-DUPLICADOS)
           SET WS-PAR-DUPLICADO TO TRUE
           ADD 1 TO WS-CONTADOR-DUPLICADOS
           PERFORM 1575-GRABAR-DUPLICADO-ACTO
               THRU 1575-GRABAR-DUPLICADO-ACTO-EXIT
           MOVE NP-NUM1 TO WS-SUSPENSO-EDITADO-1
           MOVE NP-NUM2 TO WS-SUSPENSO-EDITADO-2
           DISPLAY "EJERCICIO03 - PROBABLE DUPLICADO RETENIDO PARA "
               "REVISION: " WS-SUSPENSO-EDITADO-1 " / "
               WS-SUSPENSO-EDITADO-2 " OPERACION "
               WS-OPERACION-DUPLIC " CLIENTE " NP-CLIENTE
               " PREVIO DEL " WS-VE-FECHA (WS-INDICE-VEN-HALLADO).
       1570-RETENER-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 1575-GRABAR-DUPLICADO-ACTO - agrega en el acto el duplicado
      * recien retenido a DUPLIC00.DAT; la regrabacion completa de
      * 4900 al final de la corrida lo deja prolijo.
      ******************************************************************
       1575-GRABAR-DUPLICADO-ACTO.
           OPEN EXTEND DUPLICADOS-00
           IF WS-FS-DUPLICADOS = "35"
               OPEN OUTPUT DUPLICADOS-00
           END-IF
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ABRIENDO DUPLIC00.DAT - STATUS "
                   WS-FS-DUPLICADOS
               GO TO 1575-GRABAR-DUPLICADO-ACTO-EXIT
           END-IF
           MOVE WS-CANTIDAD-DUPLICADOS TO WS-INDICE-DUPLICADO
           PERFORM 4950-GRABAR-LINEA-DUPLICADO
               THRU 4950-GRABAR-LINEA-DUPLICADO-EXIT
           CLOSE DUPLICADOS-00.
       1575-GRABAR-DUPLICADO-ACTO-EXIT.
           EXIT.

      ******************************************************************
      * 1580-AGREGAR-VENTANA - suma a la ventana el par recien
      * aceptado, con la fecha de proceso.
      ******************************************************************
       1580-AGREGAR-VENTANA.
           IF WS-CANTIDAD-VENTANA >= 5000
               PERFORM 1585-AVISAR-VENTANA-COMPLETA
                   THRU 1585-AVISAR-VENTANA-COMPLETA-EXIT
               GO TO 1580-AGREGAR-VENTANA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-VENTANA
           MOVE NP-FECHA TO WS-VE-FECHA (WS-CANTIDAD-VENTANA)
           MOVE NP-CLIENTE TO WS-VE-CLIENTE (WS-CANTIDAD-VENTANA)
           MOVE WS-OPERACION-DUPLIC TO
               WS-VE-OPERACION (WS-CANTIDAD-VENTANA)
           MOVE NP-NUM1 TO WS-VE-NUM1 (WS-CANTIDAD-VENTANA)
           MOVE NP-NUM2 TO WS-VE-NUM2 (WS-CANTIDAD-VENTANA).
       1580-AGREGAR-VENTANA-EXIT.
           EXIT.

      ******************************************************************
      * 1585-AVISAR-VENTANA-COMPLETA - un solo aviso por corrida: con
      * la ventana llena los pares que no entran ya no se comparan.
      ******************************************************************
       1585-AVISAR-VENTANA-COMPLETA.
           IF WS-VENTANA-COMPLETA
               GO TO 1585-AVISAR-VENTANA-COMPLETA-EXIT
           END-IF
           SET WS-VENTANA-COMPLETA TO TRUE
           DISPLAY "AVISO - VENTANA DE DUPLICADOS COMPLETA (5000 "
               "PARES) - ACORTAR DUPLIDIAS EN RUNCTL00.DAT".
       1585-AVISAR-VENTANA-COMPLETA-EXIT.
           EXIT.

      ******************************************************************
      * 4600-LIBERAR-SUSPENSO - un suspenso pendiente de una corrida
      * anterior con su liberacion firmada ya presente se procesa al
      * arrancar (ruteado a la division o al motor de calculo igual
      * que un par de entrada, convertido con la tasa del dia en que
      * se libera) y queda en estado L con el supervisor que firmo;
      * sin liberacion sigue pendiente. Si su moneda no tiene tasa en
      * el dia se rechaza con motivo 06 y tambien sale del suspenso.
      ******************************************************************
       4600-LIBERAR-SUSPENSO.
           IF WS-SU-ESTADO (WS-INDICE-SUSPENSO) NOT = "P"

           MOVE WS-SU-OPERACION (WS-INDICE-SUSPENSO) TO NP-OPERACION
           MOVE WS-SU-CLIENTE (WS-INDICE-SUSPENSO) TO NP-CLIENTE
           MOVE WS-SU-MONEDA (WS-INDICE-SUSPENSO) TO NP-MONEDA
           MOVE ZERO TO NP-TASA
           MOVE "N" TO WS-SW-DESBORDE
           MOVE SPACE TO NP-RESULTADO
           DISPLAY "EJERCICIO03 - SUSPENSO LIBERADO POR "
               "SUPERVISOR "
               WS-LB-SUPERVISOR (WS-INDICE-LIB-HALLADO)
           SET WS-ENTRADA-VALIDA TO TRUE
           PERFORM 1518-VALIDAR-COTIZACION
               THRU 1518-VALIDAR-COTIZACION-EXIT
           EVALUATE TRUE
               WHEN NOT WS-ENTRADA-VALIDA
                   CONTINUE
               WHEN NP-OP-DIVIDIR
                   PERFORM 2010-DIVIDIR-REGISTRO
                       THRU 2010-DIVIDIR-REGISTRO-EXIT
       4600-LIBERAR-SUSPENSO-EXIT.
           EXIT.

      ******************************************************************
      * 4650-PROCESAR-CONFIRMADO - un probable duplicado de este
      * circuito que el supervisor confirmo como genuino (estado C)
      * se procesa al arrancar como un par de entrada mas: se valida,
      * se cotiza al dia y pasa por los limites, pero no se vuelve a
      * buscar en la ventana. Queda en estado L aunque termine
      * rechazado o en suspenso, porque ya salio de la revision. Los
      * descartados (D) y los de EjercicioDriver no se tocan.
      ******************************************************************
       4650-PROCESAR-CONFIRMADO.
           IF WS-DV-ESTADO (WS-INDICE-DUPLICADO) NOT = "C"
               OR WS-DV-ORIGEN (WS-INDICE-DUPLICADO) NOT = "EJERCICIO03"
               GO TO 4650-PROCESAR-CONFIRMADO-EXIT
           END-IF
           MOVE WS-DV-NUM1 (WS-INDICE-DUPLICADO) TO NP-NUM1
           MOVE WS-DV-NUM2 (WS-INDICE-DUPLICADO) TO NP-NUM2
           MOVE WS-DV-OPERACION (WS-INDICE-DUPLICADO) TO NP-OPERACION
           MOVE WS-DV-CLIENTE (WS-INDICE-DUPLICADO) TO NP-CLIENTE
           MOVE WS-DV-MONEDA (WS-INDICE-DUPLICADO) TO NP-MONEDA
           MOVE ZERO TO NP-TASA
           MOVE "N" TO WS-SW-DESBORDE
           MOVE "N" TO WS-SW-PAR-SUSPENDIDO
           MOVE SPACE TO NP-RESULTADO
           DISPLAY "EJERCICIO03 - DUPLICADO CONFIRMADO POR "
               "SUPERVISOR " WS-DV-SUPERVISOR (WS-INDICE-DUPLICADO)
           PERFORM 1500-VALIDAR-ENTRADA THRU 1500-VALIDAR-ENTRADA-EXIT
           IF WS-ENTRADA-VALIDA
               MOVE NP-OPERACION TO WS-OPERACION-DUPLIC
               PERFORM 1580-AGREGAR-VENTANA
                   THRU 1580-AGREGAR-VENTANA-EXIT
               PERFORM 1520-VERIFICAR-LIMITES
                   THRU 1520-VERIFICAR-LIMITES-EXIT
           END-IF
           IF WS-ENTRADA-VALIDA AND NOT WS-PAR-SUSPENDIDO
               EVALUATE TRUE
                   WHEN NP-OP-DIVIDIR
                       PERFORM 2010-DIVIDIR-REGISTRO
                           THRU 2010-DIVIDIR-REGISTRO-EXIT
                   WHEN NP-OP-MULTIPLICAR
                   WHEN NP-OP-SUMAR
                   WHEN NP-OP-RESTAR
                       PERFORM 2800-ENCADENAR-CALCULO
                           THRU 2800-ENCADENAR-CALCULO-EXIT
                   WHEN OTHER
                       PERFORM 2850-RECHAZAR-OPERACION
                           THRU 2850-RECHAZAR-OPERACION-EXIT
               END-EVALUATE
           END-IF
           MOVE "L" TO WS-DV-ESTADO (WS-INDICE-DUPLICADO)
           ADD 1 TO WS-CONTADOR-CONFIRMADOS.
       4650-PROCESAR-CONFIRMADO-EXIT.
           EXIT.

      ******************************************************************
      * 4700-LISTAR-PENDIENTE - una linea para el supervisor por cada
      * suspenso que sigue pendiente al terminar la corrida.
               WS-SU-FECHA (WS-INDICE-SUSPENSO) " "
               WS-SUSPENSO-EDITADO-1 " / " WS-SUSPENSO-EDITADO-2
               " OPERACION " WS-SU-OPERACION (WS-INDICE-SUSPENSO)
               " CLIENTE " WS-SU-CLIENTE (WS-INDICE-SUSPENSO)
               " MONEDA " WS-SU-MONEDA (WS-INDICE-SUSPENSO).
       4700-LISTAR-PENDIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 4750-LISTAR-DUPLICADO - una linea para el supervisor por cada
      * probable duplicado de este circuito que sigue sin revisar.
      ******************************************************************
       4750-LISTAR-DUPLICADO.
           IF WS-DV-ESTADO (WS-INDICE-DUPLICADO) NOT = "P"
               OR WS-DV-ORIGEN (WS-INDICE-DUPLICADO) NOT = "EJERCICIO03"
               GO TO 4750-LISTAR-DUPLICADO-EXIT
           END-IF
           ADD 1 TO WS-PENDIENTES-DUPLICADO
           MOVE WS-DV-NUM1 (WS-INDICE-DUPLICADO)
               TO WS-SUSPENSO-EDITADO-1
           MOVE WS-DV-NUM2 (WS-INDICE-DUPLICADO)
               TO WS-SUSPENSO-EDITADO-2
           DISPLAY "  DUPLICADO A REVISAR - FECHA "
               WS-DV-FECHA (WS-INDICE-DUPLICADO) " "
               WS-SUSPENSO-EDITADO-1 " / " WS-SUSPENSO-EDITADO-2
               " OPERACION " WS-DV-OPERACION (WS-INDICE-DUPLICADO)
               " CLIENTE " WS-DV-CLIENTE (WS-INDICE-DUPLICADO)
               " PREVIO DEL "
               WS-DV-FECHA-PREVIA (WS-INDICE-DUPLICADO).
       4750-LISTAR-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 4800-GRABAR-SUSPENSOS - regraba SUSPEN03.DAT completo desde la
      * tabla: los pendientes en P y los liberados en L con el
           MOVE ";" TO REG-SUSPENSOS-03 (40:1)
           MOVE WS-SU-SUPERVISOR (WS-INDICE-SUSPENSO)
               TO SU-SUPERVISOR
           MOVE ";" TO REG-SUSPENSOS-03 (45:1)
           MOVE WS-SU-MONEDA (WS-INDICE-SUSPENSO) TO SU-MONEDA
           WRITE REG-SUSPENSOS-03
           IF WS-FS-SUSPENSOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO SUSPEN03.DAT - STATUS "
       4850-GRABAR-LINEA-SUSPENSO-EXIT.
           EXIT.

      ******************************************************************
      * 4900-GRABAR-DUPLICADOS - regraba DUPLIC00.DAT completo desde la
      * tabla: pendientes (P), confirmados sin procesar (C),
      * descartados (D) y procesados (L), de los dos circuitos. La
      * regrabacion pisa los agregados en el acto de 1575.
      ******************************************************************
       4900-GRABAR-DUPLICADOS.
           IF WS-CANTIDAD-DUPLICADOS = ZERO
               GO TO 4900-GRABAR-DUPLICADOS-EXIT
           END-IF
           OPEN OUTPUT DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ABRIENDO DUPLIC00.DAT - STATUS "
                   WS-FS-DUPLICADOS
               GO TO 4900-GRABAR-DUPLICADOS-EXIT
           END-IF
           PERFORM 4950-GRABAR-LINEA-DUPLICADO
               THRU 4950-GRABAR-LINEA-DUPLICADO-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
           CLOSE DUPLICADOS-00.
       4900-GRABAR-DUPLICADOS-EXIT.
           EXIT.

       4950-GRABAR-LINEA-DUPLICADO.
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
       4950-GRABAR-LINEA-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 1090-ARMAR-LISTA - arma la lista de archivos de entrada de la
      * corrida: los nombres de LISTIN03.DAT en su orden si la lista
      * existe y tiene contenido, o el unico archivo de entrada de
      * siempre si no. Una entrada pedida por el invocante se procesa
      * sola, sin mirar la lista.
      ******************************************************************
       1090-ARMAR-LISTA.
           MOVE ZERO TO WS-CANTIDAD-ARCHIVOS
           IF ADDRESS OF LK-ENTRADA-PEDIDA NOT = NULL
               MOVE 1 TO WS-CANTIDAD-ARCHIVOS
               MOVE WS-ARCH-ENTRADA TO WS-LISTA-ARCHIVO (1)
               DISPLAY "EJERCICIO03 - ENTRADA PEDIDA POR EL "
                   "INVOCANTE: " WS-ARCH-ENTRADA
               GO TO 1090-ARMAR-LISTA-EXIT
           END-IF
           OPEN INPUT LISTA-ENTRADAS
           IF WS-FS-LISTA = "00"
               PERFORM 1095-LEER-LISTA THRU 1095-LEER-LISTA-EXIT
                   MOVE RCTL-VALOR TO WS-ARCH-SUSPENSOS
               WHEN "LIBERA03    "
                   MOVE RCTL-VALOR TO WS-ARCH-LIBERACIONES
               WHEN "DUPLIC00    "
                   MOVE RCTL-VALOR TO WS-ARCH-DUPLICADOS
               WHEN "DUPLIDIAS   "
                   IF RCTL-VALOR-NUM NUMERIC
                       AND RCTL-VALOR-NUM NOT > 366
                       MOVE RCTL-VALOR-NUM TO WS-DIAS-DUPLICADOS
                   ELSE
                       DISPLAY "EJERCICIO03 - DUPLIDIAS INVALIDO EN "
                           "RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "EJERCICIO03 - LISTA     : " WS-ARCH-LISTA
           DISPLAY "EJERCICIO03 - LIMITES   : " WS-ARCH-LIMITES
           DISPLAY "EJERCICIO03 - SUSPENSOS : " WS-ARCH-SUSPENSOS
           DISPLAY "EJERCICIO03 - LIBERAC.  : " WS-ARCH-LIBERACIONES
           DISPLAY "EJERCICIO03 - DUPLICADOS: " WS-ARCH-DUPLICADOS
           DISPLAY "EJERCICIO03 - DIAS DUPL.: " WS-DIAS-DUPLICADOS.
       1040-MOSTRAR-RUN-CONTROL-EXIT.
           EXIT.

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
               DISPLAY "EJERCICIO03 - SIN MAESTRO DE CLIENTES - "
                   "NO SE VALIDA EL CODIGO DE CLIENTE"
               GO TO 1070-ABRIR-CLIENTES-EXIT
           END-IF
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   CLOSE MAESTRO-CLIENTES
                   DISPLAY "EJERCICIO03 - MAESTRO DE CLIENTES VACIO - "
                       "NO SE VALIDA EL CODIGO DE CLIENTE"
                   GO TO 1070-ABRIR-CLIENTES-EXIT
           END-READ
           SET WS-CLIENTES-CARGADOS TO TRUE
           DISPLAY "EJERCICIO03 - MAESTRO DE CLIENTES ABIERTO: "
               WS-ARCH-CLIENTES.
       1070-ABRIR-CLIENTES-EXIT.
           EXIT.

      ******************************************************************
       1150-OBTENER-SECUENCIA-HISTORIA-EXIT.
           EXIT.

      ******************************************************************
      * 1160-CARGAR-VENTANA - carga en memoria la ventana de control de
      * duplicados: los pares que este circuito dejo en HIST00.DAT
      * desde hoy menos WS-DIAS-DUPLICADOS dias (clave DUPLIDIAS en
      * RUNCTL00.DAT; 0 mira solo el dia de hoy), divisiones
      * EJERCICIO03 y calculos CALCULO00, con su cliente, operacion
      * y NUM1/NUM2. Un EJERCICIO03 grabado antes de que la historia
      * llevara la operacion vale como division; un CALCULO00 sin
      * operacion no se puede comparar y queda afuera, igual que un par
      * ya revertido, cuyo reenvio es la correccion. Los pares que
      * la corrida va aceptando se agregan en 1580, asi un par
      * repetido en dos archivos de la lista tambien se detecta.
      ******************************************************************
       1160-CARGAR-VENTANA.
           MOVE ZERO TO WS-CANTIDAD-VENTANA
           MOVE FUNCTION INTEGER-OF-DATE (NP-FECHA)
               TO WS-DIAS-CORRIDOS
           SUBTRACT WS-DIAS-DUPLICADOS FROM WS-DIAS-CORRIDOS
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-CORRIDOS)
               TO WS-FECHA-DESDE-DUPLIC
           MOVE WS-FECHA-DESDE-DUPLIC TO RH-FECHA
           MOVE ZERO TO RH-SECUENCIA
           START HISTORIA-00 KEY IS NOT LESS THAN RH-CLAVE
               INVALID KEY
                   SET WS-FIN-VENTANA TO TRUE
           END-START
           PERFORM 1165-LEER-VENTANA THRU 1165-LEER-VENTANA-EXIT
               UNTIL WS-FIN-VENTANA
           DISPLAY "EJERCICIO03 - VENTANA DE DUPLICADOS DESDE "
               WS-FECHA-DESDE-DUPLIC " - PARES: " WS-CANTIDAD-VENTANA.
       1160-CARGAR-VENTANA-EXIT.
           EXIT.

       1165-LEER-VENTANA.
           READ HISTORIA-00 NEXT RECORD
               AT END
                   SET WS-FIN-VENTANA TO TRUE
                   GO TO 1165-LEER-VENTANA-EXIT
           END-READ
           EVALUATE TRUE
               WHEN RH-REVERTIDO
                   GO TO 1165-LEER-VENTANA-EXIT
               WHEN RH-PROGRAMA = "EJERCICIO03"
                   AND RH-OPERACION = SPACE
                   MOVE "D" TO WS-OPERACION-DUPLIC
               WHEN RH-PROGRAMA = "EJERCICIO03"
                   MOVE RH-OPERACION TO WS-OPERACION-DUPLIC
               WHEN RH-PROGRAMA = "CALCULO00"
                   AND RH-OPERACION NOT = SPACE
                   MOVE RH-OPERACION TO WS-OPERACION-DUPLIC
               WHEN OTHER
                   GO TO 1165-LEER-VENTANA-EXIT
           END-EVALUATE
           IF WS-CANTIDAD-VENTANA >= 5000
               PERFORM 1585-AVISAR-VENTANA-COMPLETA
                   THRU 1585-AVISAR-VENTANA-COMPLETA-EXIT
               SET WS-FIN-VENTANA TO TRUE
               GO TO 1165-LEER-VENTANA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-VENTANA
           MOVE RH-FECHA TO WS-VE-FECHA (WS-CANTIDAD-VENTANA)
           MOVE RH-CLIENTE TO WS-VE-CLIENTE (WS-CANTIDAD-VENTANA)
           MOVE WS-OPERACION-DUPLIC TO
               WS-VE-OPERACION (WS-CANTIDAD-VENTANA)
           MOVE RH-NUM1 TO WS-VE-NUM1 (WS-CANTIDAD-VENTANA)
           MOVE RH-NUM2 TO WS-VE-NUM2 (WS-CANTIDAD-VENTANA).
       1165-LEER-VENTANA-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LEER-PUNTO-CONTROL - lee el ultimo punto de control de una
      * corrida anterior; si no existe, se arranca desde el principio.
      * 2000-PROCESAR - valida el par leido y lo rutea segun su codigo
      * de operacion: D (o blanco) se divide y audita aca como
      * siempre, M/A/S se encadena a EjercicioCalculo, y un codigo
      * desconocido se rechaza con motivo 03. Un par valido que ya
      * figura en la ventana de control de duplicados queda retenido
      * para revision y no se procesa.
      ******************************************************************
       2000-PROCESAR.
           MOVE RE03-NUM1 TO NP-NUM1
           MOVE RE03-NUM2 TO NP-NUM2
           MOVE RE03-OPERACION TO NP-OPERACION
           MOVE RE03-CLIENTE TO NP-CLIENTE
           MOVE RE03-MONEDA TO NP-MONEDA
           MOVE ZERO TO NP-TASA
           MOVE "N" TO WS-SW-DESBORDE
           MOVE "N" TO WS-SW-PAR-SUSPENDIDO
           MOVE "N" TO WS-SW-PAR-DUPLICADO

           PERFORM 1500-VALIDAR-ENTRADA THRU 1500-VALIDAR-ENTRADA-EXIT

           IF WS-ENTRADA-VALIDA
               PERFORM 1560-VERIFICAR-DUPLICADO
                   THRU 1560-VERIFICAR-DUPLICADO-EXIT
           END-IF

           IF WS-ENTRADA-VALIDA AND NOT WS-PAR-DUPLICADO
               PERFORM 1520-VERIFICAR-LIMITES
                   THRU 1520-VERIFICAR-LIMITES-EXIT
           END-IF

           IF WS-ENTRADA-VALIDA AND NOT WS-PAR-SUSPENDIDO
               AND NOT WS-PAR-DUPLICADO
               EVALUATE TRUE
                   WHEN NP-OP-DIVIDIR
                       PERFORM 2010-DIVIDIR-REGISTRO
      ******************************************************************
      * 2010-DIVIDIR-REGISTRO - la division de siempre del modo batch:
      * divide el par ya validado, aplica la escala de decimales,
      * convierte a moneda base, audita el resultado y lo historiza.
      ******************************************************************
       2010-DIVIDIR-REGISTRO.
           IF NP-NUM2 = 0 THEN
               DISPLAY "No se puede dividir por 0"
               MOVE ZERO TO NP-RES
               MOVE ZERO TO NP-RESTO
               PERFORM 1700-CONVERTIR-BASE
                   THRU 1700-CONVERTIR-BASE-EXIT
               IF NOT WS-HAY-DESBORDE
                   PERFORM 2500-REGISTRAR-AUDITORIA
                       THRU 2500-REGISTRAR-AUDITORIA-EXIT
               END-IF
           ELSE
               DIVIDE NP-NUM1 BY NP-NUM2 GIVING NP-RES ROUNDED
                   REMAINDER NP-RESTO
                   PERFORM 1600-APLICAR-ESCALA-DECIMAL
                       THRU 1600-APLICAR-ESCALA-DECIMAL-EXIT
               END-IF
               IF NOT WS-HAY-DESBORDE
                   PERFORM 1700-CONVERTIR-BASE
                       THRU 1700-CONVERTIR-BASE-EXIT
               END-IF
               IF NOT WS-HAY-DESBORDE
                   DISPLAY "El resultado de la division es: "
                       NP-RES
           MOVE "03" TO RR03-MOTIVO
           MOVE NP-OPERACION TO RR03-OPERACION
           MOVE "OPERACION MALA" TO RR03-DESCRIPCION
           MOVE NP-MONEDA TO RR03-MONEDA
           WRITE REG-RECHAZOS-03
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RECHAZ03.DAT - STATUS "
      * antes de operar; datos no numericos se rechazan con motivo 01
      * y un cliente que no figura en el maestro con motivo 04. Un
      * cliente en blanco vale como sin cliente, para no romper las
      * entradas existentes. Un par valido hasta ahi necesita ademas
      * la cotizacion del dia de su moneda (motivo 06).
      ******************************************************************
       1500-VALIDAR-ENTRADA.
           SET WS-ENTRADA-VALIDA TO TRUE
               MOVE "01" TO RR03-MOTIVO
               MOVE NP-OPERACION TO RR03-OPERACION
               MOVE "NO NUMERICO" TO RR03-DESCRIPCION
               MOVE NP-MONEDA TO RR03-MONEDA
               WRITE REG-RECHAZOS-03
               IF WS-FS-RECHAZOS NOT = "00"
                   DISPLAY "ERROR ESCRIBIENDO RECHAZ03.DAT - STATUS "
               GO TO 1500-VALIDAR-ENTRADA-EXIT
           END-IF
           PERFORM 1510-VALIDAR-CLIENTE
               THRU 1510-VALIDAR-CLIENTE-EXIT
           IF WS-ENTRADA-VALIDA
               PERFORM 1518-VALIDAR-COTIZACION
                   THRU 1518-VALIDAR-COTIZACION-EXIT
           END-IF.
       1500-VALIDAR-ENTRADA-EXIT.
           EXIT.

      ******************************************************************
      * 1510-VALIDAR-CLIENTE - un codigo de cliente no blanco debe
      * figurar en el maestro CLIMST00.DAT (lectura por clave); si no
      * figura, el par se rechaza con motivo 04, y si figura bloqueado
      * o cerrado, con motivo 05. Con el maestro ausente o vacio no
      * se valida.
      ******************************************************************
       1510-VALIDAR-CLIENTE.
           IF NP-SIN-CLIENTE OR NOT WS-CLIENTES-CARGADOS
               GO TO 1510-VALIDAR-CLIENTE-EXIT
           END-IF
           MOVE SPACES TO REG-RECHAZOS-03
           MOVE NP-CLIENTE TO CM-CODIGO
           READ MAESTRO-CLIENTES
               KEY IS CM-CODIGO
               INVALID KEY
                   MOVE "04" TO RR03-MOTIVO
                   MOVE "CLIENTE MALO" TO RR03-DESCRIPCION
                   PERFORM 1515-RECHAZAR-CLIENTE
                       THRU 1515-RECHAZAR-CLIENTE-EXIT
                   GO TO 1510-VALIDAR-CLIENTE-EXIT
           END-READ
           IF CM-BLOQUEADO
               MOVE "05" TO RR03-MOTIVO
               MOVE "CLIENTE BLOQ." TO RR03-DESCRIPCION
               PERFORM 1515-RECHAZAR-CLIENTE
                   THRU 1515-RECHAZAR-CLIENTE-EXIT
               GO TO 1510-VALIDAR-CLIENTE-EXIT
           END-IF
           IF CM-CERRADO
               MOVE "05" TO RR03-MOTIVO
               MOVE "CLIENTE CERRADO" TO RR03-DESCRIPCION
               PERFORM 1515-RECHAZAR-CLIENTE
                   THRU 1515-RECHAZAR-CLIENTE-EXIT
           END-IF.
       1510-VALIDAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 1515-RECHAZAR-CLIENTE - graba en RECHAZOS-03 el par de un
      * cliente invalido (o sin cotizacion) con el motivo y la
      * descripcion ya movidos.
      ******************************************************************
       1515-RECHAZAR-CLIENTE.
           MOVE "N" TO WS-SW-ENTRADA-VALIDA
           MOVE NP-NUM1 TO WS-DESBORDE-EDITADO
           MOVE WS-DESBORDE-EDITADO TO RR03-NUM1
           MOVE NP-NUM2 TO WS-DESBORDE-EDITADO
           MOVE WS-DESBORDE-EDITADO TO RR03-NUM2
           MOVE NP-OPERACION TO RR03-OPERACION
           MOVE NP-MONEDA TO RR03-MONEDA
           WRITE REG-RECHAZOS-03
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RECHAZ03.DAT - STATUS "
                   WS-FS-RECHAZOS
           END-IF
           ADD 1 TO WS-CONTADOR-RECHAZOS.
       1515-RECHAZAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 1518-VALIDAR-COTIZACION - pide a EjercicioCotiza la tasa de la
      * moneda del par para la fecha de proceso. La moneda base (o
      * una moneda en blanco) cotiza 1 y vuelve con el codigo de la
      * moneda base; una moneda sin tasa cargada en TIPCAM00.DAT para
      * ese dia se rechaza con motivo 06, porque sin tasa no hay
      * importe en moneda base para historizar ni para el mayor.
      ******************************************************************
       1518-VALIDAR-COTIZACION.
           MOVE NP-MONEDA TO CTZ-MONEDA
           MOVE NP-FECHA TO CTZ-FECHA
           CALL "EjercicioCotiza" USING COTIZA-REGISTRO
           IF CTZ-HALLADA
               MOVE CTZ-MONEDA TO NP-MONEDA
               MOVE CTZ-TASA TO NP-TASA
               GO TO 1518-VALIDAR-COTIZACION-EXIT
           END-IF
           MOVE ZERO TO NP-TASA
           MOVE "R" TO NP-RESULTADO
           MOVE SPACES TO REG-RECHAZOS-03
           MOVE "06" TO RR03-MOTIVO
           MOVE "SIN COTIZACION" TO RR03-DESCRIPCION
           DISPLAY "EJERCICIO03 - SIN COTIZACION PARA MONEDA "
               NP-MONEDA " FECHA " NP-FECHA
           PERFORM 1515-RECHAZAR-CLIENTE
               THRU 1515-RECHAZAR-CLIENTE-EXIT.
       1518-VALIDAR-COTIZACION-EXIT.
           EXIT.

      ******************************************************************
      * 1550-RECHAZAR-DESBORDE - rechaza un par cuyo cociente o resto
      * desborda PIC 9(07)V99 al dividir o al aplicar la escala de
      * decimales, o cuyo importe convertido a moneda base desborda
      * PIC 9(11)V99, en vez de dejarlo grabado truncado. Detiene el
      * procesamiento del par: no se audita ni se historiza.
      ******************************************************************
       1550-RECHAZAR-DESBORDE.
           MOVE "02" TO RR03-MOTIVO
           MOVE NP-OPERACION TO RR03-OPERACION
           MOVE "DESBORDE" TO RR03-DESCRIPCION
           MOVE NP-MONEDA TO RR03-MONEDA
           WRITE REG-RECHAZOS-03
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RECHAZ03.DAT - STATUS "
       1600-APLICAR-ESCALA-DECIMAL-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CONVERTIR-BASE - convierte NUM1, NUM2, RES y RESTO ya
      * escalados a moneda base con la tasa del dia del par. El
      * importe original se historiza igual; el convertido es el que
      * toman el extracto del mayor y los reportes que totalizan.
      ******************************************************************
       1700-CONVERTIR-BASE.
           COMPUTE WS-BASE-NUM1 ROUNDED = NP-NUM1 * NP-TASA
               ON SIZE ERROR
                   PERFORM 1550-RECHAZAR-DESBORDE
                       THRU 1550-RECHAZAR-DESBORDE-EXIT
           END-COMPUTE
           IF NOT WS-HAY-DESBORDE
               COMPUTE WS-BASE-NUM2 ROUNDED = NP-NUM2 * NP-TASA
                   ON SIZE ERROR
                       PERFORM 1550-RECHAZAR-DESBORDE
                           THRU 1550-RECHAZAR-DESBORDE-EXIT
               END-COMPUTE
           END-IF
           IF NOT WS-HAY-DESBORDE
               COMPUTE WS-BASE-RES ROUNDED = NP-RES * NP-TASA
                   ON SIZE ERROR
                       PERFORM 1550-RECHAZAR-DESBORDE
                           THRU 1550-RECHAZAR-DESBORDE-EXIT
               END-COMPUTE
           END-IF
           IF NOT WS-HAY-DESBORDE
               COMPUTE WS-BASE-RESTO ROUNDED = NP-RESTO * NP-TASA
                   ON SIZE ERROR
                       PERFORM 1550-RECHAZAR-DESBORDE
                           THRU 1550-RECHAZAR-DESBORDE-EXIT
               END-COMPUTE
           END-IF.
       1700-CONVERTIR-BASE-EXIT.
           EXIT.

       2100-LEER-ENTRADA.
           READ ENTRADA-03
               AT END
           MOVE NP-RES TO WS-LA-RES
           MOVE NP-RESTO TO WS-LA-RESTO
           MOVE NP-CLIENTE TO WS-LA-CLIENTE
           MOVE WS-OPERADOR TO WS-LA-OPERADOR
           MOVE "DIVISION " TO WS-LA-TIPO
           IF NP-NUM2 = 0
               MOVE "S" TO WS-LA-DIV-CERO

      ******************************************************************
      * 2600-REGISTRAR-HISTORIA - graba el par dividido en el archivo
      * indexado de historia, con clave fecha + secuencia del dia, y
      * a continuacion su comision si la tarifa del cliente la preve.
      ******************************************************************
       2600-REGISTRAR-HISTORIA.
           ADD 1 TO WS-SECUENCIA-HISTORIA
           MOVE NP-RESTO TO RH-RESTO
           MOVE "EJERCICIO03" TO RH-PROGRAMA
           MOVE NP-CLIENTE TO RH-CLIENTE
           MOVE NP-MONEDA TO RH-MONEDA
           MOVE NP-TASA TO RH-TASA
           MOVE WS-BASE-NUM1 TO RH-BASE-NUM1
           MOVE WS-BASE-NUM2 TO RH-BASE-NUM2
           MOVE WS-BASE-RES TO RH-BASE-RES
           MOVE WS-BASE-RESTO TO RH-BASE-RESTO
           MOVE NP-OPERACION TO RH-OPERACION
           MOVE SPACE TO RH-ESTADO
           MOVE ZERO TO RH-VINC-FECHA
           MOVE ZERO TO RH-VINC-SECUENCIA
           WRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO HIST00.DAT - STATUS "
                   WS-FS-HISTORIA
               GO TO 2600-REGISTRAR-HISTORIA-EXIT
           END-IF
           PERFORM 2650-REGISTRAR-COMISION
               THRU 2650-REGISTRAR-COMISION-EXIT.
       2600-REGISTRAR-HISTORIA-EXIT.
           EXIT.

      ******************************************************************
      * 2650-REGISTRAR-COMISION - pide a EjercicioComision la comision
      * del par recien historizado segun la tarifa del cliente y la
      * operacion (sobre el NUM1 en moneda base) y, si corresponde,
      * la graba como registro propio de la historia con la
      * secuencia siguiente: RH-PROGRAMA COMISION00, la comision en
      * RES (NUM1, NUM2 y RESTO en cero), moneda base con tasa 1 y
      * vinculado al par por RH-VINCULO, mas su linea COMISION en
      * AUDIT03.DAT. Un par sin tarifa no lleva comision; una
      * comision que no se pudo calcular se avisa y el par sigue
      * historizado igual. Los pares M/A/S los comisiona
      * EjercicioCalculo al historizarlos.
      ******************************************************************
       2650-REGISTRAR-COMISION.
           MOVE NP-CLIENTE TO CMS-CLIENTE
           MOVE NP-OPERACION TO CMS-OPERACION
           MOVE WS-BASE-NUM1 TO CMS-IMPORTE
           CALL "EjercicioComision" USING COMISION-REGISTRO
           IF CMS-FALLA
               DISPLAY "EJERCICIO03 - COMISION NO CALCULADA PARA EL "
                   "PAR " NP-FECHA "/" WS-SECUENCIA-HISTORIA
           END-IF
           IF NOT CMS-CALCULADA
               GO TO 2650-REGISTRAR-COMISION-EXIT
           END-IF

           MOVE WS-SECUENCIA-HISTORIA TO WS-SECUENCIA-PAR
           ADD 1 TO WS-SECUENCIA-HISTORIA
           MOVE NP-FECHA TO RH-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO RH-SECUENCIA
           MOVE ZERO TO RH-NUM1
           MOVE ZERO TO RH-NUM2
           MOVE CMS-COMISION TO RH-RES
           MOVE ZERO TO RH-RESTO
           MOVE "COMISION00" TO RH-PROGRAMA
           MOVE NP-CLIENTE TO RH-CLIENTE
           MOVE CMS-MONEDA-BASE TO RH-MONEDA
           MOVE 1 TO RH-TASA
           MOVE ZERO TO RH-BASE-NUM1
           MOVE ZERO TO RH-BASE-NUM2
           MOVE CMS-COMISION TO RH-BASE-RES
           MOVE ZERO TO RH-BASE-RESTO
           MOVE NP-OPERACION TO RH-OPERACION
           MOVE SPACE TO RH-ESTADO
           MOVE NP-FECHA TO RH-VINC-FECHA
           MOVE WS-SECUENCIA-PAR TO RH-VINC-SECUENCIA
           WRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO HIST00.DAT - STATUS "
                   WS-FS-HISTORIA " - COMISION DEL PAR " NP-FECHA "/"
                   WS-SECUENCIA-PAR " NO GRABADA"
               GO TO 2650-REGISTRAR-COMISION-EXIT
           END-IF

           ACCEPT WS-FH-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-FH-HORA FROM TIME
           MOVE WS-FH-FECHA TO WS-LA-FECHA
           MOVE WS-FH-HORA TO WS-LA-HORA
           MOVE ZERO TO WS-LA-NUM1
           MOVE ZERO TO WS-LA-NUM2
           MOVE CMS-COMISION TO WS-LA-RES
           MOVE ZERO TO WS-LA-RESTO
           MOVE "N" TO WS-LA-DIV-CERO
           MOVE "COMISION " TO WS-LA-TIPO
           MOVE NP-CLIENTE TO WS-LA-CLIENTE
           MOVE WS-OPERADOR TO WS-LA-OPERADOR
           MOVE WS-LINEA-AUDITORIA TO REG-AUDITORIA-03
           WRITE REG-AUDITORIA-03
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO AUDIT03.DAT - STATUS "
                   WS-FS-AUDITORIA
           END-IF.
       2650-REGISTRAR-COMISION-EXIT.
           EXIT.

      ******************************************************************
      * 2700-ACTUALIZAR-PUNTO-CONTROL - cada WS-INTERVALO-CHECKPOINT
      * transacciones, graba el ultimo registro procesado como punto
           CLOSE AUDITORIA-03
           CLOSE RECHAZOS-03
           CLOSE HISTORIA-00
           IF WS-CLIENTES-CARGADOS
               CLOSE MAESTRO-CLIENTES
           END-IF
           OPEN OUTPUT PUNTO-CONTROL-03
           MOVE ZERO TO REG-PUNTO-CONTROL-03
           WRITE REG-PUNTO-CONTROL-03
               WS-CONTADOR-SUSPENSOS
           DISPLAY "EJERCICIO03 - SUSP. LIBERADOS  : "
               WS-CONTADOR-LIBERADOS
           DISPLAY "EJERCICIO03 - PROB. DUPLICADOS : "
               WS-CONTADOR-DUPLICADOS
           DISPLAY "EJERCICIO03 - DUPL.CONFIRMADOS : "
               WS-CONTADOR-CONFIRMADOS
           PERFORM 3050-MOSTRAR-ORIGEN THRU 3050-MOSTRAR-ORIGEN-EXIT
               VARYING WS-INDICE-ORIGEN FROM 1 BY 1
               UNTIL WS-INDICE-ORIGEN > WS-CANTIDAD-ORIGENES
               UNTIL WS-INDICE-SUSPENSO > WS-CANTIDAD-SUSPENSOS
           PERFORM 4800-GRABAR-SUSPENSOS
               THRU 4800-GRABAR-SUSPENSOS-EXIT
           MOVE ZERO TO WS-PENDIENTES-DUPLICADO
           PERFORM 4750-LISTAR-DUPLICADO
               THRU 4750-LISTAR-DUPLICADO-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
           PERFORM 4900-GRABAR-DUPLICADOS
               THRU 4900-GRABAR-DUPLICADOS-EXIT
           IF RETURN-CODE = ZERO AND WS-CONTADOR-RECHAZOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PENDIENTES-SUSPENSO > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PENDIENTES-DUPLICADO > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LISTA-USADA AND WS-CONTADOR-ARCH-YA > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           MOVE LK-NUM2 TO NP-NUM2
           MOVE LK-OPERACION TO NP-OPERACION
           MOVE LK-CLIENTE TO NP-CLIENTE
           MOVE LK-MONEDA TO NP-MONEDA
           MOVE LK-TASA TO NP-TASA
           MOVE SPACE TO NP-RESULTADO
           MOVE "N" TO WS-SW-DESBORDE
           MOVE "N" TO LK-ERROR
           PERFORM 1150-OBTENER-SECUENCIA-HISTORIA
               THRU 1150-OBTENER-SECUENCIA-HISTORIA-EXIT

           IF NP-TASA NOT NUMERIC OR NP-TASA = ZERO
               SET WS-ENTRADA-VALIDA TO TRUE
               PERFORM 1518-VALIDAR-COTIZACION
                   THRU 1518-VALIDAR-COTIZACION-EXIT
               IF NOT WS-ENTRADA-VALIDA
                   MOVE ZERO TO NP-RES
                   MOVE ZERO TO NP-RESTO
                   GO TO 5000-DIVIDIR-PAR-CERRAR
               END-IF
           END-IF

           IF NP-NUM2 = 0
               MOVE ZERO TO NP-RES
               MOVE ZERO TO NP-RESTO
               PERFORM 1700-CONVERTIR-BASE
                   THRU 1700-CONVERTIR-BASE-EXIT
               IF NOT WS-HAY-DESBORDE
                   PERFORM 2500-REGISTRAR-AUDITORIA
                       THRU 2500-REGISTRAR-AUDITORIA-EXIT
               END-IF
           ELSE
               DIVIDE NP-NUM1 BY NP-NUM2 GIVING NP-RES ROUNDED
                   REMAINDER NP-RESTO
                   PERFORM 1600-APLICAR-ESCALA-DECIMAL
                       THRU 1600-APLICAR-ESCALA-DECIMAL-EXIT
               END-IF
               IF NOT WS-HAY-DESBORDE
                   PERFORM 1700-CONVERTIR-BASE
                       THRU 1700-CONVERTIR-BASE-EXIT
               END-IF
               IF NOT WS-HAY-DESBORDE
                   ADD 1 TO WS-CONTADOR-DIVIDIDOS
                   PERFORM 2500-REGISTRAR-AUDITORIA
           IF NOT WS-HAY-DESBORDE
               PERFORM 2600-REGISTRAR-HISTORIA
                   THRU 2600-REGISTRAR-HISTORIA-EXIT
           END-IF.
       5000-DIVIDIR-PAR-CERRAR.
           CLOSE AUDITORIA-03
           CLOSE RECHAZOS-03
           CLOSE HISTORIA-00

           MOVE NP-RES TO LK-RES
           MOVE NP-RESTO TO LK-RESTO
           MOVE NP-MONEDA TO LK-MONEDA
           MOVE NP-TASA TO LK-TASA
           MOVE NP-RESULTADO TO LK-RESULTADO.
       5000-DIVIDIR-PAR-EXIT.
           EXIT.
