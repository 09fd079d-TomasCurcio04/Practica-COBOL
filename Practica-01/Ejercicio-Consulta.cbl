      *   2026-09-02 TC  RH-RES es ahora con signo y el listado lo
      *                  muestra (WS-LC-RES -ZZZZZZ9.99): una resta
      *                  negativa historizada se ve con su signo.
      *   2026-10-14 TC  El registro de historia trae la moneda del
      *                  par, la tasa del dia y los importes en moneda
      *                  base; el listado muestra la moneda como
      *                  ultima columna (en blanco para los registros
      *                  anteriores, que son todos en moneda base).
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION); la
      *                  consulta no lo usa.
      *   2026-10-15 TC  RH-RESTO es ahora con signo (una reversa,
      *                  RH-PROGRAMA REVERSA00, lo graba negado) y la
      *                  columna RESTO se lista con signo. El registro
      *                  de historia lleva ademas al final el estado de
      *                  reversa y la clave vinculada
      *                  (RH-ESTADO/RH-VINCULO); la consulta no los usa,
      *                  el rastro de EjercicioRastro los muestra.
      *   2026-10-15 TC  La consulta pide el ingreso del operador
      *                  (EjercicioAcceso; desde el menu toma el
      *                  operador ya ingresado) y la permiten los roles
      *                  operador, supervisor y auditor. Cada consulta
      *                  deja en la bitacora de accesos ACCLOG00.DAT la
      *                  fecha, el rango de secuencias y el programa
      *                  pedidos. Termina con GOBACK para volver al menu
      *                  (opcion 12) en vez de cortar la sesion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioConsulta.
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

       WORKING-STORAGE SECTION.
       COPY ACCESO.

       01  WS-ARCH-HISTORIA        PIC X(40) VALUE "HIST00.DAT".
       01  WS-FS-HISTORIA          PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-ARCHIVO       PIC X(01) VALUE "N".
       01  WS-FILTRO-PROGRAMA      PIC X(11) VALUE SPACES.
       01  WS-CONTADOR-LISTADOS    PIC 9(07) VALUE ZERO.

       01  WS-DETALLE-CONSULTA.
           05  WS-DC-FECHA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DC-DESDE         PIC 9(06).
           05  FILLER              PIC X(01) VALUE "-".
           05  WS-DC-HASTA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DC-PROGRAMA      PIC X(11).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-LINEA-CONSULTA.
           05  WS-LC-SECUENCIA     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-RES           PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-RESTO         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-CLIENTE       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-MONEDA        PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
               UNTIL WS-FIN-ARCHIVO
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - controla el ingreso del operador, pide los
      * criterios de consulta, deja la consulta en la bitacora de
      * accesos, abre la historia y posiciona el primer registro de la
      * fecha pedida con un START sobre RH-CLAVE.
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIOCONSULTA - CONSULTA DE HISTORIA"
           MOVE "E" TO ACC-ACCION
           MOVE "CONSULTA" TO ACC-PROGRAMA
           MOVE "OSA" TO ACC-ROLES
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           IF NOT ACC-OTORGADO
               SET WS-FIN-ARCHIVO TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           DISPLAY "FECHA (AAAAMMDD): "
           ACCEPT WS-FECHA-CONSULTA
           IF WS-FECHA-NUMERICA NOT NUMERIC
           DISPLAY "PROGRAMA (ENTER = TODOS): "
           ACCEPT WS-FILTRO-PROGRAMA

           MOVE WS-FECHA-CONSULTA TO WS-DC-FECHA
           MOVE WS-SEC-DESDE-NUM TO WS-DC-DESDE
           MOVE WS-SEC-HASTA-NUM TO WS-DC-HASTA
           MOVE WS-FILTRO-PROGRAMA TO WS-DC-PROGRAMA
           MOVE "C" TO ACC-ACCION
           MOVE "CONSULTA" TO ACC-EVENTO
           MOVE WS-DETALLE-CONSULTA TO ACC-DETALLE
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO

           OPEN INPUT HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ABRIENDO HIST00.DAT - STATUS "
           END-START
           IF NOT WS-FIN-ARCHIVO
               DISPLAY "  SECUEN PROGRAMA          NUM1       NUM2"
                   "        RES       RESTO CLIENTE MON"
               PERFORM 2100-LEER-HISTORIA
                   THRU 2100-LEER-HISTORIA-EXIT
           END-IF.
               MOVE RH-RES TO WS-LC-RES
               MOVE RH-RESTO TO WS-LC-RESTO
               MOVE RH-CLIENTE TO WS-LC-CLIENTE
               MOVE RH-MONEDA TO WS-LC-MONEDA
               DISPLAY "  " WS-LINEA-CONSULTA
               ADD 1 TO WS-CONTADOR-LISTADOS
           END-IF
