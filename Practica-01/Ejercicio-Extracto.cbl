      *                  extracto paso de 77 a 84 bytes, para que el
      *                  lado contable pueda abrir los importes por
      *                  cliente sin volver a preguntar a la sucursal.
      *   2026-10-14 TC  Los importes de la linea D van ahora en moneda
      *                  base (RH-BASE-*, o los importes originales en
      *                  un registro viejo sin tasa), con formato
      *                  +99999999999.99 porque la conversion puede
      *                  pasar de los 7 enteros, y la linea suma al
      *                  final la moneda original del par y la tasa
      *                  aplicada. El extracto paso de 84 a 117 bytes
      *                  y el total de control de RES es en moneda base.
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION); el
      *                  extracto del mayor no lo usa.
      *   2026-10-15 TC  Reversas: una anulacion de EjercicioReversa se
      *                  historiza como registro propio (RH-PROGRAMA
      *                  REVERSA00) con RES y RESTO negados y vinculado
      *                  al original, que queda marcado como revertido.
      *                  RH-RESTO y el importe base de RESTO son ahora
      *                  con signo, y la linea D suma al final la clave
      *                  del registro vinculado (fecha y secuencia, en
      *                  ceros si no hay), asi el extracto del dia de la
      *                  reversa lleva la correccion y el mayor la puede
      *                  aplicar contra el asiento original. El extracto
      *                  paso de 117 a 133 bytes.
      *   2026-10-15 TC  Comisiones: Ejercicio03 y EjercicioCalculo
      *                  graban la comision de cada par con tarifa como
      *                  registro propio de la historia (RH-PROGRAMA
      *                  COMISION00, la comision en RES en moneda base,
      *                  vinculado al par), asi que el extracto la
      *                  transmite como una linea D aparte con la clave
      *                  del par al final y entra en la cantidad y el
      *                  total de control de la cola; el layout no
      *                  cambia.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioExtracto.
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

       FD  EXTRACTO-LEDGER
           RECORD CONTAINS 133 CHARACTERS.
       01  REG-EXTRACTO-D.
           05  XD-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(01).
           05  XD-PROGRAMA         PIC X(11).
           05  FILLER              PIC X(01).
           05  XD-NUM1             PIC +99999999999.99.
           05  FILLER              PIC X(01).
           05  XD-NUM2             PIC +99999999999.99.
           05  FILLER              PIC X(01).
           05  XD-RES              PIC +99999999999.99.
           05  FILLER              PIC X(01).
           05  XD-RESTO            PIC +99999999999.99.
           05  FILLER              PIC X(01).
           05  XD-CLIENTE          PIC X(06).
           05  FILLER              PIC X(01).
           05  XD-MONEDA           PIC X(03).
           05  FILLER              PIC X(01).
           05  XD-TASA             PIC 9(05).9(06).
           05  FILLER              PIC X(01).
           05  XD-VINC-FECHA       PIC 9(08).
           05  FILLER              PIC X(01).
           05  XD-VINC-SECUENCIA   PIC 9(06).
       01  REG-EXTRACTO-H.
           05  XH-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  XH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  XH-GENERACION       PIC 9(04).
           05  FILLER              PIC X(118).
       01  REG-EXTRACTO-T.
           05  XT-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  XT-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  XT-HASH-RES         PIC +99999999999.99.
           05  FILLER              PIC X(108).

       FD  GENERACIONES
           RECORD CONTAINS 24 CHARACTERS.
           05  GE-FECHA-EXTR       PIC 9(08).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
       01  WS-GENERACION           PIC 9(04) VALUE ZERO.
       01  WS-CONTADOR-LINEAS      PIC 9(07) VALUE ZERO.
       01  WS-HASH-RES             PIC S9(11)V99 VALUE ZERO.
       01  WS-IMPORTES-BASE.
           05  WS-BASE-NUM1        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-NUM2        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-RES         PIC S9(11)V99 VALUE ZERO.
           05  WS-BASE-RESTO       PIC S9(11)V99 VALUE ZERO.
           05  WS-BASE-MONEDA      PIC X(03) VALUE SPACES.
           05  WS-BASE-TASA        PIC 9(05)V9(06) VALUE ZERO.
       01  WS-SW-FIN-GENERACIONES  PIC X(01) VALUE "N".
           88  WS-FIN-GENERACIONES           VALUE "S".
       01  WS-CANTIDAD-GENER       PIC 9(03) VALUE ZERO.
      * 2000-EXTRAER - graba una linea D por cada registro de la
      * historia de la fecha pedida, con los importes con punto
      * decimal y signo explicitos, y acumula la cantidad y el total
      * de control de RES para la cola. Los importes van en moneda
      * base; un registro anterior a las cotizaciones no tiene tasa y
      * sus importes ya estan en moneda base. Una reversa (REVERSA00)
      * sale con RES y RESTO negados y la clave del original al final
      * de la linea, y un original revertido con la clave de su
      * reversa; una linea sin vinculo lleva la clave en ceros. Una
      * comision (COMISION00) sale como linea D propia, con la
      * comision en RES y la clave de su par al final.
      ******************************************************************
       2000-EXTRAER.
           PERFORM 2050-TOMAR-IMPORTES-BASE
               THRU 2050-TOMAR-IMPORTES-BASE-EXIT
           MOVE SPACES TO REG-EXTRACTO-D
           MOVE "D" TO XD-TIPO
           MOVE ";" TO REG-EXTRACTO-D (2:1)
           MOVE ";" TO REG-EXTRACTO-D (18:1)
           MOVE RH-PROGRAMA TO XD-PROGRAMA
           MOVE ";" TO REG-EXTRACTO-D (30:1)
           MOVE WS-BASE-NUM1 TO XD-NUM1
           MOVE ";" TO REG-EXTRACTO-D (46:1)
           MOVE WS-BASE-NUM2 TO XD-NUM2
           MOVE ";" TO REG-EXTRACTO-D (62:1)
           MOVE WS-BASE-RES TO XD-RES
           MOVE ";" TO REG-EXTRACTO-D (78:1)
           MOVE WS-BASE-RESTO TO XD-RESTO
           MOVE ";" TO REG-EXTRACTO-D (94:1)
           MOVE RH-CLIENTE TO XD-CLIENTE
           MOVE ";" TO REG-EXTRACTO-D (101:1)
           MOVE WS-BASE-MONEDA TO XD-MONEDA
           MOVE ";" TO REG-EXTRACTO-D (105:1)
           MOVE WS-BASE-TASA TO XD-TASA
           MOVE ";" TO REG-EXTRACTO-D (118:1)
           MOVE ";" TO REG-EXTRACTO-D (127:1)
           IF RH-VINC-FECHA NUMERIC AND RH-VINC-SECUENCIA NUMERIC
               MOVE RH-VINC-FECHA TO XD-VINC-FECHA
               MOVE RH-VINC-SECUENCIA TO XD-VINC-SECUENCIA
           ELSE
               MOVE ZERO TO XD-VINC-FECHA
               MOVE ZERO TO XD-VINC-SECUENCIA
           END-IF
           WRITE REG-EXTRACTO-D
           IF WS-FS-EXTRACTO NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO LEDGER00.DAT - STATUS "
               GO TO 2000-EXTRAER-EXIT
           END-IF
           ADD 1 TO WS-CONTADOR-LINEAS
           ADD WS-BASE-RES TO WS-HASH-RES
           PERFORM 2100-LEER-HISTORIA THRU 2100-LEER-HISTORIA-EXIT.
       2000-EXTRAER-EXIT.
           EXIT.

       2050-TOMAR-IMPORTES-BASE.
           IF RH-TASA NUMERIC AND RH-TASA > ZERO
               MOVE RH-BASE-NUM1 TO WS-BASE-NUM1
               MOVE RH-BASE-NUM2 TO WS-BASE-NUM2
               MOVE RH-BASE-RES TO WS-BASE-RES
               MOVE RH-BASE-RESTO TO WS-BASE-RESTO
               MOVE RH-MONEDA TO WS-BASE-MONEDA
               MOVE RH-TASA TO WS-BASE-TASA
           ELSE
               MOVE RH-NUM1 TO WS-BASE-NUM1
               MOVE RH-NUM2 TO WS-BASE-NUM2
               MOVE RH-RES TO WS-BASE-RES
               MOVE RH-RESTO TO WS-BASE-RESTO
               MOVE SPACES TO WS-BASE-MONEDA
               MOVE 1 TO WS-BASE-TASA
           END-IF.
       2050-TOMAR-IMPORTES-BASE-EXIT.
           EXIT.

       2100-LEER-HISTORIA.
           READ HISTORIA-00 NEXT RECORD
               AT END
