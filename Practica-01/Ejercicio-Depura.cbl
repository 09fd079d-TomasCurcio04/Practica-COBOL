      *                  signo embebido, mismo largo de registro): una
      *                  resta negativa archivada vuelve con su signo
      *                  al restaurar.
      *   2026-10-14 TC  El registro de historia lleva la moneda del
      *                  par, la tasa del dia y los importes en moneda
      *                  base; HISTARCH.DAT los conserva (RA-MONEDA,
      *                  RA-TASA, RA-BASE-*) y su registro paso de 67
      *                  a 133 bytes. Una linea archivada antes del
      *                  cambio (o un registro sin tasa) viaja como
      *                  moneda base: moneda en blanco, tasa cero e
      *                  importes base iguales a los originales.
      *   2026-10-14 TC  El registro de historia lleva el codigo de
      *                  operacion del par (RH-OPERACION, al final) para
      *                  el control de pares duplicados; HISTARCH.DAT lo
      *                  conserva en RA-OPERACION y su registro pasa de
      *                  133 a 134 bytes. Una linea archivada antes del
      *                  cambio vuelve con la operacion en blanco.
      *   2026-10-15 TC  El registro de historia lleva al final el
      *                  estado de reversa y la clave del registro
      *                  vinculado (RH-ESTADO/RH-VINCULO) que deja
      *                  EjercicioReversa, y RESTO pasa a tener signo
      *                  (una reversa lo graba negado); HISTARCH.DAT los
      *                  conserva (RA-ESTADO, RA-VINC-*) y su registro
      *                  pasa de 134 a 149 bytes. Una linea archivada
      *                  antes del cambio vuelve vigente y sin vinculo.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioDepura.
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

       FD  ARCHIVO-HISTORIA
           RECORD CONTAINS 149 CHARACTERS.
       01  REG-ARCHIVO-HISTORIA.
           05  RA-FECHA            PIC 9(08).
           05  RA-SECUENCIA        PIC 9(06).
           05  RA-NUM1             PIC 9(07)V99.
           05  RA-NUM2             PIC 9(07)V99.
           05  RA-RES              PIC S9(07)V99.
           05  RA-RESTO            PIC S9(07)V99.
           05  RA-PROGRAMA         PIC X(11).
           05  RA-CLIENTE          PIC X(06).
           05  RA-MONEDA           PIC X(03).
           05  RA-TASA             PIC 9(05)V9(06).
           05  RA-BASE-NUM1        PIC 9(11)V99.
           05  RA-BASE-NUM2        PIC 9(11)V99.
           05  RA-BASE-RES         PIC S9(11)V99.
           05  RA-BASE-RESTO       PIC S9(11)V99.
           05  RA-OPERACION        PIC X(01).
           05  RA-ESTADO           PIC X(01).
           05  RA-VINC-FECHA       PIC 9(08).
           05  RA-VINC-SECUENCIA   PIC 9(06).

       FD  RETENCION-00
           RECORD CONTAINS 03 CHARACTERS.
       01  REG-RETENCION-00       PIC 9(03).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
               MOVE RH-RESTO TO RA-RESTO
               MOVE RH-PROGRAMA TO RA-PROGRAMA
               MOVE RH-CLIENTE TO RA-CLIENTE
               MOVE RH-OPERACION TO RA-OPERACION
               MOVE RH-ESTADO TO RA-ESTADO
               MOVE RH-VINC-FECHA TO RA-VINC-FECHA
               MOVE RH-VINC-SECUENCIA TO RA-VINC-SECUENCIA
               IF RH-TASA NUMERIC AND RH-TASA > ZERO
                   MOVE RH-MONEDA TO RA-MONEDA
                   MOVE RH-TASA TO RA-TASA
                   MOVE RH-BASE-NUM1 TO RA-BASE-NUM1
                   MOVE RH-BASE-NUM2 TO RA-BASE-NUM2
                   MOVE RH-BASE-RES TO RA-BASE-RES
                   MOVE RH-BASE-RESTO TO RA-BASE-RESTO
               ELSE
                   MOVE SPACES TO RA-MONEDA
                   MOVE ZERO TO RA-TASA
                   MOVE RH-NUM1 TO RA-BASE-NUM1
                   MOVE RH-NUM2 TO RA-BASE-NUM2
                   MOVE RH-RES TO RA-BASE-RES
                   MOVE RH-RESTO TO RA-BASE-RESTO
               END-IF
               WRITE REG-ARCHIVO-HISTORIA
               IF WS-FS-ARCHIVO NOT = "00"
                   DISPLAY "ERROR ESCRIBIENDO HISTARCH.DAT - STATUS "
               MOVE RA-RESTO TO RH-RESTO
               MOVE RA-PROGRAMA TO RH-PROGRAMA
               MOVE RA-CLIENTE TO RH-CLIENTE
               MOVE RA-OPERACION TO RH-OPERACION
               MOVE RA-ESTADO TO RH-ESTADO
               IF RA-VINC-FECHA NUMERIC
                   AND RA-VINC-SECUENCIA NUMERIC
                   MOVE RA-VINC-FECHA TO RH-VINC-FECHA
                   MOVE RA-VINC-SECUENCIA TO RH-VINC-SECUENCIA
               ELSE
                   MOVE ZERO TO RH-VINC-FECHA
                   MOVE ZERO TO RH-VINC-SECUENCIA
               END-IF
               IF RA-TASA NUMERIC AND RA-TASA > ZERO
                   MOVE RA-MONEDA TO RH-MONEDA
                   MOVE RA-TASA TO RH-TASA
                   MOVE RA-BASE-NUM1 TO RH-BASE-NUM1
                   MOVE RA-BASE-NUM2 TO RH-BASE-NUM2
                   MOVE RA-BASE-RES TO RH-BASE-RES
                   MOVE RA-BASE-RESTO TO RH-BASE-RESTO
               ELSE
                   MOVE SPACES TO RH-MONEDA
                   MOVE ZERO TO RH-TASA
                   MOVE RA-NUM1 TO RH-BASE-NUM1
                   MOVE RA-NUM2 TO RH-BASE-NUM2
                   MOVE RA-RES TO RH-BASE-RES
                   MOVE RA-RESTO TO RH-BASE-RESTO
               END-IF
               WRITE REG-HISTORIA-00
                   INVALID KEY
                       ADD 1 TO WS-CONTADOR-DUPLICADOS
