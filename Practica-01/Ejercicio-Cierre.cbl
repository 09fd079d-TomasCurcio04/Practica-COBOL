      *                  blancos - el primer ADD sobre una entrada no
      *                  inicializada dejaba basura en la cantidad y
      *                  en los totales del dia.
      *   2026-10-14 TC  Los pares pueden venir en moneda extranjera:
      *                  el cierre acumula los importes en moneda base
      *                  (RH-BASE-*/RA-BASE-*) y no los originales, que
      *                  mezclarian monedas; un registro sin tasa, de
      *                  antes del cambio, ya esta en moneda base y
      *                  suma sus importes originales. HISTARCH.DAT
      *                  paso de 67 a 133 bytes como en
      *                  EjercicioDepura, y el importe de cada registro
      *                  se toma en 9(11)V99 como los totales.
      *   2026-10-14 TC  HIST00.DAT y HISTARCH.DAT llevan al final el
      *                  codigo de operacion del par
      *                  (RH-OPERACION/RA-OPERACION); HISTARCH.DAT pasa
      *                  de 133 a 134 bytes como en EjercicioDepura. El
      *                  cierre no lo usa.
      *   2026-10-15 TC  HIST00.DAT y HISTARCH.DAT llevan el estado de
      *                  reversa del registro y la clave del registro
      *                  vinculado (RH-ESTADO/RH-VINCULO,
      *                  RA-ESTADO/RA-VINC-*), y RESTO pasa a tener
      *                  signo porque una reversa (RH-PROGRAMA
      *                  REVERSA00) lo graba negado; HISTARCH.DAT pasa
      *                  de 134 a 149 bytes como en EjercicioDepura. Los
      *                  totales de RESTO del cierre y de CIERRE00.DAT
      *                  son ahora con signo (mismo largo), la reversa
      *                  netea al original en los totales y el pie
      *                  informa cuantas reversas y originales
      *                  revertidos hay en el periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioCierre.
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

       FD  CIERRES
           RECORD CONTAINS 78 CHARACTERS.
           05  FILLER              PIC X(01).
           05  CF-TOT-RES          PIC S9(13)V99.
           05  FILLER              PIC X(01).
           05  CF-TOT-RESTO        PIC S9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-ARCH-HISTORIA        PIC X(40) VALUE "HIST00.DAT".
           05  WS-PA-ANIO          PIC 9(04).
           05  WS-PA-MES           PIC 9(02).

       01  WS-REG-NUM1             PIC 9(11)V99 VALUE ZERO.
       01  WS-REG-NUM2             PIC 9(11)V99 VALUE ZERO.
       01  WS-REG-RES              PIC S9(11)V99 VALUE ZERO.
       01  WS-REG-RESTO            PIC S9(11)V99 VALUE ZERO.
       01  WS-REG-PROGRAMA         PIC X(11) VALUE SPACES.
       01  WS-REG-ESTADO           PIC X(01) VALUE SPACE.
           88  WS-REG-REVERTIDO              VALUE "R".

       01  WS-TABLA-DIAS.
           05  WS-DIA-ENTRADA OCCURS 31 TIMES.
               10  WS-DIA-TOT-NUM1     PIC 9(11)V99.
               10  WS-DIA-TOT-NUM2     PIC 9(11)V99.
               10  WS-DIA-TOT-RES      PIC S9(11)V99.
               10  WS-DIA-TOT-RESTO    PIC S9(11)V99.

       01  WS-CANTIDAD-PROGRAMAS   PIC 9(02) VALUE ZERO.
       01  WS-TABLA-PROGRAMAS.
               10  WS-PROG-TOT-NUM1    PIC 9(11)V99.
               10  WS-PROG-TOT-NUM2    PIC 9(11)V99.
               10  WS-PROG-TOT-RES     PIC S9(11)V99.
               10  WS-PROG-TOT-RESTO   PIC S9(11)V99.

       01  WS-INDICE-TABLA         PIC 9(02) VALUE ZERO.
       01  WS-INDICE-BUSCADO       PIC 9(02) VALUE ZERO.
       01  WS-TOTAL-NUM1           PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-NUM2           PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-RES            PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-RESTO          PIC S9(13)V99 VALUE ZERO.
       01  WS-CONTADOR-VIVOS       PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-ARCHIVADOS  PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-SIN-DIA     PIC 9(02) VALUE ZERO.
       01  WS-CONTADOR-REVERSAS    PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-REVERTIDOS  PIC 9(07) VALUE ZERO.

       01  WS-CANTIDAD-CIERRES     PIC 9(03) VALUE ZERO.
       01  WS-INDICE-CIERRE        PIC 9(03) VALUE ZERO.
               10  WS-CI-TOT-NUM1      PIC 9(13)V99.
               10  WS-CI-TOT-NUM2      PIC 9(13)V99.
               10  WS-CI-TOT-RES       PIC S9(13)V99.
               10  WS-CI-TOT-RESTO     PIC S9(13)V99.

       01  WS-LINEA-CIERRE.
           05  WS-LC-ETIQUETA      PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-RES           PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-RESTO         PIC -ZZZZZZZZZZ9.99.

       01  WS-TOT-EDITADO-N1       PIC ZZZZZZZZZZZZ9.99.
       01  WS-TOT-EDITADO-N2       PIC ZZZZZZZZZZZZ9.99.
       01  WS-TOT-EDITADO-RES      PIC -ZZZZZZZZZZZZ9.99.
       01  WS-TOT-EDITADO-RESTO    PIC -ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               COMPUTE WS-PA-MES = WS-PER-MES - 1
           END-IF
           DISPLAY "CIERRE - PERIODO " WS-PERIODO-PEDIDO " ("
               WS-DIAS-DEL-MES " DIAS) - IMPORTES EN MONEDA BASE".
       1000-INICIAR-EXIT.
           EXIT.

               GO TO 2100-LEER-VIVO-EXIT
           END-IF
           MOVE RH-FECHA TO WS-FECHA-REGISTRO
           IF RH-TASA NUMERIC AND RH-TASA > ZERO
               MOVE RH-BASE-NUM1 TO WS-REG-NUM1
               MOVE RH-BASE-NUM2 TO WS-REG-NUM2
               MOVE RH-BASE-RES TO WS-REG-RES
               MOVE RH-BASE-RESTO TO WS-REG-RESTO
           ELSE
               MOVE RH-NUM1 TO WS-REG-NUM1
               MOVE RH-NUM2 TO WS-REG-NUM2
               MOVE RH-RES TO WS-REG-RES
               MOVE RH-RESTO TO WS-REG-RESTO
           END-IF
           MOVE RH-PROGRAMA TO WS-REG-PROGRAMA
           MOVE RH-ESTADO TO WS-REG-ESTADO
           ADD 1 TO WS-CONTADOR-VIVOS
           PERFORM 2700-ACUMULAR-REGISTRO
               THRU 2700-ACUMULAR-REGISTRO-EXIT.
               GO TO 2600-LEER-ARCHIVADO-EXIT
           END-IF
           MOVE RA-FECHA TO WS-FECHA-REGISTRO
           IF RA-TASA NUMERIC AND RA-TASA > ZERO
               MOVE RA-BASE-NUM1 TO WS-REG-NUM1
               MOVE RA-BASE-NUM2 TO WS-REG-NUM2
               MOVE RA-BASE-RES TO WS-REG-RES
               MOVE RA-BASE-RESTO TO WS-REG-RESTO
           ELSE
               MOVE RA-NUM1 TO WS-REG-NUM1
               MOVE RA-NUM2 TO WS-REG-NUM2
               MOVE RA-RES TO WS-REG-RES
               MOVE RA-RESTO TO WS-REG-RESTO
           END-IF
           MOVE RA-PROGRAMA TO WS-REG-PROGRAMA
           MOVE RA-ESTADO TO WS-REG-ESTADO
           ADD 1 TO WS-CONTADOR-ARCHIVADOS
           PERFORM 2700-ACUMULAR-REGISTRO
               THRU 2700-ACUMULAR-REGISTRO-EXIT.
      ******************************************************************
      * 2700-ACUMULAR-REGISTRO - acumula un registro del periodo (de
      * la historia viva o del archivo) en su dia, en su programa y
      * en los totales del mes. Una reversa (REVERSA00) suma con sus
      * importes negados y netea el original en los totales; las
      * reversas y los originales revertidos se cuentan aparte.
      ******************************************************************
       2700-ACUMULAR-REGISTRO.
           MOVE WS-FR-DIA TO WS-DIA-REGISTRO
           IF WS-DIA-REGISTRO < 01 OR WS-DIA-REGISTRO > 31
               GO TO 2700-ACUMULAR-REGISTRO-EXIT
           END-IF
           IF WS-REG-PROGRAMA = "REVERSA00"
               ADD 1 TO WS-CONTADOR-REVERSAS
           END-IF
           IF WS-REG-REVERTIDO
               ADD 1 TO WS-CONTADOR-REVERTIDOS
           END-IF
           ADD 1 TO WS-DIA-CANTIDAD (WS-DIA-REGISTRO)
           ADD WS-REG-NUM1 TO WS-DIA-TOT-NUM1 (WS-DIA-REGISTRO)
           ADD WS-REG-NUM2 TO WS-DIA-TOT-NUM2 (WS-DIA-REGISTRO)
           DISPLAY " "
           DISPLAY "  ACTIVIDAD POR DIA"
           DISPLAY "  DIA         CANTIDAD            NUM1"
               "            NUM2              RES            RESTO"
           PERFORM 3100-IMPRIMIR-DIA THRU 3100-IMPRIMIR-DIA-EXIT
               VARYING WS-DIA-REGISTRO FROM 1 BY 1
               UNTIL WS-DIA-REGISTRO > WS-DIAS-DEL-MES
           DISPLAY " "
           DISPLAY "  ACTIVIDAD POR PROGRAMA"
           DISPLAY "  PROGRAMA    CANTIDAD            NUM1"
               "            NUM2              RES            RESTO"
           PERFORM 3200-IMPRIMIR-PROGRAMA
               THRU 3200-IMPRIMIR-PROGRAMA-EXIT
               VARYING WS-INDICE-TABLA FROM 1 BY 1
               DISPLAY "  ARCHIVADOS DUPLICADOS SALTEADOS: "
                   WS-CONTADOR-DUPLICADOS
           END-IF
           IF WS-CONTADOR-REVERSAS > ZERO
               OR WS-CONTADOR-REVERTIDOS > ZERO
               DISPLAY "  REVERSAS: " WS-CONTADOR-REVERSAS
                   " / ORIGINALES REVERTIDOS: "
                   WS-CONTADOR-REVERTIDOS " (YA NETEADOS)"
           END-IF
           DISPLAY "  NUM1 : " WS-TOT-EDITADO-N1
           DISPLAY "  NUM2 : " WS-TOT-EDITADO-N2
           DISPLAY "  RES  : " WS-TOT-EDITADO-RES
