      *                  acumulan en S9(11)V99 y se imprimen con signo
      *                  (-ZZZZZZZZZZ9.99), porque una resta negativa
      *                  puede netear el total de un dia bajo cero.
      *   2026-10-14 TC  Los pares pueden venir en moneda extranjera:
      *                  los totales acumulan los importes en moneda
      *                  base del registro de historia (RH-BASE-*) y
      *                  no los originales, que mezclarian monedas; un
      *                  registro anterior sin moneda ni tasa ya esta
      *                  en moneda base y suma sus importes originales.
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION); el
      *                  reporte de actividad no lo usa.
      *   2026-10-15 TC  RH-RESTO y RH-BASE-RESTO son ahora con signo:
      *                  una reversa (RH-PROGRAMA REVERSA00) los graba
      *                  negados, asi que los totales de RESTO acumulan
      *                  en S9(11)V99 y se imprimen con signo como los
      *                  de RES, y la reversa netea al original en los
      *                  totales del cliente. El registro de historia
      *                  lleva ademas al final el estado de reversa y la
      *                  clave vinculada (RH-ESTADO/RH-VINCULO); el
      *                  reporte de actividad no los usa.
      *   2026-10-15 TC  Las tablas por programa del dia y del rango
      *                  pasan de 5 a 10 entradas: con los registros de
      *                  comision (RH-PROGRAMA COMISION00) ya hay cinco
      *                  codigos de programa en la historia. La comision
      *                  suma en RES en la fila de su programa y en los
      *                  totales de su cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioActividad.
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
       01  WS-ARCH-HISTORIA        PIC X(40) VALUE "HIST00.DAT".

       01  WS-CANTIDAD-DIA         PIC 9(02) VALUE ZERO.
       01  WS-TABLA-DIA.
           05  WS-DIA-ENTRADA OCCURS 10 TIMES.
               10  WS-DIA-PROGRAMA     PIC X(11).
               10  WS-DIA-CANTIDAD     PIC 9(07).
               10  WS-DIA-TOT-NUM1     PIC 9(11)V99.
               10  WS-DIA-TOT-NUM2     PIC 9(11)V99.
               10  WS-DIA-TOT-RES      PIC S9(11)V99.
               10  WS-DIA-TOT-RESTO    PIC S9(11)V99.

       01  WS-CANTIDAD-GRAL        PIC 9(02) VALUE ZERO.
       01  WS-TABLA-GRAL.
           05  WS-GRAL-ENTRADA OCCURS 10 TIMES.
               10  WS-GRAL-PROGRAMA    PIC X(11).
               10  WS-GRAL-CANTIDAD    PIC 9(07).
               10  WS-GRAL-TOT-NUM1    PIC 9(11)V99.
               10  WS-GRAL-TOT-NUM2    PIC 9(11)V99.
               10  WS-GRAL-TOT-RES     PIC S9(11)V99.
               10  WS-GRAL-TOT-RESTO   PIC S9(11)V99.

       01  WS-CANTIDAD-CLI         PIC 9(02) VALUE ZERO.
       01  WS-TABLA-CLI.
               10  WS-CLI-TOT-NUM1     PIC 9(11)V99.
               10  WS-CLI-TOT-NUM2     PIC 9(11)V99.
               10  WS-CLI-TOT-RES      PIC S9(11)V99.
               10  WS-CLI-TOT-RESTO    PIC S9(11)V99.
       01  WS-CLIENTE-CORTE        PIC X(06) VALUE SPACES.

       01  WS-IMPORTES-BASE.
           05  WS-BASE-NUM1        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-NUM2        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-RES         PIC S9(11)V99 VALUE ZERO.
           05  WS-BASE-RESTO       PIC S9(11)V99 VALUE ZERO.

       01  WS-INDICE-TABLA         PIC 9(02) VALUE ZERO.
       01  WS-INDICE-BUSCADO       PIC 9(02) VALUE ZERO.

           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ACT-RES          PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ACT-RESTO        PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIOACTIVIDAD - ACTIVIDAD POR DIA Y PROGRAMA"
           DISPLAY "IMPORTES EN MONEDA BASE"
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD): "
               MOVE RH-FECHA TO WS-FECHA-CORTE
               MOVE ZERO TO WS-CANTIDAD-DIA
           END-IF
           PERFORM 2050-TOMAR-IMPORTES-BASE
               THRU 2050-TOMAR-IMPORTES-BASE-EXIT
           PERFORM 2200-ACUMULAR-DIA THRU 2200-ACUMULAR-DIA-EXIT
           PERFORM 2300-ACUMULAR-GENERAL
               THRU 2300-ACUMULAR-GENERAL-EXIT
       2000-PROCESAR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-TOMAR-IMPORTES-BASE - deja en WS-IMPORTES-BASE los
      * importes del registro en moneda base: los RH-BASE-* cuando el
      * registro trae tasa, o los importes originales para la historia
      * grabada antes de que existieran moneda y tasa.
      ******************************************************************
       2050-TOMAR-IMPORTES-BASE.
           IF RH-TASA NUMERIC AND RH-TASA > ZERO
               AND RH-BASE-NUM1 NUMERIC AND RH-BASE-NUM2 NUMERIC
               AND RH-BASE-RES NUMERIC AND RH-BASE-RESTO NUMERIC
               MOVE RH-BASE-NUM1 TO WS-BASE-NUM1
               MOVE RH-BASE-NUM2 TO WS-BASE-NUM2
               MOVE RH-BASE-RES TO WS-BASE-RES
               MOVE RH-BASE-RESTO TO WS-BASE-RESTO
           ELSE
               MOVE RH-NUM1 TO WS-BASE-NUM1
               MOVE RH-NUM2 TO WS-BASE-NUM2
               MOVE RH-RES TO WS-BASE-RES
               MOVE RH-RESTO TO WS-BASE-RESTO
           END-IF.
       2050-TOMAR-IMPORTES-BASE-EXIT.
           EXIT.

       2100-LEER-HISTORIA.
           READ HISTORIA-00 NEXT RECORD
               AT END
               UNTIL WS-INDICE-TABLA > WS-CANTIDAD-DIA
                   OR WS-INDICE-BUSCADO > ZERO
           IF WS-INDICE-BUSCADO = ZERO
               IF WS-CANTIDAD-DIA >= 10
                   DISPLAY "AVISO - MAS DE 10 PROGRAMAS EN EL DIA "
                       RH-FECHA " - REGISTRO NO ACUMULADO"
                   GO TO 2200-ACUMULAR-DIA-EXIT
               END-IF
               MOVE ZERO TO WS-DIA-TOT-RESTO (WS-INDICE-BUSCADO)
           END-IF
           ADD 1 TO WS-DIA-CANTIDAD (WS-INDICE-BUSCADO)
           ADD WS-BASE-NUM1 TO WS-DIA-TOT-NUM1 (WS-INDICE-BUSCADO)
           ADD WS-BASE-NUM2 TO WS-DIA-TOT-NUM2 (WS-INDICE-BUSCADO)
           ADD WS-BASE-RES TO WS-DIA-TOT-RES (WS-INDICE-BUSCADO)
           ADD WS-BASE-RESTO TO WS-DIA-TOT-RESTO (WS-INDICE-BUSCADO).
       2200-ACUMULAR-DIA-EXIT.
           EXIT.

               UNTIL WS-INDICE-TABLA > WS-CANTIDAD-GRAL
                   OR WS-INDICE-BUSCADO > ZERO
           IF WS-INDICE-BUSCADO = ZERO
               IF WS-CANTIDAD-GRAL >= 10
                   GO TO 2300-ACUMULAR-GENERAL-EXIT
               END-IF
               ADD 1 TO WS-CANTIDAD-GRAL
               MOVE ZERO TO WS-GRAL-TOT-RESTO (WS-INDICE-BUSCADO)
           END-IF
           ADD 1 TO WS-GRAL-CANTIDAD (WS-INDICE-BUSCADO)
           ADD WS-BASE-NUM1 TO WS-GRAL-TOT-NUM1 (WS-INDICE-BUSCADO)
           ADD WS-BASE-NUM2 TO WS-GRAL-TOT-NUM2 (WS-INDICE-BUSCADO)
           ADD WS-BASE-RES TO WS-GRAL-TOT-RES (WS-INDICE-BUSCADO)
           ADD WS-BASE-RESTO TO WS-GRAL-TOT-RESTO (WS-INDICE-BUSCADO).
       2300-ACUMULAR-GENERAL-EXIT.
           EXIT.

               MOVE ZERO TO WS-CLI-TOT-RESTO (WS-INDICE-BUSCADO)
           END-IF
           ADD 1 TO WS-CLI-CANTIDAD (WS-INDICE-BUSCADO)
           ADD WS-BASE-NUM1 TO WS-CLI-TOT-NUM1 (WS-INDICE-BUSCADO)
           ADD WS-BASE-NUM2 TO WS-CLI-TOT-NUM2 (WS-INDICE-BUSCADO)
           ADD WS-BASE-RES TO WS-CLI-TOT-RES (WS-INDICE-BUSCADO)
           ADD WS-BASE-RESTO TO WS-CLI-TOT-RESTO (WS-INDICE-BUSCADO).
       2500-ACUMULAR-CLIENTE-EXIT.
           EXIT.

           DISPLAY " "
           DISPLAY "  DIA " WS-FECHA-CORTE
           DISPLAY "  PROGRAMA    CANTIDAD            NUM1"
               "            NUM2             RES            RESTO"
           PERFORM 2450-IMPRIMIR-LINEA-DIA
               THRU 2450-IMPRIMIR-LINEA-DIA-EXIT
               VARYING WS-INDICE-TABLA FROM 1 BY 1
               DISPLAY "  TOTALES GENERALES " WS-FECHA-DESDE " A "
                   WS-FECHA-HASTA
               DISPLAY "  PROGRAMA    CANTIDAD            NUM1"
                   "            NUM2             RES            RESTO"
               PERFORM 3100-IMPRIMIR-LINEA-GRAL
                   THRU 3100-IMPRIMIR-LINEA-GRAL-EXIT
                   VARYING WS-INDICE-TABLA FROM 1 BY 1
                       " A " WS-FECHA-HASTA
                   DISPLAY "  CLIENTE     CANTIDAD            NUM1"
                       "            NUM2             RES"
                       "            RESTO"
                   PERFORM 3200-IMPRIMIR-LINEA-CLI
                       THRU 3200-IMPRIMIR-LINEA-CLI-EXIT
                       VARYING WS-INDICE-TABLA FROM 1 BY 1
