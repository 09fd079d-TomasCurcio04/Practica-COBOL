      *                  RUNJRNL.DAT como el resto de la cadena, con
      *                  los registros de historia leidos, los casados
      *                  y los huerfanos como contadores.
      *   2026-10-14 TC  El registro de historia lleva la moneda del
      *                  par, la tasa del dia y los importes en moneda
      *                  base; la auditoria sigue grabando los
      *                  importes originales, asi que el casamiento
      *                  sigue siendo por RH-NUM1/RH-NUM2 y los campos
      *                  nuevos solo alargan el layout del FD.
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION); la
      *                  conciliacion no lo usa.
      *   2026-10-15 TC  Los registros de reversa (RH-PROGRAMA
      *                  REVERSA00, de EjercicioReversa) tambien se
      *                  concilian: se casan contra las lineas REVERSA
      *                  de AUDIT03.DAT, que ahora se cargan con las
      *                  demas, por NUM1, NUM2, RES y RESTO; la linea de
      *                  auditoria lleva el RESTO sin signo y el
      *                  registro lo lleva negado, asi que se compara
      *                  contra el RESTO negado. Un CALCULO00 ya no
      *                  puede casar con una linea REVERSA. RH-RESTO
      *                  pasa a tener signo y el registro lleva al final
      *                  el estado de reversa y la clave vinculada
      *                  (RH-ESTADO/RH-VINCULO).
      *   2026-10-15 TC  Los registros de comision (RH-PROGRAMA
      *                  COMISION00, que Ejercicio03 y EjercicioCalculo
      *                  graban vinculados a cada par con tarifa)
      *                  tambien se concilian: se casan contra las
      *                  lineas COMISION de AUDIT03.DAT, que ahora se
      *                  cargan con las demas, por NUM1, NUM2, RES y
      *                  RESTO; un CALCULO00 ya no puede casar con una
      *                  linea COMISION.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes y AUDIT03.DAT a 90,
      *                  los dos con el operador de la sesion al final;
      *                  se ajustaron los FDs. Las lineas viejas se leen
      *                  igual, con el operador en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioConcilia.
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

       FD  AUDITORIA-03
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-AUDITORIA-03       PIC X(90).

       FD  SALIDA-01
           RECORD CONTAINS 7 CHARACTERS.
           05  RS01-NUM1          PIC X(03).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
               10  WS-AUDIT-CASADA     PIC X(01).
       01  WS-SW-BUSCAR-DIVISION   PIC X(01) VALUE "S".
           88  WS-BUSCAR-DIVISION            VALUE "S".
           88  WS-BUSCAR-REVERSA             VALUE "R".
           88  WS-BUSCAR-COMISION            VALUE "C".
       01  WS-RESTO-CASAR          PIC S9(07)V99 VALUE ZERO.

       01  WS-CANTIDAD-SALIDA      PIC 9(04) VALUE ZERO.
       01  WS-INDICE-SALIDA        PIC 9(04) VALUE ZERO.
       01  WS-HIST-DIVISIONES      PIC 9(07) VALUE ZERO.
       01  WS-HIST-INVERSIONES     PIC 9(07) VALUE ZERO.
       01  WS-HIST-CALCULOS        PIC 9(07) VALUE ZERO.
       01  WS-HIST-REVERSAS        PIC 9(07) VALUE ZERO.
       01  WS-HIST-COMISIONES      PIC 9(07) VALUE ZERO.
       01  WS-CASADOS-AUDIT        PIC 9(07) VALUE ZERO.
       01  WS-CASADOS-SALIDA       PIC 9(07) VALUE ZERO.
       01  WS-HUERFANOS-HISTORIA   PIC 9(07) VALUE ZERO.

      ******************************************************************
      * 1100-CARGAR-AUDITORIA - carga las lineas DIVISION, MULTIPLIC,
      * SUMA, RESTA, REVERSA y COMISION de la fecha a conciliar; las
      * lineas EXCEPCION no entran porque son el reflejo de su propia
      * linea DIVISION, no un registro mas.
      ******************************************************************
       1100-CARGAR-AUDITORIA.
           MOVE ZERO TO WS-CANTIDAD-AUDIT
           IF (WS-LA-TIPO NOT = "DIVISION "
               AND WS-LA-TIPO NOT = "MULTIPLIC"
               AND WS-LA-TIPO NOT = "SUMA     "
               AND WS-LA-TIPO NOT = "RESTA    "
               AND WS-LA-TIPO NOT = "REVERSA  "
               AND WS-LA-TIPO NOT = "COMISION ")
               OR WS-LA-FECHA NOT = WS-FECHA-NUMERICA
               GO TO 1150-LEER-AUDITORIA-EXIT
           END-IF
       1160-CONVERTIR-AUDIT-V80.
           IF WS-LA-TIPO = "DIVISION " OR "MULTIPLIC"
               OR "SUMA     " OR "RESTA    "
               OR "EXCEPCION" OR "CALCULO  " OR "REVERSA  "
               OR "COMISION "
               GO TO 1160-CONVERTIR-AUDIT-V80-EXIT
           END-IF
           MOVE WS-LINEA-AUDITORIA TO WS-LINEA-AUDIT-V80

      ******************************************************************
      * 2000-PROCESAR - concilia el registro de historia leido contra
      * la auditoria (EJERCICIO03, CALCULO00, REVERSA00 y COMISION00)
      * o contra la salida (EJERCICIO1); un registro de otro programa
      * solo se cuenta aparte. La linea REVERSA lleva el RESTO sin
      * signo, asi que una reversa se casa contra su RESTO negado.
      ******************************************************************
       2000-PROCESAR.
           MOVE RH-RESTO TO WS-RESTO-CASAR
           EVALUATE RH-PROGRAMA
               WHEN "EJERCICIO03"
                   ADD 1 TO WS-HIST-DIVISIONES
                   MOVE "N" TO WS-SW-BUSCAR-DIVISION
                   PERFORM 2200-CASAR-AUDITORIA
                       THRU 2200-CASAR-AUDITORIA-EXIT
               WHEN "REVERSA00  "
                   ADD 1 TO WS-HIST-REVERSAS
                   MOVE "R" TO WS-SW-BUSCAR-DIVISION
                   COMPUTE WS-RESTO-CASAR = ZERO - RH-RESTO
                   PERFORM 2200-CASAR-AUDITORIA
                       THRU 2200-CASAR-AUDITORIA-EXIT
               WHEN "COMISION00 "
                   ADD 1 TO WS-HIST-COMISIONES
                   MOVE "C" TO WS-SW-BUSCAR-DIVISION
                   PERFORM 2200-CASAR-AUDITORIA
                       THRU 2200-CASAR-AUDITORIA-EXIT
               WHEN "EJERCICIO1 "
                   ADD 1 TO WS-HIST-INVERSIONES
                   PERFORM 2300-CASAR-SALIDA
      * 2200-CASAR-AUDITORIA - busca una linea de auditoria aun sin
      * casar con los mismos NUM1, NUM2, RES y RESTO, del grupo de
      * tipos del registro (DIVISION para EJERCICIO03, MULTIPLIC/
      * SUMA/RESTA para CALCULO00, REVERSA para REVERSA00, COMISION
      * para COMISION00); si no hay, el registro de
      * historia queda huerfano (operacion historizada sin rastro en
      * la auditoria).
      ******************************************************************
           EXIT.

       2250-BUSCAR-AUDITORIA.
           EVALUATE TRUE
               WHEN WS-BUSCAR-DIVISION
                   IF WS-AUDIT-TIPO (WS-INDICE-AUDIT) NOT = "DIVISION "
                       GO TO 2250-BUSCAR-AUDITORIA-EXIT
                   END-IF
               WHEN WS-BUSCAR-REVERSA
                   IF WS-AUDIT-TIPO (WS-INDICE-AUDIT) NOT = "REVERSA  "
                       GO TO 2250-BUSCAR-AUDITORIA-EXIT
                   END-IF
               WHEN WS-BUSCAR-COMISION
                   IF WS-AUDIT-TIPO (WS-INDICE-AUDIT) NOT = "COMISION "
                       GO TO 2250-BUSCAR-AUDITORIA-EXIT
                   END-IF
               WHEN OTHER
                   IF WS-AUDIT-TIPO (WS-INDICE-AUDIT) = "DIVISION "
                       OR WS-AUDIT-TIPO (WS-INDICE-AUDIT) = "REVERSA  "
                       OR WS-AUDIT-TIPO (WS-INDICE-AUDIT) = "COMISION "
                       GO TO 2250-BUSCAR-AUDITORIA-EXIT
                   END-IF
           END-EVALUATE
           IF WS-AUDIT-CASADA (WS-INDICE-AUDIT) = "N"
               AND WS-AUDIT-NUM1 (WS-INDICE-AUDIT) = RH-NUM1
               AND WS-AUDIT-NUM2 (WS-INDICE-AUDIT) = RH-NUM2
               AND WS-AUDIT-RES (WS-INDICE-AUDIT) = RH-RES
               AND WS-AUDIT-RESTO (WS-INDICE-AUDIT) = WS-RESTO-CASAR
               MOVE WS-INDICE-AUDIT TO WS-INDICE-CASADO
           END-IF.
       2250-BUSCAR-AUDITORIA-EXIT.
               WS-HIST-INVERSIONES
           DISPLAY "CONCILIA - HISTORIA CALCULO00      : "
               WS-HIST-CALCULOS
           DISPLAY "CONCILIA - HISTORIA REVERSA00      : "
               WS-HIST-REVERSAS
           DISPLAY "CONCILIA - HISTORIA COMISION00     : "
               WS-HIST-COMISIONES
           DISPLAY "CONCILIA - CASADOS CON AUDITORIA   : "
               WS-CASADOS-AUDIT
           DISPLAY "CONCILIA - CASADOS CON SALIDA      : "
           MOVE "FIN" TO WS-RJ-TIPO
           MOVE "CONCILIA" TO WS-RJ-PROGRAMA
           ADD WS-HIST-DIVISIONES WS-HIST-INVERSIONES
               WS-HIST-CALCULOS WS-HIST-REVERSAS WS-HIST-COMISIONES
               WS-OTROS-PROGRAMAS GIVING WS-RJ-LEIDOS
           ADD WS-CASADOS-AUDIT WS-CASADOS-SALIDA
               GIVING WS-RJ-PROCESADOS
           ADD WS-HUERFANOS-HISTORIA WS-HUERFANOS-AUDIT
