      *                  tapaban el FIN y una corrida que termino sin
      *                  liberar el candado quedaba denegada como
      *                  "posiblemente activa" en vez de pisarse.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioCandado.
           05  LR-HORA            PIC 9(08).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
