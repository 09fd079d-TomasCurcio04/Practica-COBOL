      *                  andado bien, para que el que llama no cuente
      *                  como procesado un par que termino en
      *                  RECHAZOS-03.
      *   2026-10-14 TC  Added NP-MONEDA/NP-TASA: moneda del par
      *                  (blanco = moneda base) y tasa de conversion a
      *                  la moneda base del dia, obtenida de
      *                  EjercicioCotiza sobre TIPCAM00.DAT, para que
      *                  los motores historicen el importe original y
      *                  el convertido; una tasa en cero o no numerica
      *                  hace que el motor llamado la pida el mismo.
      ******************************************************************
       01  NUMPAR-REGISTRO.
           05  NP-NUM1             PIC 9(07)V99.
               88  NP-PAR-RECHAZADO          VALUE "R".
           05  NP-CLIENTE          PIC X(06).
               88  NP-SIN-CLIENTE            VALUE SPACES.
           05  NP-MONEDA           PIC X(03).
           05  NP-TASA             PIC 9(05)V9(06).
