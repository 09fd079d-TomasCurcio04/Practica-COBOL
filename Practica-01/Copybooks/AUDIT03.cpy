      *                  par ahora viaja al final de la linea de
      *                  auditoria, para poder responder de quien es
      *                  cada importe sin volver a la sucursal.
      *   2026-10-15 TC  Added WS-LA-OPERADOR y la linea paso de 81 a 90
      *                  bytes: cada linea de auditoria lleva el
      *                  operador ingresado en la sesion
      *                  (EjercicioAcceso) que hizo la operacion; en una
      *                  corrida batch sin ingreso queda en blanco. Los
      *                  FDs de los programas que la escriben y la leen
      *                  se ajustaron a la par; las lineas de 80 y 81
      *                  bytes ya escritas se leen con el operador en
      *                  blanco.
      ******************************************************************
       01  WS-LINEA-AUDITORIA.
           05  WS-LA-FECHA         PIC 9(08).
           05  WS-LA-TIPO          PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LA-CLIENTE       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LA-OPERADOR      PIC X(08).
