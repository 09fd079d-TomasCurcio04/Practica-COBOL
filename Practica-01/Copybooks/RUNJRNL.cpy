      *                  en el archivo de suspenso, para que no se
      *                  olviden; los demas programas dejan el campo
      *                  en blanco.
      *   2026-10-15 TC  Added WS-RJ-OPERADOR y la linea paso de 88 a 97
      *                  bytes: Ejercicio1, Ejercicio03 y
      *                  EjercicioRespaldo dejan en sus registros el
      *                  operador ingresado en la sesion
      *                  (EjercicioAcceso) cuando se corren desde el
      *                  menu; en las corridas batch y en los demas
      *                  programas el campo queda en blanco. Los FDs de
      *                  todos los programas que leen o escriben el
      *                  jornal se ajustaron a la par; las lineas de 88
      *                  ya escritas se leen con el operador en blanco.
      ******************************************************************
       01  WS-LINEA-JORNAL.
           05  WS-RJ-TIPO          PIC X(06).
           05  WS-RJ-ORIGEN        PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-RJ-SUSPENSOS     PIC 9(07).
           05  FILLER              PIC X(01).
           05  WS-RJ-OPERADOR      PIC X(08).
