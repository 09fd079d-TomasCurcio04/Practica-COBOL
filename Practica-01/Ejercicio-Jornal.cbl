      *                  ultimas 500 lineas en dos pasadas, contando
      *                  primero y salteando despues, para quedarse
      *                  siempre con las corridas mas recientes.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD y cada
      *                  corrida listada muestra al final el operador de
      *                  su INICIO (en blanco para las corridas batch y
      *                  las lineas anteriores).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioJornal.
       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
               10  WS-JR-RETORNO       PIC 9(02).
               10  WS-JR-ESTADO        PIC X(07).
               10  WS-JR-PAREJA        PIC 9(04).
               10  WS-JR-OPERADOR      PIC X(08).

       01  WS-CANTIDAD-PROGRAMAS   PIC 9(02) VALUE ZERO.
       01  WS-INDICE-PROGRAMA      PIC 9(02) VALUE ZERO.
           MOVE WS-RJ-RECHAZOS TO WS-JR-RECHAZOS (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-RETORNO TO WS-JR-RETORNO (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-ESTADO TO WS-JR-ESTADO (WS-CANTIDAD-JORNAL)
           MOVE ZERO TO WS-JR-PAREJA (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-OPERADOR TO WS-JR-OPERADOR (WS-CANTIDAD-JORNAL).
       2000-CARGAR-JORNAL-EXIT.
           EXIT.

           IF WS-JR-PAREJA (WS-INDICE-JORNAL) = ZERO
               DISPLAY "    " WS-JR-FECHA (WS-INDICE-JORNAL) " "
                   WS-JR-HORA (WS-INDICE-JORNAL)
                   " SIN FIN - POSIBLE CORRIDA CAIDA "
                   WS-JR-OPERADOR (WS-INDICE-JORNAL)
           ELSE
               MOVE WS-JR-PAREJA (WS-INDICE-JORNAL) TO
                   WS-INDICE-BUSQUEDA
                   " RECHAZOS " WS-JR-RECHAZOS (WS-INDICE-BUSQUEDA)
                   " RC " WS-JR-RETORNO (WS-INDICE-BUSQUEDA)
                   " " WS-JR-ESTADO (WS-INDICE-BUSQUEDA)
                   " " WS-JR-OPERADOR (WS-INDICE-JORNAL)
           END-IF.
       3450-LISTAR-CORRIDA-EXIT.
           EXIT.
