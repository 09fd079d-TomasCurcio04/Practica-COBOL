      *                  de retorno y el fin normal/anormal, para que
      *                  los totales no se pierdan con la pantalla y
      *                  un INICIO sin FIN delate una corrida caida.
      *   2026-10-15 TC  Las lineas REVERSA que graba EjercicioReversa
      *                  se reconocen como del layout vigente y no se
      *                  intentan rearmar como lineas de 80 bytes; el
      *                  resumen sigue tomando solo las lineas DIVISION.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes y AUDIT03.DAT a 90
      *                  (operador al final de la linea); solo se
      *                  ajustaron los FDs, el reporte no usa el
      *                  operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioReporte.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-03
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-AUDITORIA-03       PIC X(90).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
       2150-CONVERTIR-AUDIT-V80.
           IF WS-LA-TIPO = "DIVISION " OR "MULTIPLIC"
               OR "SUMA     " OR "RESTA    "
               OR "EXCEPCION" OR "CALCULO  " OR "REVERSA  "
               GO TO 2150-CONVERTIR-AUDIT-V80-EXIT
           END-IF
           MOVE WS-LINEA-AUDITORIA TO WS-LINEA-AUDIT-V80
