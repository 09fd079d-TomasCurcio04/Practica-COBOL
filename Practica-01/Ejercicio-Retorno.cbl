      *                  o extractos sin acuse dejan RETURN-CODE 8.
      *                  Deja su registro INICIO/FIN en RUNJRNL.DAT
      *                  como el resto de la cadena.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioRetorno.
           05  GE-FECHA-EXTR       PIC 9(08).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
