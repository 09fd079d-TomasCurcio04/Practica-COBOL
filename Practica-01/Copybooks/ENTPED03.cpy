      ******************************************************************
      * Copybook: ENTPED03
      * Purpose:  Entrada pedida a Ejercicio03 por un invocante batch
      *           (EjercicioCadena, con el archivo de instrucciones
      *           permanentes INPERM00.DAT): el archivo de entrada y el
      *           punto de control que reemplazan a INFILE03.DAT /
      *           CKPT03.DAT y a la lista LISTIN03.DAT en esa corrida.
      *           Va como segundo parametro del CALL, despues del par
      *           (OMITTED en modo batch).
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created.
      ******************************************************************
       01  ENTRADA-PEDIDA.
           05  EPD-ARCHIVO         PIC X(40).
           05  EPD-PUNTO-CONTROL   PIC X(40).
