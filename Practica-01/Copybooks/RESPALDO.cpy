      ******************************************************************
      * Copybook: RESPALDO
      * Purpose:  Registro de pedido al programa de respaldos
      *           EjercicioRespaldo, compartido con EjercicioCadena:
      *           B toma una generacion nueva de los archivos de la
      *           noche antes del primer paso y devuelve su numero;
      *           R restaura la generacion pedida (cero = la ultima)
      *           y C restaura la ultima solo si es de hoy, que es lo
      *           que pide la cadena despues de un abend RC 16. El
      *           resultado viaja en RETURN-CODE, como en los pasos.
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created.
      ******************************************************************
       01  RESPALDO-REGISTRO.
           05  RSP-ACCION          PIC X(01).
               88  RSP-RESPALDAR             VALUE "B".
               88  RSP-RESTAURAR             VALUE "R".
               88  RSP-RESTAURAR-CADENA      VALUE "C".
           05  RSP-GENERACION      PIC 9(04).
