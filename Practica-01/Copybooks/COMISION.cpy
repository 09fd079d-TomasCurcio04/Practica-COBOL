      ******************************************************************
      * Copybook: COMISION
      * Purpose:  Registro de pedido al servicio de comisiones
      *           EjercicioComision, compartido por Ejercicio03 y
      *           EjercicioCalculo: el invocante carga el cliente y la
      *           operacion del par y el NUM1 del par en moneda base, y
      *           recibe la comision que corresponde segun la tabla de
      *           tarifas TARIFA00.DAT que mantiene facturacion (monto
      *           fijo, porcentaje sobre NUM1 o ambos, con minimo y
      *           maximo), en moneda base. CMS-SIN-COMISION vuelve
      *           cuando el par no tiene tarifa o la tarifa da cero;
      *           CMS-FALLA cuando la comision no se pudo calcular.
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created.
      ******************************************************************
       01  COMISION-REGISTRO.
           05  CMS-CLIENTE         PIC X(06).
           05  CMS-OPERACION       PIC X(01).
           05  CMS-IMPORTE         PIC 9(11)V99.
           05  CMS-COMISION        PIC 9(07)V99.
           05  CMS-RESULTADO       PIC X(01).
               88  CMS-CALCULADA             VALUE "0".
               88  CMS-SIN-COMISION          VALUE "1".
               88  CMS-FALLA                 VALUE "2".
           05  CMS-MONEDA-BASE     PIC X(03).
