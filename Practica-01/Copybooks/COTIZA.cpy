      ******************************************************************
      * Copybook: COTIZA
      * Purpose:  Registro de pedido al servicio de cotizaciones
      *           EjercicioCotiza, compartido por Ejercicio1,
      *           Ejercicio03, EjercicioCalculo, EjercicioDriver y el
      *           calculo suelto del menu: el invocante carga la
      *           moneda del par y la fecha del dia y recibe la tasa
      *           de conversion a la moneda base de la tabla diaria
      *           TIPCAM00.DAT que mantiene tesoreria. Una moneda en
      *           blanco equivale a la moneda base (tasa 1); una
      *           moneda sin tasa cargada para esa fecha vuelve con
      *           CTZ-SIN-TASA y el par se rechaza.
      ******************************************************************
      * Modification history:
      *   2026-10-14 TC  Created.
      ******************************************************************
       01  COTIZA-REGISTRO.
           05  CTZ-MONEDA          PIC X(03).
           05  CTZ-FECHA           PIC 9(08).
           05  CTZ-TASA            PIC 9(05)V9(06).
           05  CTZ-RESULTADO       PIC X(01).
               88  CTZ-HALLADA               VALUE "0".
               88  CTZ-SIN-TASA              VALUE "1".
               88  CTZ-FALLA                 VALUE "2".
           05  CTZ-MONEDA-BASE     PIC X(03).
