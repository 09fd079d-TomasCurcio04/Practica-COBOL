      ******************************************************************
      * Copybook: ACCESO
      * Purpose:  Registro de pedido al servicio de acceso
      *           EjercicioAcceso, que guarda el operador ingresado
      *           en la sesion y valida contra el archivo de
      *           operadores OPERAD00.DAT:
      *             E  ingreso (pide operador y clave, o devuelve el
      *                operador ya ingresado en la sesion) y control
      *                de que su rol figure en ACC-ROLES;
      *             Q  devuelve el operador de la sesion (en blanco
      *                en una corrida batch, sin ingreso);
      *             S  salida del operador de la sesion;
      *             C  deja en la bitacora de accesos ACCLOG00.DAT
      *                el evento ACC-EVENTO con ACC-DETALLE;
      *             V  autorizacion de supervisor por pantalla
      *                (codigo y clave), devuelve el codigo en
      *                ACC-SUPERVISOR;
      *             R  revisa sin pantalla que ACC-SUPERVISOR sea el
      *                codigo de un supervisor habilitado.
      *           ACC-PROGRAMA es el programa que pide, para la
      *           bitacora de accesos.
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created.
      ******************************************************************
       01  ACCESO-REGISTRO.
           05  ACC-ACCION          PIC X(01).
               88  ACC-INGRESAR              VALUE "E".
               88  ACC-CONSULTAR-SESION      VALUE "Q".
               88  ACC-SALIR                 VALUE "S".
               88  ACC-REGISTRAR             VALUE "C".
               88  ACC-AUTORIZAR             VALUE "V".
               88  ACC-REVISAR-SUPERVISOR    VALUE "R".
           05  ACC-PROGRAMA        PIC X(11).
           05  ACC-ROLES           PIC X(03).
           05  ACC-OPERADOR        PIC X(08).
           05  ACC-ROL             PIC X(01).
               88  ACC-ROL-OPERADOR          VALUE "O".
               88  ACC-ROL-SUPERVISOR        VALUE "S".
               88  ACC-ROL-AUDITOR           VALUE "A".
           05  ACC-SUPERVISOR      PIC X(04).
           05  ACC-EVENTO          PIC X(08).
           05  ACC-DETALLE         PIC X(40).
           05  ACC-RESULTADO       PIC X(01).
               88  ACC-OTORGADO              VALUE "0".
               88  ACC-DENEGADO              VALUE "1".
               88  ACC-FALLA                 VALUE "2".
