      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: servicio de comisiones sobre la tabla
      *                  de tarifas TARIFA00.DAT que mantiene
      *                  facturacion (cliente;operacion;monto fijo;
      *                  porcentaje sobre NUM1;minimo;maximo, clave
      *                  TARIFA00 en RUNCTL00.DAT). Hasta hoy la
      *                  comision de cada par se calculaba a mano en
      *                  facturacion sobre el extracto del mayor.
      *                  Ejercicio03 y EjercicioCalculo piden la
      *                  comision de cada par que historizan con el
      *                  registro COMISION y la graban como registro
      *                  propio de la historia. La tarifa se busca por
      *                  cliente y operacion; un cliente ****** es la
      *                  tarifa general y una operacion * vale para
      *                  todas, y gana la fila mas especifica. Una
      *                  fila del cliente con todo en cero lo exime.
      *                  Los importes de la tabla y la comision van en
      *                  moneda base (clave MONEDA00, por defecto ARS).
      *                  La tabla se carga en el primer pedido y queda
      *                  residente mientras el programa no se cancele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioComision.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO WS-ARCH-TARIFAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  TARIFAS
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-TARIFAS.
           05  TF-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  TF-OPERACION       PIC X(01).
           05  FILLER             PIC X(01).
           05  TF-FIJO            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  TF-PORCENTAJE      PIC 9(03)V9(04).
           05  FILLER             PIC X(01).
           05  TF-MINIMO          PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  TF-MAXIMO          PIC 9(07)V99.

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
           05  RCTL-CLAVE         PIC X(12).
           05  FILLER             PIC X(01).
           05  RCTL-VALOR         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-ARCH-TARIFAS         PIC X(40) VALUE "TARIFA00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-TARIFAS           PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-TARIFAS       PIC X(01) VALUE "N".
           88  WS-FIN-TARIFAS                 VALUE "S".
       01  WS-SW-TABLA-CARGADA     PIC X(01) VALUE "N".
           88  WS-TABLA-CARGADA               VALUE "S".
       01  WS-MONEDA-BASE          PIC X(03) VALUE "ARS".
       01  WS-CLIENTE-GENERAL      PIC X(06) VALUE "******".
       01  WS-OPERACION-GENERAL    PIC X(01) VALUE "*".
       01  WS-CANTIDAD-TARIFAS     PIC 9(03) VALUE ZERO.
       01  WS-INDICE-TARIFA        PIC 9(03) VALUE ZERO.
       01  WS-INDICE-HALLADO       PIC 9(03) VALUE ZERO.
       01  WS-RANGO-TARIFA         PIC 9(01) VALUE ZERO.
       01  WS-RANGO-HALLADO        PIC 9(01) VALUE ZERO.
       01  WS-CONTADOR-DESCARTADAS PIC 9(05) VALUE ZERO.
       01  WS-OPERACION-PEDIDA     PIC X(01) VALUE SPACE.
       01  WS-COMISION-CALCULO     PIC 9(11)V99 VALUE ZERO.
       01  WS-SW-FALLA-CALCULO     PIC X(01) VALUE "N".
           88  WS-FALLA-CALCULO               VALUE "S".
       01  WS-TABLA-TARIFAS.
           05  WS-TARIFA-ENTRADA OCCURS 500 TIMES.
               10  WS-TF-CLIENTE       PIC X(06).
               10  WS-TF-OPERACION     PIC X(01).
               10  WS-TF-FIJO          PIC 9(07)V99.
               10  WS-TF-PORCENTAJE    PIC 9(03)V9(04).
               10  WS-TF-MINIMO        PIC 9(07)V99.
               10  WS-TF-MAXIMO        PIC 9(07)V99.

       LINKAGE SECTION.
       COPY COMISION REPLACING ==COMISION-REGISTRO==
           BY ==LK-COMISION-REGISTRO==
           LEADING ==CMS-== BY ==LKC-==.

       PROCEDURE DIVISION USING LK-COMISION-REGISTRO.
       0000-MAINLINE.
           IF NOT WS-TABLA-CARGADA
               PERFORM 1020-LEER-RUN-CONTROL
                   THRU 1020-LEER-RUN-CONTROL-EXIT
               PERFORM 1070-CARGAR-TARIFAS
                   THRU 1070-CARGAR-TARIFAS-EXIT
           END-IF
           PERFORM 2000-CALCULAR-COMISION
               THRU 2000-CALCULAR-COMISION-EXIT
           GOBACK.

      ******************************************************************
      * 1020-LEER-RUN-CONTROL - lee el archivo de control de corrida
      * RUNCTL00.DAT (clave-valor, compartido con toda la cadena) y
      * pisa los valores por defecto de WORKING-STORAGE con cada
      * clave presente; si el archivo no existe se corre con los
      * valores por defecto.
      ******************************************************************
       1020-LEER-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               GO TO 1020-LEER-RUN-CONTROL-EXIT
           END-IF
           PERFORM 1030-APLICAR-RUN-CONTROL
               THRU 1030-APLICAR-RUN-CONTROL-EXIT
               UNTIL WS-FIN-RUN-CONTROL
           CLOSE RUN-CONTROL.
       1020-LEER-RUN-CONTROL-EXIT.
           EXIT.

       1030-APLICAR-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   SET WS-FIN-RUN-CONTROL TO TRUE
                   GO TO 1030-APLICAR-RUN-CONTROL-EXIT
           END-READ
           EVALUATE RCTL-CLAVE
               WHEN "TARIFA00    "
                   MOVE RCTL-VALOR TO WS-ARCH-TARIFAS
               WHEN "MONEDA00    "
                   IF RCTL-VALOR (1:3) NOT = SPACES
                       MOVE RCTL-VALOR (1:3) TO WS-MONEDA-BASE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1070-CARGAR-TARIFAS - carga la tabla de tarifas de
      * TARIFA00.DAT; sin archivo ningun par lleva comision. Las
      * lineas sin cliente, con operacion que no sea D/M/A/S o *,
      * con importes no numericos, con minimo mayor que el maximo o
      * repetidas para el mismo cliente y operacion se descartan con
      * aviso (vale la primera).
      ******************************************************************
       1070-CARGAR-TARIFAS.
           SET WS-TABLA-CARGADA TO TRUE
           MOVE ZERO TO WS-CANTIDAD-TARIFAS
           OPEN INPUT TARIFAS
           IF WS-FS-TARIFAS NOT = "00"
               DISPLAY "COMISION - SIN TABLA DE TARIFAS - LOS PARES "
                   "NO LLEVAN COMISION (FS=" WS-FS-TARIFAS ")"
               GO TO 1070-CARGAR-TARIFAS-EXIT
           END-IF
           PERFORM 1075-LEER-TARIFA THRU 1075-LEER-TARIFA-EXIT
               UNTIL WS-FIN-TARIFAS
                   OR WS-CANTIDAD-TARIFAS >= 500
           CLOSE TARIFAS
           DISPLAY "COMISION - TARIFAS CARGADAS: " WS-CANTIDAD-TARIFAS
               " MONEDA BASE " WS-MONEDA-BASE
           IF WS-CONTADOR-DESCARTADAS > ZERO
               DISPLAY "COMISION - LINEAS DE TARIFA DESCARTADAS: "
                   WS-CONTADOR-DESCARTADAS
           END-IF.
       1070-CARGAR-TARIFAS-EXIT.
           EXIT.

       1075-LEER-TARIFA.
           READ TARIFAS
               AT END
                   SET WS-FIN-TARIFAS TO TRUE
                   GO TO 1075-LEER-TARIFA-EXIT
           END-READ
           IF TF-CLIENTE = SPACES
               OR (TF-OPERACION NOT = "D" AND TF-OPERACION NOT = "M"
                   AND TF-OPERACION NOT = "A"
                   AND TF-OPERACION NOT = "S"
                   AND TF-OPERACION NOT = WS-OPERACION-GENERAL)
               ADD 1 TO WS-CONTADOR-DESCARTADAS
               GO TO 1075-LEER-TARIFA-EXIT
           END-IF
           IF TF-FIJO NOT NUMERIC
               OR TF-PORCENTAJE NOT NUMERIC
               OR TF-MINIMO NOT NUMERIC
               OR TF-MAXIMO NOT NUMERIC
               ADD 1 TO WS-CONTADOR-DESCARTADAS
               GO TO 1075-LEER-TARIFA-EXIT
           END-IF
           IF TF-MAXIMO > ZERO AND TF-MINIMO > TF-MAXIMO
               ADD 1 TO WS-CONTADOR-DESCARTADAS
               GO TO 1075-LEER-TARIFA-EXIT
           END-IF
           MOVE ZERO TO WS-INDICE-HALLADO
           PERFORM 1080-BUSCAR-REPETIDA THRU 1080-BUSCAR-REPETIDA-EXIT
               VARYING WS-INDICE-TARIFA FROM 1 BY 1
               UNTIL WS-INDICE-TARIFA > WS-CANTIDAD-TARIFAS
                   OR WS-INDICE-HALLADO > ZERO
           IF WS-INDICE-HALLADO > ZERO
               ADD 1 TO WS-CONTADOR-DESCARTADAS
               GO TO 1075-LEER-TARIFA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-TARIFAS
           MOVE TF-CLIENTE TO WS-TF-CLIENTE (WS-CANTIDAD-TARIFAS)
           MOVE TF-OPERACION TO WS-TF-OPERACION (WS-CANTIDAD-TARIFAS)
           MOVE TF-FIJO TO WS-TF-FIJO (WS-CANTIDAD-TARIFAS)
           MOVE TF-PORCENTAJE TO
               WS-TF-PORCENTAJE (WS-CANTIDAD-TARIFAS)
           MOVE TF-MINIMO TO WS-TF-MINIMO (WS-CANTIDAD-TARIFAS)
           MOVE TF-MAXIMO TO WS-TF-MAXIMO (WS-CANTIDAD-TARIFAS).
       1075-LEER-TARIFA-EXIT.
           EXIT.

       1080-BUSCAR-REPETIDA.
           IF WS-TF-CLIENTE (WS-INDICE-TARIFA) = TF-CLIENTE
               AND WS-TF-OPERACION (WS-INDICE-TARIFA) = TF-OPERACION
               MOVE WS-INDICE-TARIFA TO WS-INDICE-HALLADO
           END-IF.
       1080-BUSCAR-REPETIDA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CALCULAR-COMISION - busca la tarifa del par y calcula la
      * comision en moneda base: monto fijo mas el porcentaje sobre
      * el NUM1 del par, llevada al minimo si no lo alcanza y al
      * maximo si lo pasa (un minimo o un maximo en cero no se
      * aplica). Una operacion en blanco es una division. Sin tarifa
      * o con comision cero vuelve CMS-SIN-COMISION; una comision que
      * no entra en 9(07)V99 vuelve CMS-FALLA y el par queda sin
      * comision.
      ******************************************************************
       2000-CALCULAR-COMISION.
           MOVE WS-MONEDA-BASE TO LKC-MONEDA-BASE
           MOVE ZERO TO LKC-COMISION
           MOVE "N" TO WS-SW-FALLA-CALCULO
           IF LKC-IMPORTE NOT NUMERIC
               SET LKC-FALLA TO TRUE
               GO TO 2000-CALCULAR-COMISION-EXIT
           END-IF
           IF LKC-OPERACION = SPACE
               MOVE "D" TO WS-OPERACION-PEDIDA
           ELSE
               MOVE LKC-OPERACION TO WS-OPERACION-PEDIDA
           END-IF

           MOVE ZERO TO WS-INDICE-HALLADO
           MOVE ZERO TO WS-RANGO-HALLADO
           PERFORM 2100-COMPARAR-TARIFA THRU 2100-COMPARAR-TARIFA-EXIT
               VARYING WS-INDICE-TARIFA FROM 1 BY 1
               UNTIL WS-INDICE-TARIFA > WS-CANTIDAD-TARIFAS
                   OR WS-RANGO-HALLADO = 4
           IF WS-INDICE-HALLADO = ZERO
               SET LKC-SIN-COMISION TO TRUE
               GO TO 2000-CALCULAR-COMISION-EXIT
           END-IF

           COMPUTE WS-COMISION-CALCULO ROUNDED =
               WS-TF-FIJO (WS-INDICE-HALLADO)
               + LKC-IMPORTE * WS-TF-PORCENTAJE (WS-INDICE-HALLADO)
                 / 100
               ON SIZE ERROR
                   SET WS-FALLA-CALCULO TO TRUE
           END-COMPUTE
           IF WS-FALLA-CALCULO
               SET LKC-FALLA TO TRUE
               GO TO 2000-CALCULAR-COMISION-EXIT
           END-IF
           IF WS-TF-MINIMO (WS-INDICE-HALLADO) > ZERO
               AND WS-COMISION-CALCULO <
                   WS-TF-MINIMO (WS-INDICE-HALLADO)
               MOVE WS-TF-MINIMO (WS-INDICE-HALLADO)
                   TO WS-COMISION-CALCULO
           END-IF
           IF WS-TF-MAXIMO (WS-INDICE-HALLADO) > ZERO
               AND WS-COMISION-CALCULO >
                   WS-TF-MAXIMO (WS-INDICE-HALLADO)
               MOVE WS-TF-MAXIMO (WS-INDICE-HALLADO)
                   TO WS-COMISION-CALCULO
           END-IF
           IF WS-COMISION-CALCULO > 9999999.99
               SET LKC-FALLA TO TRUE
               GO TO 2000-CALCULAR-COMISION-EXIT
           END-IF
           IF WS-COMISION-CALCULO = ZERO
               SET LKC-SIN-COMISION TO TRUE
               GO TO 2000-CALCULAR-COMISION-EXIT
           END-IF
           MOVE WS-COMISION-CALCULO TO LKC-COMISION
           SET LKC-CALCULADA TO TRUE.
       2000-CALCULAR-COMISION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPARAR-TARIFA - puntua la fila de tarifa contra el par:
      * 4 = cliente y operacion exactos, 3 = cliente con operacion *,
      * 2 = tarifa general con la operacion, 1 = tarifa general con
      * operacion *; queda la de mayor puntaje. Un par sin cliente
      * solo puede tomar la tarifa general.
      ******************************************************************
       2100-COMPARAR-TARIFA.
           MOVE ZERO TO WS-RANGO-TARIFA
           IF LKC-CLIENTE NOT = SPACES
               AND WS-TF-CLIENTE (WS-INDICE-TARIFA) = LKC-CLIENTE
               IF WS-TF-OPERACION (WS-INDICE-TARIFA) =
                   WS-OPERACION-PEDIDA
                   MOVE 4 TO WS-RANGO-TARIFA
               END-IF
               IF WS-TF-OPERACION (WS-INDICE-TARIFA) =
                   WS-OPERACION-GENERAL
                   MOVE 3 TO WS-RANGO-TARIFA
               END-IF
           END-IF
           IF WS-TF-CLIENTE (WS-INDICE-TARIFA) = WS-CLIENTE-GENERAL
               IF WS-TF-OPERACION (WS-INDICE-TARIFA) =
                   WS-OPERACION-PEDIDA
                   MOVE 2 TO WS-RANGO-TARIFA
               END-IF
               IF WS-TF-OPERACION (WS-INDICE-TARIFA) =
                   WS-OPERACION-GENERAL
                   MOVE 1 TO WS-RANGO-TARIFA
               END-IF
           END-IF
           IF WS-RANGO-TARIFA > WS-RANGO-HALLADO
               MOVE WS-RANGO-TARIFA TO WS-RANGO-HALLADO
               MOVE WS-INDICE-TARIFA TO WS-INDICE-HALLADO
           END-IF.
       2100-COMPARAR-TARIFA-EXIT.
           EXIT.

       END PROGRAM EjercicioComision.
