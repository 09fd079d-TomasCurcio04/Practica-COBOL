      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-14 TC  Created: servicio de cotizaciones sobre la
      *                  tabla diaria de tipos de cambio TIPCAM00.DAT
      *                  que mantiene tesoreria (fecha;moneda;tasa a
      *                  moneda base, clave TIPCAM00 en RUNCTL00.DAT).
      *                  Las sucursales empezaron a mandar pares en
      *                  dolares y todos los importes se suponian en
      *                  una sola moneda. Ejercicio1, Ejercicio03,
      *                  EjercicioCalculo, EjercicioDriver y el
      *                  calculo suelto del menu piden la tasa del par
      *                  con el registro COTIZA: una moneda en blanco o
      *                  igual a la moneda base (clave MONEDA00, por
      *                  defecto ARS) vuelve con tasa 1; una moneda
      *                  extranjera necesita la tasa exacta de esa
      *                  fecha y sin ella vuelve CTZ-SIN-TASA para que
      *                  el invocante rechace el par con motivo 06. La
      *                  tabla se carga en el primer pedido y queda
      *                  residente mientras el programa no se cancele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioCotiza.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIPOS-CAMBIO ASSIGN TO WS-ARCH-TIPOS-CAMBIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIPOS-CAMBIO.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOS-CAMBIO
           RECORD CONTAINS 24 CHARACTERS.
       01  REG-TIPOS-CAMBIO.
           05  TC-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  TC-MONEDA          PIC X(03).
           05  FILLER             PIC X(01).
           05  TC-TASA            PIC 9(05)V9(06).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
           05  RCTL-CLAVE         PIC X(12).
           05  FILLER             PIC X(01).
           05  RCTL-VALOR         PIC X(40).
           05  RCTL-VALOR-R REDEFINES RCTL-VALOR.
               10  RCTL-VALOR-NUM PIC 9(07).
               10  FILLER         PIC X(33).

       WORKING-STORAGE SECTION.
       01  WS-ARCH-TIPOS-CAMBIO    PIC X(40) VALUE "TIPCAM00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-TIPOS-CAMBIO      PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-TIPOS-CAMBIO  PIC X(01) VALUE "N".
           88  WS-FIN-TIPOS-CAMBIO            VALUE "S".
       01  WS-SW-TABLA-CARGADA     PIC X(01) VALUE "N".
           88  WS-TABLA-CARGADA               VALUE "S".
       01  WS-MONEDA-BASE          PIC X(03) VALUE "ARS".
       01  WS-CANTIDAD-TASAS       PIC 9(03) VALUE ZERO.
       01  WS-INDICE-TASA          PIC 9(03) VALUE ZERO.
       01  WS-INDICE-TASA-HALLADA  PIC 9(03) VALUE ZERO.
       01  WS-CONTADOR-DESCARTADAS PIC 9(05) VALUE ZERO.
       01  WS-TABLA-TASAS.
           05  WS-TASA-ENTRADA OCCURS 500 TIMES.
               10  WS-TC-FECHA         PIC 9(08).
               10  WS-TC-MONEDA        PIC X(03).
               10  WS-TC-TASA          PIC 9(05)V9(06).

       LINKAGE SECTION.
       COPY COTIZA REPLACING ==COTIZA-REGISTRO==
           BY ==LK-COTIZA-REGISTRO==
           LEADING ==CTZ-== BY ==LKZ-==.

       PROCEDURE DIVISION USING LK-COTIZA-REGISTRO.
       0000-MAINLINE.
           IF NOT WS-TABLA-CARGADA
               PERFORM 1020-LEER-RUN-CONTROL
                   THRU 1020-LEER-RUN-CONTROL-EXIT
               PERFORM 1070-CARGAR-TASAS
                   THRU 1070-CARGAR-TASAS-EXIT
           END-IF
           PERFORM 2000-COTIZAR THRU 2000-COTIZAR-EXIT
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
               WHEN "TIPCAM00    "
                   MOVE RCTL-VALOR TO WS-ARCH-TIPOS-CAMBIO
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
      * 1070-CARGAR-TASAS - carga la tabla de tipos de cambio de
      * TIPCAM00.DAT; sin archivo solo se cotiza la moneda base y
      * cualquier moneda extranjera vuelve sin tasa. Las lineas con
      * fecha o tasa no numerica, sin moneda o con tasa cero se
      * descartan con aviso.
      ******************************************************************
       1070-CARGAR-TASAS.
           SET WS-TABLA-CARGADA TO TRUE
           MOVE ZERO TO WS-CANTIDAD-TASAS
           OPEN INPUT TIPOS-CAMBIO
           IF WS-FS-TIPOS-CAMBIO NOT = "00"
               DISPLAY "COTIZA - SIN TABLA DE TIPOS DE CAMBIO - "
                   "SOLO MONEDA BASE " WS-MONEDA-BASE
                   " (FS=" WS-FS-TIPOS-CAMBIO ")"
               GO TO 1070-CARGAR-TASAS-EXIT
           END-IF
           PERFORM 1075-LEER-TASA THRU 1075-LEER-TASA-EXIT
               UNTIL WS-FIN-TIPOS-CAMBIO
                   OR WS-CANTIDAD-TASAS >= 500
           CLOSE TIPOS-CAMBIO
           DISPLAY "COTIZA - TASAS CARGADAS: " WS-CANTIDAD-TASAS
               " MONEDA BASE " WS-MONEDA-BASE
           IF WS-CONTADOR-DESCARTADAS > ZERO
               DISPLAY "COTIZA - LINEAS DE TASA DESCARTADAS: "
                   WS-CONTADOR-DESCARTADAS
           END-IF.
       1070-CARGAR-TASAS-EXIT.
           EXIT.

       1075-LEER-TASA.
           READ TIPOS-CAMBIO
               AT END
                   SET WS-FIN-TIPOS-CAMBIO TO TRUE
                   GO TO 1075-LEER-TASA-EXIT
           END-READ
           IF TC-FECHA NOT NUMERIC
               OR TC-TASA NOT NUMERIC
               OR TC-MONEDA = SPACES
               ADD 1 TO WS-CONTADOR-DESCARTADAS
               GO TO 1075-LEER-TASA-EXIT
           END-IF
           IF TC-TASA = ZERO
               ADD 1 TO WS-CONTADOR-DESCARTADAS
               GO TO 1075-LEER-TASA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-TASAS
           MOVE TC-FECHA TO WS-TC-FECHA (WS-CANTIDAD-TASAS)
           MOVE TC-MONEDA TO WS-TC-MONEDA (WS-CANTIDAD-TASAS)
           MOVE TC-TASA TO WS-TC-TASA (WS-CANTIDAD-TASAS).
       1075-LEER-TASA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COTIZAR - devuelve la tasa de la moneda pedida para la
      * fecha pedida. La moneda base (o una moneda en blanco) cotiza
      * siempre 1; para las demas se exige la tasa de esa misma
      * fecha, sin arrastrar la del dia anterior, porque tesoreria
      * carga la tabla cada dia habil y una tasa vieja convertiria
      * el par a un importe base equivocado sin que nadie lo note.
      ******************************************************************
       2000-COTIZAR.
           MOVE WS-MONEDA-BASE TO LKZ-MONEDA-BASE
           MOVE ZERO TO LKZ-TASA
           IF LKZ-MONEDA = SPACES
               OR LKZ-MONEDA = WS-MONEDA-BASE
               MOVE WS-MONEDA-BASE TO LKZ-MONEDA
               MOVE 1 TO LKZ-TASA
               SET LKZ-HALLADA TO TRUE
               GO TO 2000-COTIZAR-EXIT
           END-IF
           IF LKZ-FECHA NOT NUMERIC
               SET LKZ-FALLA TO TRUE
               GO TO 2000-COTIZAR-EXIT
           END-IF
           MOVE ZERO TO WS-INDICE-TASA-HALLADA
           PERFORM 2100-COMPARAR-TASA THRU 2100-COMPARAR-TASA-EXIT
               VARYING WS-INDICE-TASA FROM 1 BY 1
               UNTIL WS-INDICE-TASA > WS-CANTIDAD-TASAS
                   OR WS-INDICE-TASA-HALLADA > ZERO
           IF WS-INDICE-TASA-HALLADA = ZERO
               SET LKZ-SIN-TASA TO TRUE
               GO TO 2000-COTIZAR-EXIT
           END-IF
           MOVE WS-TC-TASA (WS-INDICE-TASA-HALLADA) TO LKZ-TASA
           SET LKZ-HALLADA TO TRUE.
       2000-COTIZAR-EXIT.
           EXIT.

       2100-COMPARAR-TASA.
           IF WS-TC-MONEDA (WS-INDICE-TASA) = LKZ-MONEDA
               AND WS-TC-FECHA (WS-INDICE-TASA) = LKZ-FECHA
               MOVE WS-INDICE-TASA TO WS-INDICE-TASA-HALLADA
           END-IF.
       2100-COMPARAR-TASA-EXIT.
           EXIT.
