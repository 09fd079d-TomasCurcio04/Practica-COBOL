      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: informe de tiempos de la ventana
      *                  nocturna a partir del jornal RUNJRNL.DAT. Casa
      *                  cada INICIO con su FIN como EjercicioJornal y
      *                  calcula, para cada corrida de las ultimas N
      *                  noches, el tiempo transcurrido y el caudal
      *                  (procesados por minuto); resume por programa
      *                  el promedio y el peor tiempo de esas noches y
      *                  marca toda corrida que paso el umbral de su
      *                  programa (claves UMBRALSLA de RUNCTL00.DAT,
      *                  una por programa: nombre en 1-11, punto y
      *                  coma, minutos en 13-17). Por ultimo totaliza
      *                  la cadena de cada noche - las corridas
      *                  CADENA, o a falta de ellas los cuatro pasos
      *                  DRIVER, CONCILIA, EXTRACTO y DEPURA - y la
      *                  compara contra la ventana de proceso
      *                  (VENTANAINI y VENTANAFIN en HHMM, por defecto
      *                  2200 a 0600), con el margen que queda antes
      *                  del corte de la manana. Una corrida que
      *                  arranca antes del mediodia pertenece a la
      *                  noche del dia anterior. RC 4 si alguna
      *                  corrida paso su umbral o alguna noche termino
      *                  fuera de la ventana. Con el jornal muy largo
      *                  se leen las ultimas 2000 lineas, igual que
      *                  EjercicioJornal lee las ultimas 500.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioTiempos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-CORRIDAS ASSIGN TO WS-ARCH-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
           05  RCTL-CLAVE         PIC X(12).
           05  FILLER             PIC X(01).
           05  RCTL-VALOR         PIC X(40).
           05  RCTL-VALOR-H REDEFINES RCTL-VALOR.
               10  RCTL-VALOR-HH  PIC 9(02).
               10  RCTL-VALOR-MM  PIC 9(02).
               10  FILLER         PIC X(36).
           05  RCTL-VALOR-U REDEFINES RCTL-VALOR.
               10  RCTL-UMB-PROGRAMA PIC X(11).
               10  FILLER         PIC X(01).
               10  RCTL-UMB-MINUTOS  PIC 9(05).
               10  FILLER         PIC X(23).

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.

       01  WS-ARCH-JORNAL          PIC X(40) VALUE "RUNJRNL.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-JORNAL            PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-JORNAL        PIC X(01) VALUE "N".
           88  WS-FIN-JORNAL                 VALUE "S".
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL            VALUE "S".
       01  WS-SW-PAREJA-HALLADA    PIC X(01) VALUE "N".
           88  WS-PAREJA-HALLADA             VALUE "S".
       01  WS-CANTIDAD-PEDIDA      PIC X(03) VALUE SPACES.
       01  WS-NOCHES-PEDIDAS       PIC 9(03) VALUE 7.
       01  WS-SW-CANTIDAD-VALIDA   PIC X(01) VALUE "N".
           88  WS-CANTIDAD-VALIDA            VALUE "S".
       01  WS-INDICE-CARACTER      PIC 9(01) VALUE ZERO.
       01  WS-CARACTER             PIC X(01) VALUE SPACE.
       01  WS-DIGITO-X             PIC X(01) VALUE "0".
       01  WS-DIGITO REDEFINES WS-DIGITO-X
                                   PIC 9(01).
       01  WS-TOTAL-LINEAS         PIC 9(07) VALUE ZERO.
       01  WS-LINEAS-A-SALTAR      PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-SALTEADAS   PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-SIN-FIN     PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-EXCEDIDAS   PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-FUERA       PIC 9(07) VALUE ZERO.

      * Ventana de proceso nocturna (HHMM) y corte del mediodia que
      * separa una noche de la siguiente.
       01  WS-VENTANA-INICIO.
           05  WS-VI-HH            PIC 9(02) VALUE 22.
           05  WS-VI-MM            PIC 9(02) VALUE 00.
       01  WS-VENTANA-FIN.
           05  WS-VF-HH            PIC 9(02) VALUE 06.
           05  WS-VF-MM            PIC 9(02) VALUE 00.
       01  WS-HORA-CORTE-NOCHE     PIC 9(02) VALUE 12.

       01  WS-CANTIDAD-UMBRALES    PIC 9(02) VALUE ZERO.
       01  WS-INDICE-UMBRAL        PIC 9(02) VALUE ZERO.
       01  WS-TABLA-UMBRALES.
           05  WS-UMBRAL-ENTRADA OCCURS 20 TIMES.
               10  WS-UM-PROGRAMA      PIC X(11).
               10  WS-UM-MINUTOS       PIC 9(05).

       01  WS-CANTIDAD-JORNAL      PIC 9(04) VALUE ZERO.
       01  WS-INDICE-JORNAL        PIC 9(04) VALUE ZERO.
       01  WS-INDICE-BUSQUEDA      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-JORNAL.
           05  WS-JORNAL-ENTRADA OCCURS 2000 TIMES.
               10  WS-JR-TIPO          PIC X(06).
               10  WS-JR-PROGRAMA      PIC X(11).
               10  WS-JR-FECHA         PIC 9(08).
               10  WS-JR-HORA          PIC 9(08).
               10  WS-JR-PROCESADOS    PIC 9(07).
               10  WS-JR-RETORNO       PIC 9(02).
               10  WS-JR-ESTADO        PIC X(07).
               10  WS-JR-PAREJA        PIC 9(04).
               10  WS-JR-ABSOLUTO      PIC 9(11).
               10  WS-JR-DIA-NOCHE     PIC 9(07).

       01  WS-CANTIDAD-PROGRAMAS   PIC 9(02) VALUE ZERO.
       01  WS-INDICE-PROGRAMA      PIC 9(02) VALUE ZERO.
       01  WS-INDICE-PROG-HALLADO  PIC 9(02) VALUE ZERO.
       01  WS-TABLA-PROGRAMAS.
           05  WS-PROGRAMA-ENTRADA OCCURS 20 TIMES.
               10  WS-PR-NOMBRE        PIC X(11).
               10  WS-PR-CORRIDAS      PIC 9(05).
               10  WS-PR-SEG-TOTAL     PIC 9(09).
               10  WS-PR-SEG-PEOR      PIC 9(07).
               10  WS-PR-NOCHE-PEOR    PIC 9(07).
               10  WS-PR-PROC-TOTAL    PIC 9(09).
               10  WS-PR-UMBRAL        PIC 9(05).
               10  WS-PR-EXCEDIDAS     PIC 9(05).

      * Una entrada por noche calendario del periodo pedido: la
      * cadena segun sus propias corridas CADENA y, aparte, segun
      * sus cuatro pasos, para las noches sin registros CADENA.
       01  WS-INDICE-NOCHE         PIC 9(03) VALUE ZERO.
       01  WS-TABLA-NOCHES.
           05  WS-NOCHE-ENTRADA OCCURS 60 TIMES.
               10  WS-NO-CORR-CADENA   PIC 9(03).
               10  WS-NO-SEG-CADENA    PIC 9(07).
               10  WS-NO-FIN-CADENA    PIC 9(11).
               10  WS-NO-CORR-PASOS    PIC 9(03).
               10  WS-NO-SEG-PASOS     PIC 9(07).
               10  WS-NO-FIN-PASOS     PIC 9(11).

       01  WS-DIA-ULTIMA-NOCHE     PIC 9(07) VALUE ZERO.
       01  WS-DIA-DESDE            PIC 9(07) VALUE ZERO.
       01  WS-DIA-LISTADO          PIC 9(07) VALUE ZERO.
       01  WS-DIA-NOCHE            PIC 9(07) VALUE ZERO.
       01  WS-FECHA-NOCHE          PIC 9(08) VALUE ZERO.
       01  WS-SEG-CORRIDA          PIC 9(07) VALUE ZERO.
       01  WS-SEG-DIFERENCIA       PIC S9(11) VALUE ZERO.
       01  WS-SEG-MINIMO           PIC 9(07) VALUE ZERO.
       01  WS-POR-MINUTO           PIC 9(07)V99 VALUE ZERO.
       01  WS-SEG-VENTANA-INICIO   PIC 9(05) VALUE ZERO.
       01  WS-SEG-VENTANA-FIN      PIC 9(05) VALUE ZERO.
       01  WS-ABS-VENTANA-INICIO   PIC 9(11) VALUE ZERO.
       01  WS-ABS-VENTANA-FIN      PIC 9(11) VALUE ZERO.
       01  WS-ABS-FIN-CADENA       PIC 9(11) VALUE ZERO.
       01  WS-SEG-CADENA           PIC 9(07) VALUE ZERO.
       01  WS-CORR-CADENA          PIC 9(03) VALUE ZERO.
       01  WS-MARGEN-MINUTOS       PIC S9(07) VALUE ZERO.
       01  WS-NOCHES-CON-CADENA    PIC 9(03) VALUE ZERO.
       01  WS-SEG-CADENA-TOTAL     PIC 9(09) VALUE ZERO.
       01  WS-SEG-CADENA-PEOR      PIC 9(07) VALUE ZERO.
       01  WS-FECHA-CADENA-PEOR    PIC 9(08) VALUE ZERO.
       01  WS-SEG-PROMEDIO         PIC 9(07) VALUE ZERO.

      * Conversion de una fecha y hora del jornal a segundos
      * absolutos (dia juliano por 86400 mas segundos del dia).
       01  WS-CALC-FECHA           PIC 9(08) VALUE ZERO.
       01  WS-CALC-FECHA-R REDEFINES WS-CALC-FECHA.
           05  WS-CF-ANIO          PIC 9(04).
           05  WS-CF-MES           PIC 9(02).
           05  WS-CF-DIA           PIC 9(02).
       01  WS-CALC-HORA            PIC 9(08) VALUE ZERO.
       01  WS-CALC-HORA-R REDEFINES WS-CALC-HORA.
           05  WS-CH-HH            PIC 9(02).
           05  WS-CH-MM            PIC 9(02).
           05  WS-CH-SS            PIC 9(02).
           05  WS-CH-CC            PIC 9(02).
       01  WS-CALC-DIA             PIC 9(07) VALUE ZERO.
       01  WS-CALC-ABSOLUTO        PIC 9(11) VALUE ZERO.
       01  WS-SW-FECHA-VALIDA      PIC X(01) VALUE "N".
           88  WS-FECHA-VALIDA               VALUE "S".

      * Segundos a HHH:MM:SS para los listados.
       01  WS-SEG-FORMATO          PIC 9(09) VALUE ZERO.
       01  WS-SEG-RESTO            PIC 9(09) VALUE ZERO.
       01  WS-TIEMPO-EDITADO.
           05  WS-TE-HORAS         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-TE-MINUTOS       PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-TE-SEGUNDOS      PIC 9(02).

       01  WS-LINEA-CORRIDA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-LC-PROGRAMA      PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-FECHA         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-HH            PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-LC-MM            PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-LC-SS            PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-DURACION      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-PROCESADOS    PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-POR-MINUTO    PIC ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-RC            PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-MARCA         PIC X(30).

       01  WS-LINEA-PROGRAMA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LP-PROGRAMA      PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-CORRIDAS      PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-PROMEDIO      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-PEOR          PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-NOCHE-PEOR    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-POR-MINUTO    PIC ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-UMBRAL        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LP-EXCEDIDAS     PIC ZZZZ9.

       01  WS-LINEA-NOCHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-LN-FECHA         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-ORIGEN        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-CORRIDAS      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-DURACION      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-FIN-FECHA     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-FIN-HORA      PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-MARGEN        PIC -ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LN-MARCA         PIC X(16).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-CARGAR-JORNAL THRU 2000-CARGAR-JORNAL-EXIT
               UNTIL WS-FIN-JORNAL
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR - lee el control de corrida, pide cuantas noches
      * analizar, cuenta las lineas del jornal en una primera pasada
      * y deja el archivo posicionado salteando lo que no entra en la
      * tabla, para quedarse siempre con las lineas mas recientes.
      ******************************************************************
       1000-INICIAR.
           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           DISPLAY "EJERCICIOTIEMPOS - TIEMPOS DE LA VENTANA NOCTURNA"
           DISPLAY "NOCHES A ANALIZAR (1 A 60, ENTER = 7): "
           ACCEPT WS-CANTIDAD-PEDIDA
           IF WS-CANTIDAD-PEDIDA = SPACES
               MOVE 7 TO WS-NOCHES-PEDIDAS
           ELSE
               PERFORM 1050-EDITAR-CANTIDAD
                   THRU 1050-EDITAR-CANTIDAD-EXIT
               IF NOT WS-CANTIDAD-VALIDA
                   OR WS-NOCHES-PEDIDAS = ZERO
                   OR WS-NOCHES-PEDIDAS > 60
                   DISPLAY "CANTIDAD INVALIDA - DEBE SER NUMERICA "
                       "DE 1 A 60"
                   SET WS-FIN-JORNAL TO TRUE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INICIAR-EXIT
               END-IF
           END-IF

           OPEN INPUT JORNAL-CORRIDAS
           IF WS-FS-JORNAL NOT = "00"
               DISPLAY "ERROR ABRIENDO RUNJRNL.DAT - STATUS "
                   WS-FS-JORNAL
               SET WS-FIN-JORNAL TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           PERFORM 1100-CONTAR-LINEA THRU 1100-CONTAR-LINEA-EXIT
               UNTIL WS-FIN-JORNAL
           CLOSE JORNAL-CORRIDAS

           MOVE ZERO TO WS-LINEAS-A-SALTAR
           IF WS-TOTAL-LINEAS > 2000
               SUBTRACT 2000 FROM WS-TOTAL-LINEAS
                   GIVING WS-LINEAS-A-SALTAR
               DISPLAY "AVISO - JORNAL CON " WS-TOTAL-LINEAS
                   " LINEAS, SE ANALIZAN LAS ULTIMAS 2000"
           END-IF

           MOVE "N" TO WS-SW-FIN-JORNAL
           OPEN INPUT JORNAL-CORRIDAS
           IF WS-FS-JORNAL NOT = "00"
               DISPLAY "ERROR REABRIENDO RUNJRNL.DAT - STATUS "
                   WS-FS-JORNAL
               SET WS-FIN-JORNAL TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           PERFORM 1200-SALTAR-LINEA THRU 1200-SALTAR-LINEA-EXIT
               UNTIL WS-CONTADOR-SALTEADAS >= WS-LINEAS-A-SALTAR
                   OR WS-FIN-JORNAL.
       1000-INICIAR-EXIT.
           EXIT.

      ******************************************************************
      * 1020-LEER-RUN-CONTROL - lee el archivo de control de corrida
      * RUNCTL00.DAT (clave-valor, compartido con toda la cadena) y
      * pisa los valores por defecto de WORKING-STORAGE con cada
      * clave presente; si el archivo no existe se corre con los
      * valores por defecto. Cada clave UMBRALSLA agrega el umbral de
      * un programa.
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
               WHEN "RUNJRNL     "
                   MOVE RCTL-VALOR TO WS-ARCH-JORNAL
               WHEN "VENTANAINI  "
                   IF RCTL-VALOR-HH NUMERIC AND RCTL-VALOR-MM NUMERIC
                       AND RCTL-VALOR-HH < 24 AND RCTL-VALOR-MM < 60
                       MOVE RCTL-VALOR-HH TO WS-VI-HH
                       MOVE RCTL-VALOR-MM TO WS-VI-MM
                   ELSE
                       DISPLAY "EJERCICIOTIEMPOS - VENTANAINI INVALIDA"
                           " EN RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN "VENTANAFIN  "
                   IF RCTL-VALOR-HH NUMERIC AND RCTL-VALOR-MM NUMERIC
                       AND RCTL-VALOR-HH < 24 AND RCTL-VALOR-MM < 60
                       MOVE RCTL-VALOR-HH TO WS-VF-HH
                       MOVE RCTL-VALOR-MM TO WS-VF-MM
                   ELSE
                       DISPLAY "EJERCICIOTIEMPOS - VENTANAFIN INVALIDA"
                           " EN RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN "UMBRALSLA   "
                   PERFORM 1040-AGREGAR-UMBRAL
                       THRU 1040-AGREGAR-UMBRAL-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

       1040-AGREGAR-UMBRAL.
           IF RCTL-UMB-PROGRAMA = SPACES
               OR RCTL-UMB-MINUTOS NOT NUMERIC
               OR RCTL-UMB-MINUTOS = ZERO
               DISPLAY "EJERCICIOTIEMPOS - UMBRALSLA INVALIDO EN "
                   "RUNCTL00.DAT - SE IGNORA: " RCTL-VALOR
               GO TO 1040-AGREGAR-UMBRAL-EXIT
           END-IF
           IF WS-CANTIDAD-UMBRALES >= 20
               DISPLAY "EJERCICIOTIEMPOS - MAS DE 20 UMBRALSLA EN "
                   "RUNCTL00.DAT - SE IGNORA: " RCTL-VALOR
               GO TO 1040-AGREGAR-UMBRAL-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-UMBRALES
           MOVE RCTL-UMB-PROGRAMA TO
               WS-UM-PROGRAMA (WS-CANTIDAD-UMBRALES)
           MOVE RCTL-UMB-MINUTOS TO
               WS-UM-MINUTOS (WS-CANTIDAD-UMBRALES).
       1040-AGREGAR-UMBRAL-EXIT.
           EXIT.

      ******************************************************************
      * 1050-EDITAR-CANTIDAD - arma la cantidad pedida digito a
      * digito, ignorando los espacios, para aceptar el numero tanto
      * pegado a la izquierda como a la derecha.
      ******************************************************************
       1050-EDITAR-CANTIDAD.
           SET WS-CANTIDAD-VALIDA TO TRUE
           MOVE ZERO TO WS-NOCHES-PEDIDAS
           PERFORM 1060-EDITAR-CARACTER
               THRU 1060-EDITAR-CARACTER-EXIT
               VARYING WS-INDICE-CARACTER FROM 1 BY 1
               UNTIL WS-INDICE-CARACTER > 3
                   OR NOT WS-CANTIDAD-VALIDA.
       1050-EDITAR-CANTIDAD-EXIT.
           EXIT.

       1060-EDITAR-CARACTER.
           MOVE WS-CANTIDAD-PEDIDA (WS-INDICE-CARACTER:1)
               TO WS-CARACTER
           EVALUATE TRUE
               WHEN WS-CARACTER = SPACE
                   CONTINUE
               WHEN WS-CARACTER >= "0" AND WS-CARACTER <= "9"
                   MOVE WS-CARACTER TO WS-DIGITO-X
                   MULTIPLY 10 BY WS-NOCHES-PEDIDAS
                       ON SIZE ERROR
                           MOVE "N" TO WS-SW-CANTIDAD-VALIDA
                   END-MULTIPLY
                   IF WS-CANTIDAD-VALIDA
                       ADD WS-DIGITO TO WS-NOCHES-PEDIDAS
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-SW-CANTIDAD-VALIDA
           END-EVALUATE.
       1060-EDITAR-CARACTER-EXIT.
           EXIT.

       1100-CONTAR-LINEA.
           READ JORNAL-CORRIDAS
               AT END
                   SET WS-FIN-JORNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LINEAS
           END-READ.
       1100-CONTAR-LINEA-EXIT.
           EXIT.

       1200-SALTAR-LINEA.
           READ JORNAL-CORRIDAS
               AT END
                   SET WS-FIN-JORNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-SALTEADAS
           END-READ.
       1200-SALTAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARGAR-JORNAL - carga en la tabla cada INICIO y FIN
      * restante del jornal con su instante en segundos absolutos y,
      * para los INICIO, la noche a la que pertenecen (antes del
      * mediodia, la del dia anterior). Las lineas de otro tipo o con
      * fecha u hora ilegibles se descartan.
      ******************************************************************
       2000-CARGAR-JORNAL.
           READ JORNAL-CORRIDAS INTO WS-LINEA-JORNAL
               AT END
                   SET WS-FIN-JORNAL TO TRUE
                   GO TO 2000-CARGAR-JORNAL-EXIT
           END-READ
           IF WS-RJ-TIPO NOT = "INICIO" AND WS-RJ-TIPO NOT = "FIN   "
               GO TO 2000-CARGAR-JORNAL-EXIT
           END-IF
           IF WS-CANTIDAD-JORNAL >= 2000
               GO TO 2000-CARGAR-JORNAL-EXIT
           END-IF
           MOVE WS-RJ-FECHA TO WS-CALC-FECHA
           MOVE WS-RJ-HORA TO WS-CALC-HORA
           PERFORM 8100-CALCULAR-ABSOLUTO
               THRU 8100-CALCULAR-ABSOLUTO-EXIT
           IF NOT WS-FECHA-VALIDA
               GO TO 2000-CARGAR-JORNAL-EXIT
           END-IF

           ADD 1 TO WS-CANTIDAD-JORNAL
           MOVE WS-RJ-TIPO TO WS-JR-TIPO (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-PROGRAMA TO WS-JR-PROGRAMA (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-FECHA TO WS-JR-FECHA (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-HORA TO WS-JR-HORA (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-PROCESADOS TO
               WS-JR-PROCESADOS (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-RETORNO TO WS-JR-RETORNO (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-ESTADO TO WS-JR-ESTADO (WS-CANTIDAD-JORNAL)
           MOVE ZERO TO WS-JR-PAREJA (WS-CANTIDAD-JORNAL)
           MOVE WS-CALC-ABSOLUTO TO
               WS-JR-ABSOLUTO (WS-CANTIDAD-JORNAL)
           MOVE WS-CALC-DIA TO WS-DIA-NOCHE
           IF WS-CH-HH < WS-HORA-CORTE-NOCHE
               SUBTRACT 1 FROM WS-DIA-NOCHE
           END-IF
           MOVE WS-DIA-NOCHE TO WS-JR-DIA-NOCHE (WS-CANTIDAD-JORNAL)
           IF WS-RJ-TIPO = "INICIO"
               AND WS-DIA-NOCHE > WS-DIA-ULTIMA-NOCHE
               MOVE WS-DIA-NOCHE TO WS-DIA-ULTIMA-NOCHE
           END-IF.
       2000-CARGAR-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - casa cada FIN con su INICIO, fija el periodo
      * de las ultimas N noches hasta la mas reciente del jornal y
      * lista las corridas, el resumen por programa y la cadena de
      * cada noche contra la ventana.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-FS-JORNAL = "00" OR WS-FS-JORNAL = "10"
               CLOSE JORNAL-CORRIDAS
           END-IF
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-FINALIZAR-EXIT
           END-IF
           IF WS-DIA-ULTIMA-NOCHE = ZERO
               DISPLAY " "
               DISPLAY "  JORNAL SIN CORRIDAS REGISTRADAS"
               GO TO 3000-FINALIZAR-EXIT
           END-IF

           PERFORM 3100-CASAR-FIN THRU 3100-CASAR-FIN-EXIT
               VARYING WS-INDICE-JORNAL FROM 1 BY 1
               UNTIL WS-INDICE-JORNAL > WS-CANTIDAD-JORNAL

           COMPUTE WS-DIA-DESDE =
               WS-DIA-ULTIMA-NOCHE - WS-NOCHES-PEDIDAS + 1
           COMPUTE WS-SEG-VENTANA-INICIO =
               WS-VI-HH * 3600 + WS-VI-MM * 60
           COMPUTE WS-SEG-VENTANA-FIN =
               WS-VF-HH * 3600 + WS-VF-MM * 60
           INITIALIZE WS-TABLA-NOCHES

           DISPLAY " "
           DISPLAY "  CORRIDAS DE LAS ULTIMAS " WS-NOCHES-PEDIDAS
               " NOCHES"
           DISPLAY "    PROGRAMA    INICIO   HORA     DURACION  "
               "PROCES.   POR MINUTO RC"
           MOVE ZERO TO WS-DIA-LISTADO
           PERFORM 3500-LISTAR-CORRIDA THRU 3500-LISTAR-CORRIDA-EXIT
               VARYING WS-INDICE-JORNAL FROM 1 BY 1
               UNTIL WS-INDICE-JORNAL > WS-CANTIDAD-JORNAL

           DISPLAY " "
           DISPLAY "  RESUMEN POR PROGRAMA"
           DISPLAY "  PROGRAMA    CORR.  PROMEDIO      PEOR NOCHE    "
               "POR MINUTO UMBRAL EXCED."
           PERFORM 3700-LISTAR-PROGRAMA THRU 3700-LISTAR-PROGRAMA-EXIT
               VARYING WS-INDICE-PROGRAMA FROM 1 BY 1
               UNTIL WS-INDICE-PROGRAMA > WS-CANTIDAD-PROGRAMAS

           DISPLAY " "
           DISPLAY "  CADENA POR NOCHE CONTRA LA VENTANA " WS-VI-HH
               ":" WS-VI-MM " A " WS-VF-HH ":" WS-VF-MM
           DISPLAY "  NOCHE    ORIGEN CORR DURACION  FIN              "
               "MARGEN(MIN)"
           PERFORM 3800-LISTAR-NOCHE THRU 3800-LISTAR-NOCHE-EXIT
               VARYING WS-INDICE-NOCHE FROM 1 BY 1
               UNTIL WS-INDICE-NOCHE > WS-NOCHES-PEDIDAS

           DISPLAY " "
           IF WS-NOCHES-CON-CADENA > ZERO
               DIVIDE WS-SEG-CADENA-TOTAL BY WS-NOCHES-CON-CADENA
                   GIVING WS-SEG-PROMEDIO
               MOVE WS-SEG-PROMEDIO TO WS-SEG-FORMATO
               PERFORM 8000-FORMATEAR-TIEMPO
                   THRU 8000-FORMATEAR-TIEMPO-EXIT
               DISPLAY "  CADENA - PROMEDIO " WS-TIEMPO-EDITADO
                   " EN " WS-NOCHES-CON-CADENA " NOCHES"
               MOVE WS-SEG-CADENA-PEOR TO WS-SEG-FORMATO
               PERFORM 8000-FORMATEAR-TIEMPO
                   THRU 8000-FORMATEAR-TIEMPO-EXIT
               DISPLAY "  CADENA - PEOR     " WS-TIEMPO-EDITADO
                   " LA NOCHE DEL " WS-FECHA-CADENA-PEOR
           END-IF
           DISPLAY "  CORRIDAS SOBRE UMBRAL: " WS-CONTADOR-EXCEDIDAS
           DISPLAY "  NOCHES FUERA DE VENTANA: " WS-CONTADOR-FUERA
           DISPLAY "  CORRIDAS SIN FIN: " WS-CONTADOR-SIN-FIN
           IF WS-CONTADOR-EXCEDIDAS > ZERO
               OR WS-CONTADOR-FUERA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CASAR-FIN - un registro FIN se casa con el INICIO mas
      * reciente del mismo programa que siga sin pareja: las corridas
      * de un mismo programa no se solapan, asi que el FIN siempre
      * pertenece al ultimo INICIO abierto.
      ******************************************************************
       3100-CASAR-FIN.
           IF WS-JR-TIPO (WS-INDICE-JORNAL) NOT = "FIN   "
               GO TO 3100-CASAR-FIN-EXIT
           END-IF
           MOVE "N" TO WS-SW-PAREJA-HALLADA
           PERFORM 3200-BUSCAR-INICIO THRU 3200-BUSCAR-INICIO-EXIT
               VARYING WS-INDICE-BUSQUEDA
               FROM WS-INDICE-JORNAL BY -1
               UNTIL WS-INDICE-BUSQUEDA < 1
                   OR WS-PAREJA-HALLADA.
       3100-CASAR-FIN-EXIT.
           EXIT.

       3200-BUSCAR-INICIO.
           IF WS-INDICE-BUSQUEDA = WS-INDICE-JORNAL
               GO TO 3200-BUSCAR-INICIO-EXIT
           END-IF
           IF WS-JR-TIPO (WS-INDICE-BUSQUEDA) = "INICIO"
               AND WS-JR-PROGRAMA (WS-INDICE-BUSQUEDA) =
                   WS-JR-PROGRAMA (WS-INDICE-JORNAL)
               AND WS-JR-PAREJA (WS-INDICE-BUSQUEDA) = ZERO
               MOVE WS-INDICE-JORNAL TO
                   WS-JR-PAREJA (WS-INDICE-BUSQUEDA)
               MOVE WS-INDICE-BUSQUEDA TO
                   WS-JR-PAREJA (WS-INDICE-JORNAL)
               SET WS-PAREJA-HALLADA TO TRUE
           END-IF.
       3200-BUSCAR-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-CORRIDA - lista una corrida del periodo con su
      * duracion y caudal, la marca si paso el umbral de su programa
      * y la acumula en el resumen por programa y en la noche; un
      * INICIO sin FIN se lista pero no entra en los tiempos.
      ******************************************************************
       3500-LISTAR-CORRIDA.
           IF WS-JR-TIPO (WS-INDICE-JORNAL) NOT = "INICIO"
               OR WS-JR-DIA-NOCHE (WS-INDICE-JORNAL) < WS-DIA-DESDE
               GO TO 3500-LISTAR-CORRIDA-EXIT
           END-IF
           IF WS-JR-DIA-NOCHE (WS-INDICE-JORNAL) NOT = WS-DIA-LISTADO
               MOVE WS-JR-DIA-NOCHE (WS-INDICE-JORNAL)
                   TO WS-DIA-LISTADO
               COMPUTE WS-FECHA-NOCHE =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-LISTADO)
               DISPLAY " "
               DISPLAY "  NOCHE DEL " WS-FECHA-NOCHE
           END-IF

           MOVE WS-JR-PROGRAMA (WS-INDICE-JORNAL) TO WS-LC-PROGRAMA
           MOVE WS-JR-FECHA (WS-INDICE-JORNAL) TO WS-LC-FECHA
           MOVE WS-JR-HORA (WS-INDICE-JORNAL) TO WS-CALC-HORA
           MOVE WS-CH-HH TO WS-LC-HH
           MOVE WS-CH-MM TO WS-LC-MM
           MOVE WS-CH-SS TO WS-LC-SS
           IF WS-JR-PAREJA (WS-INDICE-JORNAL) = ZERO
               MOVE SPACES TO WS-LC-DURACION
               MOVE ZERO TO WS-LC-PROCESADOS
               MOVE ZERO TO WS-LC-POR-MINUTO
               MOVE ZERO TO WS-LC-RC
               MOVE "SIN FIN - CAIDA O EN CURSO" TO WS-LC-MARCA
               DISPLAY WS-LINEA-CORRIDA
               ADD 1 TO WS-CONTADOR-SIN-FIN
               GO TO 3500-LISTAR-CORRIDA-EXIT
           END-IF

           MOVE WS-JR-PAREJA (WS-INDICE-JORNAL) TO WS-INDICE-BUSQUEDA
           COMPUTE WS-SEG-DIFERENCIA =
               WS-JR-ABSOLUTO (WS-INDICE-BUSQUEDA)
               - WS-JR-ABSOLUTO (WS-INDICE-JORNAL)
           IF WS-SEG-DIFERENCIA < ZERO
               MOVE ZERO TO WS-SEG-DIFERENCIA
           END-IF
           MOVE WS-SEG-DIFERENCIA TO WS-SEG-CORRIDA
           MOVE WS-SEG-CORRIDA TO WS-SEG-FORMATO
           PERFORM 8000-FORMATEAR-TIEMPO
               THRU 8000-FORMATEAR-TIEMPO-EXIT
           MOVE WS-TIEMPO-EDITADO TO WS-LC-DURACION
           MOVE WS-SEG-CORRIDA TO WS-SEG-MINIMO
           IF WS-SEG-MINIMO = ZERO
               MOVE 1 TO WS-SEG-MINIMO
           END-IF
           COMPUTE WS-POR-MINUTO ROUNDED =
               WS-JR-PROCESADOS (WS-INDICE-BUSQUEDA) * 60
               / WS-SEG-MINIMO
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-POR-MINUTO
           END-COMPUTE
           MOVE WS-JR-PROCESADOS (WS-INDICE-BUSQUEDA)
               TO WS-LC-PROCESADOS
           MOVE WS-POR-MINUTO TO WS-LC-POR-MINUTO
           MOVE WS-JR-RETORNO (WS-INDICE-BUSQUEDA) TO WS-LC-RC
           MOVE WS-JR-ESTADO (WS-INDICE-BUSQUEDA) TO WS-LC-MARCA

           PERFORM 3550-UBICAR-PROGRAMA THRU 3550-UBICAR-PROGRAMA-EXIT
           IF WS-INDICE-PROG-HALLADO > ZERO
               PERFORM 3600-ACUMULAR-PROGRAMA
                   THRU 3600-ACUMULAR-PROGRAMA-EXIT
           END-IF
           DISPLAY WS-LINEA-CORRIDA
           PERFORM 3650-ACUMULAR-NOCHE THRU 3650-ACUMULAR-NOCHE-EXIT.
       3500-LISTAR-CORRIDA-EXIT.
           EXIT.

      ******************************************************************
      * 3550-UBICAR-PROGRAMA - busca el programa de la corrida en el
      * resumen y lo agrega (con su umbral de RUNCTL00.DAT, si tiene)
      * la primera vez que aparece.
      ******************************************************************
       3550-UBICAR-PROGRAMA.
           MOVE ZERO TO WS-INDICE-PROG-HALLADO
           PERFORM 3560-BUSCAR-PROGRAMA THRU 3560-BUSCAR-PROGRAMA-EXIT
               VARYING WS-INDICE-PROGRAMA FROM 1 BY 1
               UNTIL WS-INDICE-PROGRAMA > WS-CANTIDAD-PROGRAMAS
                   OR WS-INDICE-PROG-HALLADO > ZERO
           IF WS-INDICE-PROG-HALLADO > ZERO
               GO TO 3550-UBICAR-PROGRAMA-EXIT
           END-IF
           IF WS-CANTIDAD-PROGRAMAS >= 20
               GO TO 3550-UBICAR-PROGRAMA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-PROGRAMAS
           MOVE WS-CANTIDAD-PROGRAMAS TO WS-INDICE-PROG-HALLADO
           INITIALIZE WS-PROGRAMA-ENTRADA (WS-INDICE-PROG-HALLADO)
           MOVE WS-JR-PROGRAMA (WS-INDICE-JORNAL) TO
               WS-PR-NOMBRE (WS-INDICE-PROG-HALLADO)
           PERFORM 3570-BUSCAR-UMBRAL THRU 3570-BUSCAR-UMBRAL-EXIT
               VARYING WS-INDICE-UMBRAL FROM 1 BY 1
               UNTIL WS-INDICE-UMBRAL > WS-CANTIDAD-UMBRALES.
       3550-UBICAR-PROGRAMA-EXIT.
           EXIT.

       3560-BUSCAR-PROGRAMA.
           IF WS-PR-NOMBRE (WS-INDICE-PROGRAMA) =
               WS-JR-PROGRAMA (WS-INDICE-JORNAL)
               MOVE WS-INDICE-PROGRAMA TO WS-INDICE-PROG-HALLADO
           END-IF.
       3560-BUSCAR-PROGRAMA-EXIT.
           EXIT.

       3570-BUSCAR-UMBRAL.
           IF WS-UM-PROGRAMA (WS-INDICE-UMBRAL) =
               WS-PR-NOMBRE (WS-INDICE-PROG-HALLADO)
               MOVE WS-UM-MINUTOS (WS-INDICE-UMBRAL) TO
                   WS-PR-UMBRAL (WS-INDICE-PROG-HALLADO)
           END-IF.
       3570-BUSCAR-UMBRAL-EXIT.
           EXIT.

       3600-ACUMULAR-PROGRAMA.
           ADD 1 TO WS-PR-CORRIDAS (WS-INDICE-PROG-HALLADO)
           ADD WS-SEG-CORRIDA TO
               WS-PR-SEG-TOTAL (WS-INDICE-PROG-HALLADO)
           ADD WS-JR-PROCESADOS (WS-INDICE-BUSQUEDA) TO
               WS-PR-PROC-TOTAL (WS-INDICE-PROG-HALLADO)
           IF WS-SEG-CORRIDA > WS-PR-SEG-PEOR (WS-INDICE-PROG-HALLADO)
               OR WS-PR-CORRIDAS (WS-INDICE-PROG-HALLADO) = 1
               MOVE WS-SEG-CORRIDA TO
                   WS-PR-SEG-PEOR (WS-INDICE-PROG-HALLADO)
               MOVE WS-JR-DIA-NOCHE (WS-INDICE-JORNAL) TO
                   WS-PR-NOCHE-PEOR (WS-INDICE-PROG-HALLADO)
           END-IF
           IF WS-PR-UMBRAL (WS-INDICE-PROG-HALLADO) > ZERO
               AND WS-SEG-CORRIDA >
                   WS-PR-UMBRAL (WS-INDICE-PROG-HALLADO) * 60
               ADD 1 TO WS-PR-EXCEDIDAS (WS-INDICE-PROG-HALLADO)
               ADD 1 TO WS-CONTADOR-EXCEDIDAS
               MOVE "EXCEDE UMBRAL" TO WS-LC-MARCA (9:13)
           END-IF.
       3600-ACUMULAR-PROGRAMA-EXIT.
           EXIT.

      ******************************************************************
      * 3650-ACUMULAR-NOCHE - suma la corrida a su noche: las
      * corridas CADENA miden la cadena entera; los cuatro pasos se
      * suman aparte, para las noches anteriores a que la cadena
      * dejara sus propios registros en el jornal. De cada grupo se
      * guarda el ultimo FIN.
      ******************************************************************
       3650-ACUMULAR-NOCHE.
           COMPUTE WS-INDICE-NOCHE =
               WS-JR-DIA-NOCHE (WS-INDICE-JORNAL) - WS-DIA-DESDE + 1
           EVALUATE WS-JR-PROGRAMA (WS-INDICE-JORNAL)
               WHEN "CADENA"
                   ADD 1 TO WS-NO-CORR-CADENA (WS-INDICE-NOCHE)
                   ADD WS-SEG-CORRIDA TO
                       WS-NO-SEG-CADENA (WS-INDICE-NOCHE)
                   IF WS-JR-ABSOLUTO (WS-INDICE-BUSQUEDA) >
                       WS-NO-FIN-CADENA (WS-INDICE-NOCHE)
                       MOVE WS-JR-ABSOLUTO (WS-INDICE-BUSQUEDA) TO
                           WS-NO-FIN-CADENA (WS-INDICE-NOCHE)
                   END-IF
               WHEN "DRIVER"
               WHEN "CONCILIA"
               WHEN "EXTRACTO"
               WHEN "DEPURA"
                   ADD 1 TO WS-NO-CORR-PASOS (WS-INDICE-NOCHE)
                   ADD WS-SEG-CORRIDA TO
                       WS-NO-SEG-PASOS (WS-INDICE-NOCHE)
                   IF WS-JR-ABSOLUTO (WS-INDICE-BUSQUEDA) >
                       WS-NO-FIN-PASOS (WS-INDICE-NOCHE)
                       MOVE WS-JR-ABSOLUTO (WS-INDICE-BUSQUEDA) TO
                           WS-NO-FIN-PASOS (WS-INDICE-NOCHE)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3650-ACUMULAR-NOCHE-EXIT.
           EXIT.

      ******************************************************************
      * 3700-LISTAR-PROGRAMA - promedio y peor tiempo del programa en
      * el periodo, caudal promedio, umbral y corridas que lo pasaron.
      ******************************************************************
       3700-LISTAR-PROGRAMA.
           MOVE WS-PR-NOMBRE (WS-INDICE-PROGRAMA) TO WS-LP-PROGRAMA
           MOVE WS-PR-CORRIDAS (WS-INDICE-PROGRAMA) TO WS-LP-CORRIDAS
           DIVIDE WS-PR-SEG-TOTAL (WS-INDICE-PROGRAMA)
               BY WS-PR-CORRIDAS (WS-INDICE-PROGRAMA)
               GIVING WS-SEG-PROMEDIO
           MOVE WS-SEG-PROMEDIO TO WS-SEG-FORMATO
           PERFORM 8000-FORMATEAR-TIEMPO
               THRU 8000-FORMATEAR-TIEMPO-EXIT
           MOVE WS-TIEMPO-EDITADO TO WS-LP-PROMEDIO
           MOVE WS-PR-SEG-PEOR (WS-INDICE-PROGRAMA) TO WS-SEG-FORMATO
           PERFORM 8000-FORMATEAR-TIEMPO
               THRU 8000-FORMATEAR-TIEMPO-EXIT
           MOVE WS-TIEMPO-EDITADO TO WS-LP-PEOR
           COMPUTE WS-LP-NOCHE-PEOR = FUNCTION DATE-OF-INTEGER
               (WS-PR-NOCHE-PEOR (WS-INDICE-PROGRAMA))
           MOVE WS-PR-SEG-TOTAL (WS-INDICE-PROGRAMA) TO WS-SEG-MINIMO
           IF WS-SEG-MINIMO = ZERO
               MOVE 1 TO WS-SEG-MINIMO
           END-IF
           COMPUTE WS-POR-MINUTO ROUNDED =
               WS-PR-PROC-TOTAL (WS-INDICE-PROGRAMA) * 60
               / WS-SEG-MINIMO
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-POR-MINUTO
           END-COMPUTE
           MOVE WS-POR-MINUTO TO WS-LP-POR-MINUTO
           MOVE WS-PR-UMBRAL (WS-INDICE-PROGRAMA) TO WS-LP-UMBRAL
           MOVE WS-PR-EXCEDIDAS (WS-INDICE-PROGRAMA) TO WS-LP-EXCEDIDAS
           DISPLAY WS-LINEA-PROGRAMA.
       3700-LISTAR-PROGRAMA-EXIT.
           EXIT.

      ******************************************************************
      * 3800-LISTAR-NOCHE - la cadena de la noche: duracion sumada,
      * ultimo FIN y margen en minutos contra el cierre de la ventana
      * (negativo = termino despues del corte). La ventana se ubica
      * respecto de la noche con el mismo corte del mediodia: una
      * hora anterior a las 12 cae en el dia siguiente.
      ******************************************************************
       3800-LISTAR-NOCHE.
           COMPUTE WS-DIA-NOCHE = WS-DIA-DESDE + WS-INDICE-NOCHE - 1
           COMPUTE WS-LN-FECHA = FUNCTION DATE-OF-INTEGER (WS-DIA-NOCHE)
           EVALUATE TRUE
               WHEN WS-NO-CORR-CADENA (WS-INDICE-NOCHE) > ZERO
                   MOVE "CADENA" TO WS-LN-ORIGEN
                   MOVE WS-NO-CORR-CADENA (WS-INDICE-NOCHE)
                       TO WS-CORR-CADENA
                   MOVE WS-NO-SEG-CADENA (WS-INDICE-NOCHE)
                       TO WS-SEG-CADENA
                   MOVE WS-NO-FIN-CADENA (WS-INDICE-NOCHE)
                       TO WS-ABS-FIN-CADENA
               WHEN WS-NO-CORR-PASOS (WS-INDICE-NOCHE) > ZERO
                   MOVE "PASOS" TO WS-LN-ORIGEN
                   MOVE WS-NO-CORR-PASOS (WS-INDICE-NOCHE)
                       TO WS-CORR-CADENA
                   MOVE WS-NO-SEG-PASOS (WS-INDICE-NOCHE)
                       TO WS-SEG-CADENA
                   MOVE WS-NO-FIN-PASOS (WS-INDICE-NOCHE)
                       TO WS-ABS-FIN-CADENA
               WHEN OTHER
                   DISPLAY "  " WS-LN-FECHA " SIN CORRIDAS DE LA "
                       "CADENA"
                   GO TO 3800-LISTAR-NOCHE-EXIT
           END-EVALUATE

           COMPUTE WS-ABS-VENTANA-INICIO =
               WS-DIA-NOCHE * 86400 + WS-SEG-VENTANA-INICIO
           IF WS-VI-HH < WS-HORA-CORTE-NOCHE
               ADD 86400 TO WS-ABS-VENTANA-INICIO
           END-IF
           COMPUTE WS-ABS-VENTANA-FIN =
               WS-DIA-NOCHE * 86400 + WS-SEG-VENTANA-FIN
           IF WS-VF-HH < WS-HORA-CORTE-NOCHE
               ADD 86400 TO WS-ABS-VENTANA-FIN
           END-IF
           IF WS-ABS-VENTANA-FIN NOT > WS-ABS-VENTANA-INICIO
               ADD 86400 TO WS-ABS-VENTANA-FIN
           END-IF
           COMPUTE WS-MARGEN-MINUTOS =
               (WS-ABS-VENTANA-FIN - WS-ABS-FIN-CADENA) / 60

           MOVE WS-CORR-CADENA TO WS-LN-CORRIDAS
           MOVE WS-SEG-CADENA TO WS-SEG-FORMATO
           PERFORM 8000-FORMATEAR-TIEMPO
               THRU 8000-FORMATEAR-TIEMPO-EXIT
           MOVE WS-TIEMPO-EDITADO TO WS-LN-DURACION
           DIVIDE WS-ABS-FIN-CADENA BY 86400 GIVING WS-CALC-DIA
               REMAINDER WS-SEG-FORMATO
           COMPUTE WS-LN-FIN-FECHA =
               FUNCTION DATE-OF-INTEGER (WS-CALC-DIA)
           PERFORM 8000-FORMATEAR-TIEMPO
               THRU 8000-FORMATEAR-TIEMPO-EXIT
           MOVE WS-TIEMPO-EDITADO TO WS-LN-FIN-HORA
           MOVE WS-MARGEN-MINUTOS TO WS-LN-MARGEN
           IF WS-ABS-FIN-CADENA > WS-ABS-VENTANA-FIN
               OR WS-SEG-CADENA >
                   WS-ABS-VENTANA-FIN - WS-ABS-VENTANA-INICIO
               MOVE "FUERA DE VENTANA" TO WS-LN-MARCA
               ADD 1 TO WS-CONTADOR-FUERA
           ELSE
               MOVE SPACES TO WS-LN-MARCA
           END-IF
           DISPLAY WS-LINEA-NOCHE

           ADD 1 TO WS-NOCHES-CON-CADENA
           ADD WS-SEG-CADENA TO WS-SEG-CADENA-TOTAL
           IF WS-SEG-CADENA > WS-SEG-CADENA-PEOR
               MOVE WS-SEG-CADENA TO WS-SEG-CADENA-PEOR
               MOVE WS-LN-FECHA TO WS-FECHA-CADENA-PEOR
           END-IF.
       3800-LISTAR-NOCHE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FORMATEAR-TIEMPO - WS-SEG-FORMATO (segundos) a HHH:MM:SS
      * en WS-TIEMPO-EDITADO.
      ******************************************************************
       8000-FORMATEAR-TIEMPO.
           DIVIDE WS-SEG-FORMATO BY 3600 GIVING WS-TE-HORAS
               REMAINDER WS-SEG-RESTO
           DIVIDE WS-SEG-RESTO BY 60 GIVING WS-TE-MINUTOS
               REMAINDER WS-TE-SEGUNDOS.
       8000-FORMATEAR-TIEMPO-EXIT.
           EXIT.

      ******************************************************************
      * 8100-CALCULAR-ABSOLUTO - valida WS-CALC-FECHA (AAAAMMDD) y
      * WS-CALC-HORA (HHMMSSCC, como la deja ACCEPT FROM TIME) y deja
      * el dia juliano en WS-CALC-DIA y el instante en segundos en
      * WS-CALC-ABSOLUTO.
      ******************************************************************
       8100-CALCULAR-ABSOLUTO.
           MOVE "N" TO WS-SW-FECHA-VALIDA
           IF WS-CALC-FECHA NOT NUMERIC OR WS-CALC-HORA NOT NUMERIC
               GO TO 8100-CALCULAR-ABSOLUTO-EXIT
           END-IF
           IF WS-CF-ANIO < 1601
               OR WS-CF-MES < 1 OR WS-CF-MES > 12
               OR WS-CF-DIA < 1 OR WS-CF-DIA > 31
               OR WS-CH-HH > 23 OR WS-CH-MM > 59 OR WS-CH-SS > 59
               GO TO 8100-CALCULAR-ABSOLUTO-EXIT
           END-IF
           COMPUTE WS-CALC-DIA =
               FUNCTION INTEGER-OF-DATE (WS-CALC-FECHA)
           COMPUTE WS-CALC-ABSOLUTO = WS-CALC-DIA * 86400
               + WS-CH-HH * 3600 + WS-CH-MM * 60 + WS-CH-SS
           SET WS-FECHA-VALIDA TO TRUE.
       8100-CALCULAR-ABSOLUTO-EXIT.
           EXIT.

       END PROGRAM EjercicioTiempos.
