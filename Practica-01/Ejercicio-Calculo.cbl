      *                  auditoria y al registro de historia
      *                  (RH-CLIENTE), igual que la division, para que
      *                  los totales puedan abrirse por cliente.
      *   2026-10-14 TC  Pares en moneda extranjera: el par llega con
      *                  su moneda y la tasa del dia ya obtenidas por
      *                  el invocante (NP-MONEDA/NP-TASA); si la tasa
      *                  no vino se pide aca a EjercicioCotiza, y sin
      *                  tasa cargada para la moneda y la fecha el par
      *                  se rechaza con motivo 06. El resultado se
      *                  historiza con el importe original y ademas
      *                  convertido a moneda base (1700-CONVERTIR-BASE,
      *                  RH-MONEDA/RH-TASA/RH-BASE-*), como la
      *                  division. RECHAZ03.DAT pasa a 46 bytes con la
      *                  moneda del par al final.
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION,
      *                  M/A/S), para que Ejercicio03 pueda reconocer en
      *                  HIST00.DAT un par M/A/S que vuelve a llegar
      *                  dentro de la ventana de control de duplicados.
      *   2026-10-15 TC  El registro de historia lleva al final el
      *                  estado de reversa (RH-ESTADO, R=revertido) y la
      *                  clave del registro vinculado (RH-VINCULO) que
      *                  usa EjercicioReversa, y RH-RESTO y
      *                  RH-BASE-RESTO pasan a tener signo (mismo
      *                  largo). El par se historiza vigente y sin
      *                  vinculo.
      *   2026-10-15 TC  Comisiones por cliente: despues de historizar
      *                  el par se pide a EjercicioComision la comision
      *                  que le corresponde segun la tabla de tarifas
      *                  TARIFA00.DAT (cliente y operacion, monto fijo
      *                  y/o porcentaje sobre el NUM1 en moneda base,
      *                  con minimo y maximo) y, si la hay, se graba
      *                  como registro propio de la historia
      *                  (RH-PROGRAMA COMISION00, la comision en RES,
      *                  moneda base, vinculado al par por RH-VINCULO)
      *                  con su linea COMISION en AUDIT03.DAT; viaja al
      *                  extracto del mayor como una linea D aparte.
      *   2026-10-15 TC  Las lineas de AUDIT03.DAT (ahora de 90 bytes)
      *                  llevan en WS-LA-OPERADOR el operador ingresado
      *                  en la sesion, tomado de EjercicioAcceso en la
      *                  primera llamada; en una corrida batch queda en
      *                  blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioCalculo.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-03
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-AUDITORIA-03       PIC X(90).

       FD  RECHAZOS-03
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-RECHAZOS-03.
           05  RR03-NUM1          PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR03-OPERACION     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR03-DESCRIPCION   PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RR03-MONEDA        PIC X(03).

       FD  HISTORIA-00.
       01  REG-HISTORIA-00.
           05  RH-NUM1                 PIC 9(07)V99.
           05  RH-NUM2                 PIC 9(07)V99.
           05  RH-RES                  PIC S9(07)V99.
           05  RH-RESTO                PIC S9(07)V99.
           05  RH-PROGRAMA             PIC X(11).
           05  RH-CLIENTE              PIC X(06).
           05  RH-MONEDA               PIC X(03).
           05  RH-TASA                 PIC 9(05)V9(06).
           05  RH-BASE-NUM1            PIC 9(11)V99.
           05  RH-BASE-NUM2            PIC 9(11)V99.
           05  RH-BASE-RES             PIC S9(11)V99.
           05  RH-BASE-RESTO           PIC S9(11)V99.
           05  RH-OPERACION            PIC X(01).
           05  RH-ESTADO               PIC X(01).
               88  RH-REVERTIDO                  VALUE "R".
           05  RH-VINCULO.
               10  RH-VINC-FECHA       PIC 9(08).
               10  RH-VINC-SECUENCIA   PIC 9(06).

       FD  PARAMETROS-03
           RECORD CONTAINS 01 CHARACTERS.
       WORKING-STORAGE SECTION.
       COPY NUMPAIR.
       COPY PARAM03.
       COPY COTIZA.
       COPY COMISION.
       COPY ACCESO.

       01  WS-ARCH-AUDITORIA       PIC X(40) VALUE "AUDIT03.DAT".
       01  WS-ARCH-RECHAZOS        PIC X(40) VALUE "RECHAZ03.DAT".
       01  WS-SW-DESBORDE          PIC X(01) VALUE "N".
           88  WS-HAY-DESBORDE                VALUE "S".
       01  WS-SECUENCIA-HISTORIA   PIC 9(06) VALUE ZERO.
       01  WS-SECUENCIA-PAR        PIC 9(06) VALUE ZERO.
       01  WS-FACTOR-ESCALA        PIC 9(03) VALUE 100.
       01  WS-VALOR-ESCALADO       PIC S9(09) VALUE ZERO.
       01  WS-DESBORDE-EDITADO     PIC ZZZZZZ9.99.
       01  WS-IMPORTES-BASE.
           05  WS-BASE-NUM1        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-NUM2        PIC 9(11)V99 VALUE ZERO.
           05  WS-BASE-RES         PIC S9(11)V99 VALUE ZERO.
           05  WS-BASE-RESTO       PIC 9(11)V99 VALUE ZERO.

       01  WS-FECHA-HORA.
           05  WS-FH-FECHA         PIC 9(08).
           05  WS-FH-HORA          PIC 9(08).

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.

       COPY AUDIT03.

       LINKAGE SECTION.
                   "REGISTRO NUMPAIR"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-OPERADOR = SPACES
                   MOVE "Q" TO ACC-ACCION
                   MOVE "CALCULO" TO ACC-PROGRAMA
                   CALL "EjercicioAcceso" USING ACCESO-REGISTRO
                   MOVE ACC-OPERADOR TO WS-OPERADOR
               END-IF
               PERFORM 5000-CALCULAR-PAR THRU 5000-CALCULAR-PAR-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      * 1550-RECHAZAR-DESBORDE - rechaza un par cuyo resultado
      * desborda S9(07)V99 (o cuyo importe en moneda base desborda
      * S9(11)V99), con el mismo motivo 02 que usa la division.
      * Detiene el procesamiento del par: no se audita ni se
      * historiza.
      ******************************************************************
       1550-RECHAZAR-DESBORDE.
           SET WS-HAY-DESBORDE TO TRUE
           MOVE "02" TO RR03-MOTIVO
           MOVE NP-OPERACION TO RR03-OPERACION
           MOVE "DESBORDE" TO RR03-DESCRIPCION
           MOVE NP-MONEDA TO RR03-MONEDA
           WRITE REG-RECHAZOS-03
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RECHAZ03.DAT - STATUS "
       1550-RECHAZAR-DESBORDE-EXIT.
           EXIT.

      ******************************************************************
      * 1560-OBTENER-COTIZACION - un par que llega sin tasa (el
      * invocante no la pidio) la pide a EjercicioCotiza para la
      * fecha de proceso; sin tasa cargada para su moneda se rechaza
      * con motivo 06 y, como el desborde, no se audita ni se
      * historiza.
      ******************************************************************
       1560-OBTENER-COTIZACION.
           MOVE NP-MONEDA TO CTZ-MONEDA
           MOVE NP-FECHA TO CTZ-FECHA
           CALL "EjercicioCotiza" USING COTIZA-REGISTRO
           IF CTZ-HALLADA
               MOVE CTZ-MONEDA TO NP-MONEDA
               MOVE CTZ-TASA TO NP-TASA
               GO TO 1560-OBTENER-COTIZACION-EXIT
           END-IF
           SET WS-HAY-DESBORDE TO TRUE
           MOVE "R" TO NP-RESULTADO
           MOVE ZERO TO NP-TASA
           DISPLAY "EJERCICIOCALCULO - SIN COTIZACION PARA MONEDA "
               NP-MONEDA " FECHA " NP-FECHA
           MOVE SPACES TO REG-RECHAZOS-03
           MOVE NP-NUM1 TO WS-DESBORDE-EDITADO
           MOVE WS-DESBORDE-EDITADO TO RR03-NUM1
           MOVE NP-NUM2 TO WS-DESBORDE-EDITADO
           MOVE WS-DESBORDE-EDITADO TO RR03-NUM2
           MOVE "06" TO RR03-MOTIVO
           MOVE NP-OPERACION TO RR03-OPERACION
           MOVE "SIN COTIZACION" TO RR03-DESCRIPCION
           MOVE NP-MONEDA TO RR03-MONEDA
           WRITE REG-RECHAZOS-03
           IF WS-FS-RECHAZOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RECHAZ03.DAT - STATUS "
                   WS-FS-RECHAZOS
           END-IF
           MOVE ZERO TO NP-RES
           MOVE ZERO TO NP-RESTO.
       1560-OBTENER-COTIZACION-EXIT.
           EXIT.

      ******************************************************************
      * 1600-APLICAR-ESCALA-DECIMAL - redondea RES a la cantidad de
      * decimales indicada por PARM03-ESCALA-DECIMAL (0, 1 o 2) antes
       1600-APLICAR-ESCALA-DECIMAL-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CONVERTIR-BASE - convierte NUM1, NUM2, RES y RESTO ya
      * escalados a moneda base con la tasa del dia del par, igual
      * que la division de Ejercicio03.
      ******************************************************************
       1700-CONVERTIR-BASE.
           COMPUTE WS-BASE-NUM1 ROUNDED = NP-NUM1 * NP-TASA
               ON SIZE ERROR
                   PERFORM 1550-RECHAZAR-DESBORDE
                       THRU 1550-RECHAZAR-DESBORDE-EXIT
           END-COMPUTE
           IF NOT WS-HAY-DESBORDE
               COMPUTE WS-BASE-NUM2 ROUNDED = NP-NUM2 * NP-TASA
                   ON SIZE ERROR
                       PERFORM 1550-RECHAZAR-DESBORDE
                           THRU 1550-RECHAZAR-DESBORDE-EXIT
               END-COMPUTE
           END-IF
           IF NOT WS-HAY-DESBORDE
               COMPUTE WS-BASE-RES ROUNDED = NP-RES * NP-TASA
                   ON SIZE ERROR
                       PERFORM 1550-RECHAZAR-DESBORDE
                           THRU 1550-RECHAZAR-DESBORDE-EXIT
               END-COMPUTE
           END-IF
           IF NOT WS-HAY-DESBORDE
               COMPUTE WS-BASE-RESTO ROUNDED = NP-RESTO * NP-TASA
                   ON SIZE ERROR
                       PERFORM 1550-RECHAZAR-DESBORDE
                           THRU 1550-RECHAZAR-DESBORDE-EXIT
               END-COMPUTE
           END-IF.
       1700-CONVERTIR-BASE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-REGISTRAR-AUDITORIA - arma y graba la linea de auditoria
      * en AUDIT03.DAT con el tipo de la operacion realizada, el
           MOVE NP-RES TO WS-LA-RES
           MOVE NP-RESTO TO WS-LA-RESTO
           MOVE NP-CLIENTE TO WS-LA-CLIENTE
           MOVE WS-OPERADOR TO WS-LA-OPERADOR
           EVALUATE TRUE
               WHEN NP-OP-MULTIPLICAR
                   MOVE "MULTIPLIC" TO WS-LA-TIPO
      ******************************************************************
      * 2600-REGISTRAR-HISTORIA - graba el par calculado en el archivo
      * indexado de historia, con clave fecha + secuencia del dia y
      * RH-PROGRAMA propio de este motor, y a continuacion su
      * comision si la tarifa del cliente la preve.
      ******************************************************************
       2600-REGISTRAR-HISTORIA.
           ADD 1 TO WS-SECUENCIA-HISTORIA
           MOVE NP-RESTO TO RH-RESTO
           MOVE "CALCULO00" TO RH-PROGRAMA
           MOVE NP-CLIENTE TO RH-CLIENTE
           MOVE NP-MONEDA TO RH-MONEDA
           MOVE NP-TASA TO RH-TASA
           MOVE WS-BASE-NUM1 TO RH-BASE-NUM1
           MOVE WS-BASE-NUM2 TO RH-BASE-NUM2
           MOVE WS-BASE-RES TO RH-BASE-RES
           MOVE WS-BASE-RESTO TO RH-BASE-RESTO
           MOVE NP-OPERACION TO RH-OPERACION
           MOVE SPACE TO RH-ESTADO
           MOVE ZERO TO RH-VINC-FECHA
           MOVE ZERO TO RH-VINC-SECUENCIA
           WRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO HIST00.DAT - STATUS "
                   WS-FS-HISTORIA
               GO TO 2600-REGISTRAR-HISTORIA-EXIT
           END-IF
           PERFORM 2650-REGISTRAR-COMISION
               THRU 2650-REGISTRAR-COMISION-EXIT.
       2600-REGISTRAR-HISTORIA-EXIT.
           EXIT.

      ******************************************************************
      * 2650-REGISTRAR-COMISION - pide a EjercicioComision la comision
      * del par recien historizado segun la tarifa del cliente y la
      * operacion (sobre el NUM1 en moneda base) y, si corresponde,
      * la graba como registro propio de la historia con la
      * secuencia siguiente: RH-PROGRAMA COMISION00, la comision en
      * RES (NUM1, NUM2 y RESTO en cero), moneda base con tasa 1 y
      * vinculado al par por RH-VINCULO, mas su linea COMISION en
      * AUDIT03.DAT. Un par sin tarifa no lleva comision; una
      * comision que no se pudo calcular se avisa y el par sigue
      * historizado igual.
      ******************************************************************
       2650-REGISTRAR-COMISION.
           MOVE NP-CLIENTE TO CMS-CLIENTE
           MOVE NP-OPERACION TO CMS-OPERACION
           MOVE WS-BASE-NUM1 TO CMS-IMPORTE
           CALL "EjercicioComision" USING COMISION-REGISTRO
           IF CMS-FALLA
               DISPLAY "EJERCICIOCALCULO - COMISION NO CALCULADA PARA "
                   "EL PAR " NP-FECHA "/" WS-SECUENCIA-HISTORIA
           END-IF
           IF NOT CMS-CALCULADA
               GO TO 2650-REGISTRAR-COMISION-EXIT
           END-IF

           MOVE WS-SECUENCIA-HISTORIA TO WS-SECUENCIA-PAR
           ADD 1 TO WS-SECUENCIA-HISTORIA
           MOVE NP-FECHA TO RH-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO RH-SECUENCIA
           MOVE ZERO TO RH-NUM1
           MOVE ZERO TO RH-NUM2
           MOVE CMS-COMISION TO RH-RES
           MOVE ZERO TO RH-RESTO
           MOVE "COMISION00" TO RH-PROGRAMA
           MOVE NP-CLIENTE TO RH-CLIENTE
           MOVE CMS-MONEDA-BASE TO RH-MONEDA
           MOVE 1 TO RH-TASA
           MOVE ZERO TO RH-BASE-NUM1
           MOVE ZERO TO RH-BASE-NUM2
           MOVE CMS-COMISION TO RH-BASE-RES
           MOVE ZERO TO RH-BASE-RESTO
           MOVE NP-OPERACION TO RH-OPERACION
           MOVE SPACE TO RH-ESTADO
           MOVE NP-FECHA TO RH-VINC-FECHA
           MOVE WS-SECUENCIA-PAR TO RH-VINC-SECUENCIA
           WRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO HIST00.DAT - STATUS "
                   WS-FS-HISTORIA " - COMISION DEL PAR " NP-FECHA "/"
                   WS-SECUENCIA-PAR " NO GRABADA"
               GO TO 2650-REGISTRAR-COMISION-EXIT
           END-IF

           ACCEPT WS-FH-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-FH-HORA FROM TIME
           MOVE WS-FH-FECHA TO WS-LA-FECHA
           MOVE WS-FH-HORA TO WS-LA-HORA
           MOVE ZERO TO WS-LA-NUM1
           MOVE ZERO TO WS-LA-NUM2
           MOVE CMS-COMISION TO WS-LA-RES
           MOVE ZERO TO WS-LA-RESTO
           MOVE "N" TO WS-LA-DIV-CERO
           MOVE "COMISION " TO WS-LA-TIPO
           MOVE NP-CLIENTE TO WS-LA-CLIENTE
           MOVE WS-OPERADOR TO WS-LA-OPERADOR
           MOVE WS-LINEA-AUDITORIA TO REG-AUDITORIA-03
           WRITE REG-AUDITORIA-03
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO AUDIT03.DAT - STATUS "
                   WS-FS-AUDITORIA
           END-IF.
       2650-REGISTRAR-COMISION-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CALCULAR-PAR - realiza la operacion pedida en el registro
      * NUMPAIR recibido, con el mismo circuito que la division de
      * Ejercicio03: cotizacion del dia, desborde a RECHAZOS-03,
      * escala de decimales, conversion a moneda base, auditoria e
      * historia. Una operacion que no sea M, A o S
      * vuelve con error al invocante, que es quien rechaza.
      ******************************************************************
       5000-CALCULAR-PAR.
           MOVE LK-NUM2 TO NP-NUM2
           MOVE LK-OPERACION TO NP-OPERACION
           MOVE LK-CLIENTE TO NP-CLIENTE
           MOVE LK-MONEDA TO NP-MONEDA
           MOVE LK-TASA TO NP-TASA
           MOVE SPACE TO NP-RESULTADO
           MOVE "N" TO WS-SW-DESBORDE
           MOVE "N" TO LK-ERROR
           PERFORM 1150-OBTENER-SECUENCIA-HISTORIA
               THRU 1150-OBTENER-SECUENCIA-HISTORIA-EXIT

           IF NP-TASA NOT NUMERIC OR NP-TASA = ZERO
               PERFORM 1560-OBTENER-COTIZACION
                   THRU 1560-OBTENER-COTIZACION-EXIT
           END-IF
           IF NOT WS-HAY-DESBORDE
               PERFORM 5100-OPERAR THRU 5100-OPERAR-EXIT
           END-IF

           IF NOT WS-HAY-DESBORDE
               PERFORM 1600-APLICAR-ESCALA-DECIMAL
                   THRU 1600-APLICAR-ESCALA-DECIMAL-EXIT
           END-IF
           IF NOT WS-HAY-DESBORDE
               PERFORM 1700-CONVERTIR-BASE
                   THRU 1700-CONVERTIR-BASE-EXIT
           END-IF
           IF NOT WS-HAY-DESBORDE
               PERFORM 2500-REGISTRAR-AUDITORIA
                   THRU 2500-REGISTRAR-AUDITORIA-EXIT

           MOVE NP-RES TO LK-RES
           MOVE NP-RESTO TO LK-RESTO
           MOVE NP-MONEDA TO LK-MONEDA
           MOVE NP-TASA TO LK-TASA
           MOVE NP-RESULTADO TO LK-RESULTADO.
       5000-CALCULAR-PAR-EXIT.
           EXIT.
