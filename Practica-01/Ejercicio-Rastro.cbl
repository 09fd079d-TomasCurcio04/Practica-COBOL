      *                  congelado del copybook AUDIT03V, para que un
      *                  rastro de una fecha vieja no muestre los
      *                  campos corridos.
      *   2026-10-14 TC  El registro de historia se muestra con su
      *                  moneda y tasa, el rechazo con la moneda del
      *                  par (RECHAZ03.DAT paso a 46 bytes) y la linea
      *                  de LEDGER00.DAT se lee con su largo nuevo de
      *                  117 bytes.
      *   2026-10-14 TC  El registro de historia lleva al final el
      *                  codigo de operacion del par (RH-OPERACION); el
      *                  rastro no lo usa.
      *   2026-10-15 TC  Reversas: el registro de historia lleva el
      *                  estado de reversa y la clave del registro
      *                  vinculado (RH-ESTADO/RH-VINCULO) y RH-RESTO
      *                  pasa a tener signo. El rastro muestra si el
      *                  registro fue revertido o si es el asiento
      *                  REVERSA00 de otro, lee y muestra la
      *                  contrapartida y repite para ella el rastro de
      *                  auditoria (lineas REVERSA), extracto y
      *                  generacion, asi se ven los dos lados de la
      *                  correccion. La linea de LEDGER00.DAT se lee con
      *                  su largo nuevo de 133 bytes.
      *   2026-10-15 TC  El rastro pide el ingreso del operador
      *                  (EjercicioAcceso; desde el menu, opcion 13,
      *                  toma el operador ya ingresado) y lo permiten
      *                  solo los roles supervisor y auditor. Cada
      *                  rastro deja en la bitacora de accesos
      *                  ACCLOG00.DAT la fecha y la secuencia o los
      *                  importes pedidos. Las lineas de auditoria se
      *                  muestran con el operador que las genero
      *                  (AUDIT03.DAT paso a 90 bytes; las lineas viejas
      *                  salen sin operador). Termina con GOBACK para
      *                  volver al menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioRastro.
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

       FD  AUDITORIA-03
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-AUDITORIA-03       PIC X(90).

       FD  RECHAZOS-03
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-RECHAZOS-03.
           05  RR03-NUM1          PIC X(10).
           05  FILLER             PIC X(01).
           05  RR03-OPERACION     PIC X(01).
           05  FILLER             PIC X(01).
           05  RR03-DESCRIPCION   PIC X(15).
           05  FILLER             PIC X(01).
           05  RR03-MONEDA        PIC X(03).

       FD  REENTRADA-03
           RECORD CONTAINS 36 CHARACTERS.
           05  FILLER             PIC X(33).

       FD  EXTRACTO-LEDGER
           RECORD CONTAINS 133 CHARACTERS.
       01  REG-EXTRACTO-D.
           05  XD-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  XD-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  XD-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(116).
       01  REG-EXTRACTO-H.
           05  XH-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  XH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  XH-GENERACION       PIC 9(04).
           05  FILLER              PIC X(118).

       FD  GENERACIONES
           RECORD CONTAINS 24 CHARACTERS.

       COPY AUDIT03.
       COPY AUDIT03V.
       COPY ACCESO.

       01  WS-AUX-IMPORTE-V80      PIC 9(07)V99 VALUE ZERO.
       01  WS-SW-FIN-CONSULTA      PIC X(01) VALUE "N".
           88  WS-HISTORIA-HALLADA           VALUE "S".
       01  WS-SW-SECUENCIA-DADA    PIC X(01) VALUE "N".
           88  WS-SECUENCIA-DADA             VALUE "S".
       01  WS-SW-HAY-VINCULO       PIC X(01) VALUE "N".
           88  WS-HAY-VINCULO                VALUE "S".
       01  WS-VINC-FECHA           PIC 9(08) VALUE ZERO.
       01  WS-VINC-SECUENCIA       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-CONSULTA       PIC X(08) VALUE SPACES.
       01  WS-FECHA-NUMERICA REDEFINES WS-FECHA-CONSULTA
                                   PIC 9(08).
       01  WS-GENERACION-LINEA     PIC 9(04) VALUE ZERO.
       01  WS-CONTADOR-COINCIDE    PIC 9(03) VALUE ZERO.
       01  WS-RES-EDITADO          PIC -ZZZZZZ9.99.
       01  WS-RESTO-EDITADO        PIC -ZZZZZZ9.99.

       01  WS-DETALLE-RASTRO.
           05  WS-DR-FECHA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DR-CLAVE         PIC X(31).
           05  WS-DR-CLAVE-SEC REDEFINES WS-DR-CLAVE.
               10  FILLER          PIC X(04).
               10  WS-DR-SECUENCIA PIC X(06).
               10  FILLER          PIC X(21).
           05  WS-DR-CLAVE-IMP REDEFINES WS-DR-CLAVE.
               10  FILLER          PIC X(05).
               10  WS-DR-NUM1      PIC 9(07)V99.
               10  FILLER          PIC X(06).
               10  WS-DR-NUM2      PIC 9(07)V99.
               10  FILLER          PIC X(02).

       01  WS-LINEA-HISTORIA.
           05  WS-LH-SECUENCIA     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-RES           PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-RESTO         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-CLIENTE       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-MONEDA        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-TASA          PIC ZZZZ9.999999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           IF NOT WS-FIN-CONSULTA
               PERFORM 1500-REGISTRAR-CONSULTA
                   THRU 1500-REGISTRAR-CONSULTA-EXIT
               PERFORM 2100-BUSCAR-HISTORIA
                   THRU 2100-BUSCAR-HISTORIA-EXIT
               PERFORM 2200-RASTREAR-AUDITORIA
                   THRU 2500-RASTREAR-LEDGER-EXIT
               PERFORM 2600-ESTADO-GENERACION
                   THRU 2600-ESTADO-GENERACION-EXIT
               IF WS-HAY-VINCULO
                   PERFORM 2700-RASTREAR-CONTRAPARTIDA
                       THRU 2700-RASTREAR-CONTRAPARTIDA-EXIT
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - controla el ingreso del operador y pide la
      * clave del rastro: fecha y secuencia de la historia, o solo los
      * importes NUM1/NUM2 cuando es lo unico que tiene el que
      * pregunta (la secuencia se toma entonces del registro de
      * historia que case por importes).
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIORASTRO - RASTRO DE UNA TRANSACCION"
           MOVE "E" TO ACC-ACCION
           MOVE "RASTRO" TO ACC-PROGRAMA
           MOVE "SA " TO ACC-ROLES
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           IF NOT ACC-OTORGADO
               SET WS-FIN-CONSULTA TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           DISPLAY "FECHA (AAAAMMDD): "
           ACCEPT WS-FECHA-CONSULTA
           IF WS-FECHA-NUMERICA NOT NUMERIC
       1000-INICIAR-EXIT.
           EXIT.

      ******************************************************************
      * 1500-REGISTRAR-CONSULTA - deja el rastro pedido en la bitacora
      * de accesos: la fecha con la secuencia o con los importes.
      ******************************************************************
       1500-REGISTRAR-CONSULTA.
           MOVE SPACES TO WS-DETALLE-RASTRO
           MOVE WS-FECHA-CONSULTA TO WS-DR-FECHA
           IF WS-SECUENCIA-DADA
               MOVE "SEC " TO WS-DR-CLAVE
               MOVE WS-SECUENCIA-PEDIDA TO WS-DR-SECUENCIA
           ELSE
               MOVE "NUM1 " TO WS-DR-CLAVE
               MOVE WS-NUM1-BUSCADO TO WS-DR-NUM1
               MOVE " NUM2 " TO WS-DR-CLAVE (15:6)
               MOVE WS-NUM2-BUSCADO TO WS-DR-NUM2
           END-IF
           MOVE "C" TO ACC-ACCION
           MOVE "CONSULTA" TO ACC-EVENTO
           MOVE WS-DETALLE-RASTRO TO ACC-DETALLE
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO.
       1500-REGISTRAR-CONSULTA-EXIT.
           EXIT.

      ******************************************************************
      * 2100-BUSCAR-HISTORIA - busca el registro de historia: por
      * clave directa con la secuencia dada, o recorriendo la fecha
      * hasta casar los importes. Los importes buscados quedan
      * cargados desde el registro hallado para el resto del rastro;
      * sin registro de historia el rastro sigue igual, porque un par
      * rechazado nunca llego a historizarse. Si el registro esta
      * vinculado por una reversa (original revertido o asiento
      * REVERSA00), se lee y se muestra tambien la contrapartida.
      ******************************************************************
       2100-BUSCAR-HISTORIA.
           DISPLAY " "
                       "IMPORTES (PUEDE ESTAR DEPURADO O RECHAZADO)"
               END-IF
           END-IF
           IF WS-HAY-VINCULO
               PERFORM 2180-BUSCAR-CONTRAPARTIDA
                   THRU 2180-BUSCAR-CONTRAPARTIDA-EXIT
           END-IF
           CLOSE HISTORIA-00.
       2100-BUSCAR-HISTORIA-EXIT.
           EXIT.
           MOVE RH-RES TO WS-LH-RES
           MOVE RH-RESTO TO WS-LH-RESTO
           MOVE RH-CLIENTE TO WS-LH-CLIENTE
           IF RH-TASA NUMERIC AND RH-TASA > ZERO
               MOVE RH-MONEDA TO WS-LH-MONEDA
               MOVE RH-TASA TO WS-LH-TASA
           ELSE
               MOVE SPACES TO WS-LH-MONEDA
               MOVE 1 TO WS-LH-TASA
           END-IF
           DISPLAY "    " WS-LINEA-HISTORIA
           IF RH-VINC-FECHA NOT NUMERIC
               OR RH-VINC-SECUENCIA NOT NUMERIC
               OR RH-VINC-FECHA = ZERO
               GO TO 2150-MOSTRAR-HISTORIA-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RH-PROGRAMA = "REVERSA00"
                   DISPLAY "    REVERSA DEL REGISTRO " RH-VINC-FECHA
                       "/" RH-VINC-SECUENCIA
               WHEN RH-REVERTIDO
                   DISPLAY "    REVERTIDO POR LA REVERSA "
                       RH-VINC-FECHA "/" RH-VINC-SECUENCIA
               WHEN OTHER
                   DISPLAY "    VINCULADO CON EL REGISTRO "
                       RH-VINC-FECHA "/" RH-VINC-SECUENCIA
           END-EVALUATE
           IF NOT WS-HAY-VINCULO
               SET WS-HAY-VINCULO TO TRUE
               MOVE RH-VINC-FECHA TO WS-VINC-FECHA
               MOVE RH-VINC-SECUENCIA TO WS-VINC-SECUENCIA
           END-IF.
       2150-MOSTRAR-HISTORIA-EXIT.
           EXIT.

      ******************************************************************
      * 2180-BUSCAR-CONTRAPARTIDA - lee por clave el otro lado de la
      * reversa y lo muestra debajo del registro rastreado; si ya fue
      * depurado, se avisa y el rastro de la contrapartida sigue
      * igual por auditoria y extracto.
      ******************************************************************
       2180-BUSCAR-CONTRAPARTIDA.
           MOVE WS-VINC-FECHA TO RH-FECHA
           MOVE WS-VINC-SECUENCIA TO RH-SECUENCIA
           READ HISTORIA-00
               INVALID KEY
                   DISPLAY "    CONTRAPARTIDA " WS-VINC-FECHA "/"
                       WS-VINC-SECUENCIA " SIN REGISTRO EN HIST00.DAT"
                       " (PUEDE ESTAR DEPURADA)"
               NOT INVALID KEY
                   DISPLAY "  CONTRAPARTIDA"
                   PERFORM 2150-MOSTRAR-HISTORIA
                       THRU 2150-MOSTRAR-HISTORIA-EXIT
           END-READ.
       2180-BUSCAR-CONTRAPARTIDA-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RASTREAR-AUDITORIA - lista las lineas de AUDIT03.DAT de
      * la fecha cuyos NUM1/NUM2 casan con el par buscado, con su
                   " RES=" WS-LA-RES " RESTO=" WS-LA-RESTO
                   " DIV.CERO=" WS-LA-DIV-CERO
                   " CLIENTE=" WS-LA-CLIENTE
                   " OPERADOR=" WS-LA-OPERADOR
           END-IF.
       2250-LEER-AUDITORIA-EXIT.
           EXIT.
       2260-CONVERTIR-AUDIT-V80.
           IF WS-LA-TIPO = "DIVISION " OR "MULTIPLIC"
               OR "SUMA     " OR "RESTA    "
               OR "EXCEPCION" OR "CALCULO  " OR "REVERSA  "
               GO TO 2260-CONVERTIR-AUDIT-V80-EXIT
           END-IF
           MOVE WS-LINEA-AUDITORIA TO WS-LINEA-AUDIT-V80
               ADD 1 TO WS-CONTADOR-COINCIDE
               DISPLAY "    MOTIVO " RR03-MOTIVO " OPERACION "
                   RR03-OPERACION " - " RR03-DESCRIPCION
                   " MONEDA " RR03-MONEDA
           END-IF.
       2350-LEER-RECHAZO-EXIT.
           EXIT.
       2650-LEER-GENERACION-EXIT.
           EXIT.

      ******************************************************************
      * 2700-RASTREAR-CONTRAPARTIDA - el otro lado de una reversa
      * lleva los mismos NUM1/NUM2 con otra fecha y secuencia: se
      * repite el rastro de auditoria, extracto y generacion con la
      * clave de la contrapartida, asi la pantalla muestra los dos
      * lados de la correccion.
      ******************************************************************
       2700-RASTREAR-CONTRAPARTIDA.
           DISPLAY " "
           DISPLAY "  ***** CONTRAPARTIDA " WS-VINC-FECHA "/"
               WS-VINC-SECUENCIA " *****"
           MOVE WS-VINC-FECHA TO WS-FECHA-NUMERICA
           MOVE WS-VINC-SECUENCIA TO WS-SECUENCIA-NUM
           SET WS-SECUENCIA-DADA TO TRUE
           PERFORM 2200-RASTREAR-AUDITORIA
               THRU 2200-RASTREAR-AUDITORIA-EXIT
           PERFORM 2500-RASTREAR-LEDGER
               THRU 2500-RASTREAR-LEDGER-EXIT
           PERFORM 2600-ESTADO-GENERACION
               THRU 2600-ESTADO-GENERACION-EXIT.
       2700-RASTREAR-CONTRAPARTIDA-EXIT.
           EXIT.

       END PROGRAM EjercicioRastro.
