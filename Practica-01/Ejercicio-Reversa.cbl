      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: reversa (anulacion) de un registro de
      *                  historia ya historizado. Hasta hoy un par
      *                  procesado por error solo se corregia tocando
      *                  HIST00.DAT a mano, sin rastro en la auditoria
      *                  ni en el extracto del mayor. El operador da la
      *                  fecha y la secuencia del registro, ve sus
      *                  importes, carga el motivo y el codigo de
      *                  supervisor y confirma; el programa graba en
      *                  HIST00.DAT un registro nuevo con la fecha de
      *                  hoy y la proxima secuencia, RH-PROGRAMA
      *                  REVERSA00, los mismos NUM1/NUM2, cliente,
      *                  moneda, tasa y operacion, y RES y RESTO (y sus
      *                  importes base) negados, vinculado al original
      *                  por RH-VINCULO; el original queda marcado
      *                  revertido (RH-ESTADO R) con la clave de su
      *                  reversa, y no se puede revertir dos veces. La
      *                  reversa deja su linea REVERSA en AUDIT03.DAT
      *                  (RESTO sin signo, como lo edita la linea) y
      *                  una linea en la bitacora REVLOG00.DAT con
      *                  operador, supervisor, las dos claves y el
      *                  motivo. Un asiento REVERSA00 no se revierte:
      *                  para rehacer el par se vuelve a procesar.
      *                  Toma el candado de corrida como REVERSA para
      *                  no grabar en la historia mientras corre un
      *                  actualizador. Se llama desde EjercicioMenu
      *                  (opcion 7); el operador puede venir en el
      *                  USING y si no se pide al arrancar. Claves
      *                  HIST00, AUDIT03 y REVLOG00 en RUNCTL00.DAT.
      *   2026-10-15 TC  El codigo de supervisor ya no se acepta a
      *                  ciegas: EjercicioAcceso pide el codigo y la
      *                  clave del supervisor y los valida contra el
      *                  archivo de operadores OPERAD00.DAT; sin
      *                  autorizacion no se revierte. Corrido suelto, el
      *                  operador sale del ingreso con operador y clave
      *                  en vez de teclearse. La linea REVERSA de
      *                  auditoria lleva el operador (AUDIT03.DAT paso a
      *                  90 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioReversa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-00 ASSIGN TO WS-ARCH-HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-FS-HISTORIA.

           SELECT AUDITORIA-03 ASSIGN TO WS-ARCH-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT BITACORA-REVERSAS ASSIGN TO WS-ARCH-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-00.
       01  REG-HISTORIA-00.
           05  RH-CLAVE.
               10  RH-FECHA            PIC 9(08).
               10  RH-SECUENCIA        PIC 9(06).
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

       FD  BITACORA-REVERSAS
           RECORD CONTAINS 116 CHARACTERS.
       01  REG-BITACORA-REVERSAS.
           05  BR-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  BR-HORA            PIC 9(08).
           05  FILLER             PIC X(01).
           05  BR-OPERADOR        PIC X(08).
           05  FILLER             PIC X(01).
           05  BR-SUPERVISOR      PIC X(04).
           05  FILLER             PIC X(01).
           05  BR-ORIG-FECHA      PIC 9(08).
           05  FILLER             PIC X(01).
           05  BR-ORIG-SECUENCIA  PIC 9(06).
           05  FILLER             PIC X(01).
           05  BR-ORIG-PROGRAMA   PIC X(11).
           05  FILLER             PIC X(01).
           05  BR-REV-FECHA       PIC 9(08).
           05  FILLER             PIC X(01).
           05  BR-REV-SECUENCIA   PIC 9(06).
           05  FILLER             PIC X(01).
           05  BR-MOTIVO          PIC X(40).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
           05  RCTL-CLAVE         PIC X(12).
           05  FILLER             PIC X(01).
           05  RCTL-VALOR         PIC X(40).

       WORKING-STORAGE SECTION.
       COPY ACCESO.
       COPY CANDADO.
       COPY AUDIT03.

       01  WS-ARCH-HISTORIA        PIC X(40) VALUE "HIST00.DAT".
       01  WS-ARCH-AUDITORIA       PIC X(40) VALUE "AUDIT03.DAT".
       01  WS-ARCH-BITACORA        PIC X(40) VALUE "REVLOG00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-HISTORIA          PIC X(02) VALUE SPACES.
       01  WS-FS-AUDITORIA         PIC X(02) VALUE SPACES.
       01  WS-FS-BITACORA          PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-SESION        PIC X(01) VALUE "N".
           88  WS-FIN-SESION                  VALUE "S".
       01  WS-SW-CANDADO-TOMADO    PIC X(01) VALUE "N".
           88  WS-CANDADO-TOMADO              VALUE "S".
       01  WS-SW-HISTORIA-ABIERTA  PIC X(01) VALUE "N".
           88  WS-HISTORIA-ABIERTA            VALUE "S".
       01  WS-SW-AUDITORIA-ABIERTA PIC X(01) VALUE "N".
           88  WS-AUDITORIA-ABIERTA           VALUE "S".
       01  WS-SW-BITACORA-ABIERTA  PIC X(01) VALUE "N".
           88  WS-BITACORA-ABIERTA            VALUE "S".

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-SUPERVISOR           PIC X(04) VALUE SPACES.
       01  WS-MOTIVO               PIC X(40) VALUE SPACES.
       01  WS-CONFIRMA             PIC X(01) VALUE SPACE.
           88  WS-CONFIRMA-SI                 VALUE "S".
       01  WS-FECHA-PEDIDA         PIC X(08) VALUE SPACES.
       01  WS-FECHA-PEDIDA-NUM REDEFINES WS-FECHA-PEDIDA
                                   PIC 9(08).
       01  WS-SECUENCIA-PEDIDA     PIC X(06) VALUE SPACES.
       01  WS-SECUENCIA-PEDIDA-NUM REDEFINES WS-SECUENCIA-PEDIDA
                                   PIC 9(06).
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-HORA-AHORA           PIC 9(08) VALUE ZERO.
       01  WS-SECUENCIA-HISTORIA   PIC 9(06) VALUE ZERO.

       01  WS-REG-ORIGINAL         PIC X(149) VALUE SPACES.
       01  WS-ORIG-FECHA           PIC 9(08) VALUE ZERO.
       01  WS-ORIG-SECUENCIA       PIC 9(06) VALUE ZERO.
       01  WS-ORIG-PROGRAMA        PIC X(11) VALUE SPACES.
       01  WS-REV-RES              PIC S9(07)V99 VALUE ZERO.
       01  WS-REV-RESTO            PIC S9(07)V99 VALUE ZERO.

       01  WS-CONTADOR-REVERSAS    PIC 9(07) VALUE ZERO.

       01  WS-LINEA-REGISTRO.
           05  WS-LR-PROGRAMA      PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-NUM1          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-NUM2          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-RES           PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-RESTO         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-CLIENTE       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-MONEDA        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LR-OPERACION     PIC X(01).

       LINKAGE SECTION.
       01  LK-OPERADOR             PIC X(08).

       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-ATENDER THRU 2000-ATENDER-EXIT
               UNTIL WS-FIN-SESION
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - toma el operador (del invocante o, suelto, del
      * ingreso con EjercicioAcceso), pide el candado de corrida, lee
      * RUNCTL00.DAT y abre la historia, la auditoria y la bitacora.
      * Sin historia no hay nada que revertir y no se crea el
      * archivo.
      ******************************************************************
       1000-INICIAR.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO WS-OPERADOR
           ELSE
               MOVE "E" TO ACC-ACCION
               MOVE "REVERSA" TO ACC-PROGRAMA
               MOVE "OS " TO ACC-ROLES
               CALL "EjercicioAcceso" USING ACCESO-REGISTRO
               IF ACC-OTORGADO
                   MOVE ACC-OPERADOR TO WS-OPERADOR
               END-IF
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "EJERCICIOREVERSA - FALTA EL OPERADOR - NO SE "
                   "ABRE LA REVERSA"
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           MOVE "T" TO CND-ACCION
           MOVE "REVERSA" TO CND-PROGRAMA
           CALL "EjercicioCandado" USING CANDADO-REGISTRO
           IF NOT CND-OTORGADO
               DISPLAY "EJERCICIOREVERSA - REVERSA BLOQUEADA - "
                   "CANDADO EN PODER DE " CND-DUENIO
               SET WS-FIN-SESION TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-CANDADO-TOMADO TO TRUE

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT

           OPEN I-O HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-HISTORIA " - STATUS "
                   WS-FS-HISTORIA
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-HISTORIA-ABIERTA TO TRUE

           OPEN EXTEND AUDITORIA-03
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-03
           END-IF
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-AUDITORIA " - STATUS "
                   WS-FS-AUDITORIA
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-AUDITORIA-ABIERTA TO TRUE

           OPEN EXTEND BITACORA-REVERSAS
           IF WS-FS-BITACORA = "35"
               OPEN OUTPUT BITACORA-REVERSAS
           END-IF
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-BITACORA " - STATUS "
                   WS-FS-BITACORA
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-BITACORA-ABIERTA TO TRUE

           DISPLAY " "
           DISPLAY "EJERCICIOREVERSA - REVERSA DE REGISTROS DE "
               "HISTORIA - OPERADOR " WS-OPERADOR.
       1000-INICIAR-EXIT.
           EXIT.

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
               WHEN "HIST00      "
                   MOVE RCTL-VALOR TO WS-ARCH-HISTORIA
               WHEN "AUDIT03     "
                   MOVE RCTL-VALOR TO WS-ARCH-AUDITORIA
               WHEN "REVLOG00    "
                   MOVE RCTL-VALOR TO WS-ARCH-BITACORA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ATENDER - pide la clave del registro a revertir, lo lee
      * y lo muestra; un registro inexistente, ya revertido o que es
      * el mismo una reversa se rechaza. Sin motivo, sin confirmacion
      * o sin codigo de supervisor no se graba nada. ENTER en la
      * fecha termina la sesion.
      ******************************************************************
       2000-ATENDER.
           DISPLAY " "
           DISPLAY "FECHA DEL REGISTRO (AAAAMMDD, ENTER = TERMINAR): "
           MOVE SPACES TO WS-FECHA-PEDIDA
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA = SPACES
               SET WS-FIN-SESION TO TRUE
               GO TO 2000-ATENDER-EXIT
           END-IF
           IF WS-FECHA-PEDIDA-NUM NOT NUMERIC
               DISPLAY "FECHA INVALIDA - DEBE SER AAAAMMDD NUMERICA"
               GO TO 2000-ATENDER-EXIT
           END-IF
           DISPLAY "SECUENCIA: "
           MOVE SPACES TO WS-SECUENCIA-PEDIDA
           ACCEPT WS-SECUENCIA-PEDIDA
           IF WS-SECUENCIA-PEDIDA-NUM NOT NUMERIC
               DISPLAY "SECUENCIA INVALIDA - DEBE SER NUMERICA DE 6 "
                   "POSICIONES"
               GO TO 2000-ATENDER-EXIT
           END-IF

           MOVE WS-FECHA-PEDIDA-NUM TO RH-FECHA
           MOVE WS-SECUENCIA-PEDIDA-NUM TO RH-SECUENCIA
           READ HISTORIA-00
               INVALID KEY
                   DISPLAY "SIN REGISTRO PARA LA CLAVE "
                       WS-FECHA-PEDIDA "/" WS-SECUENCIA-PEDIDA
                       " (PUEDE ESTAR DEPURADO)"
                   GO TO 2000-ATENDER-EXIT
           END-READ
           PERFORM 2100-MOSTRAR-REGISTRO
               THRU 2100-MOSTRAR-REGISTRO-EXIT
           IF RH-PROGRAMA = "REVERSA00"
               DISPLAY "EL REGISTRO ES UNA REVERSA DE " RH-VINC-FECHA
                   "/" RH-VINC-SECUENCIA " - NO SE REVIERTE; PARA "
                   "REHACER EL PAR SE VUELVE A PROCESAR"
               GO TO 2000-ATENDER-EXIT
           END-IF
           IF RH-REVERTIDO
               DISPLAY "REGISTRO YA REVERTIDO POR " RH-VINC-FECHA
                   "/" RH-VINC-SECUENCIA
               GO TO 2000-ATENDER-EXIT
           END-IF

           DISPLAY "MOTIVO DE LA REVERSA: "
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO - NO SE REVIERTE"
               GO TO 2000-ATENDER-EXIT
           END-IF
           DISPLAY "CONFIRMA LA REVERSA (S/N): "
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF NOT WS-CONFIRMA-SI
               DISPLAY "REVERSA CANCELADA"
               GO TO 2000-ATENDER-EXIT
           END-IF
           MOVE "V" TO ACC-ACCION
           MOVE "REVERSA" TO ACC-PROGRAMA
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           IF ACC-SUPERVISOR = SPACES
               DISPLAY "SIN CODIGO DE SUPERVISOR - NO SE REVIERTE"
               GO TO 2000-ATENDER-EXIT
           END-IF
           IF NOT ACC-OTORGADO
               DISPLAY "SIN AUTORIZACION DE SUPERVISOR - NO SE "
                   "REVIERTE"
               GO TO 2000-ATENDER-EXIT
           END-IF
           MOVE ACC-SUPERVISOR TO WS-SUPERVISOR

           MOVE REG-HISTORIA-00 TO WS-REG-ORIGINAL
           MOVE RH-FECHA TO WS-ORIG-FECHA
           MOVE RH-SECUENCIA TO WS-ORIG-SECUENCIA
           MOVE RH-PROGRAMA TO WS-ORIG-PROGRAMA
           PERFORM 2200-GRABAR-REVERSA THRU 2200-GRABAR-REVERSA-EXIT.
       2000-ATENDER-EXIT.
           EXIT.

       2100-MOSTRAR-REGISTRO.
           MOVE RH-PROGRAMA TO WS-LR-PROGRAMA
           MOVE RH-NUM1 TO WS-LR-NUM1
           MOVE RH-NUM2 TO WS-LR-NUM2
           MOVE RH-RES TO WS-LR-RES
           MOVE RH-RESTO TO WS-LR-RESTO
           MOVE RH-CLIENTE TO WS-LR-CLIENTE
           MOVE RH-MONEDA TO WS-LR-MONEDA
           MOVE RH-OPERACION TO WS-LR-OPERACION
           DISPLAY "  PROGRAMA          NUM1       NUM2        RES"
               "       RESTO CLIENTE MON O"
           DISPLAY "  " WS-LINEA-REGISTRO.
       2100-MOSTRAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-GRABAR-REVERSA - graba el asiento REVERSA00 con la fecha
      * de hoy y la proxima secuencia del dia, copia del original con
      * RES y RESTO negados (y sus importes base; un original sin
      * tasa ya esta en moneda base) y vinculado a el, y marca el
      * original como revertido con la clave de la reversa. Si el
      * original no se puede marcar, la reversa recien grabada se
      * borra, para que no quede una reversa sin su marca y el
      * original se pueda volver a revertir.
      ******************************************************************
       2200-GRABAR-REVERSA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           PERFORM 2250-OBTENER-SECUENCIA-HISTORIA
               THRU 2250-OBTENER-SECUENCIA-HISTORIA-EXIT
           ADD 1 TO WS-SECUENCIA-HISTORIA

           MOVE WS-REG-ORIGINAL TO REG-HISTORIA-00
           MOVE WS-FECHA-HOY TO RH-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO RH-SECUENCIA
           COMPUTE RH-RES = ZERO - RH-RES
           COMPUTE RH-RESTO = ZERO - RH-RESTO
           IF RH-TASA NUMERIC AND RH-TASA > ZERO
               COMPUTE RH-BASE-RES = ZERO - RH-BASE-RES
               COMPUTE RH-BASE-RESTO = ZERO - RH-BASE-RESTO
           ELSE
               MOVE SPACES TO RH-MONEDA
               MOVE ZERO TO RH-TASA
               MOVE RH-NUM1 TO RH-BASE-NUM1
               MOVE RH-NUM2 TO RH-BASE-NUM2
               MOVE RH-RES TO RH-BASE-RES
               MOVE RH-RESTO TO RH-BASE-RESTO
           END-IF
           MOVE "REVERSA00" TO RH-PROGRAMA
           MOVE SPACE TO RH-ESTADO
           MOVE WS-ORIG-FECHA TO RH-VINC-FECHA
           MOVE WS-ORIG-SECUENCIA TO RH-VINC-SECUENCIA
           MOVE RH-RES TO WS-REV-RES
           MOVE RH-RESTO TO WS-REV-RESTO
           WRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-HISTORIA
                   " - STATUS " WS-FS-HISTORIA " - NO SE REVIERTE"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-GRABAR-REVERSA-EXIT
           END-IF

           MOVE WS-REG-ORIGINAL TO REG-HISTORIA-00
           SET RH-REVERTIDO TO TRUE
           MOVE WS-FECHA-HOY TO RH-VINC-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO RH-VINC-SECUENCIA
           REWRITE REG-HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR MARCANDO EL ORIGINAL " WS-ORIG-FECHA "/"
                   WS-ORIG-SECUENCIA " - STATUS " WS-FS-HISTORIA
               MOVE 8 TO RETURN-CODE
               PERFORM 2280-DESHACER-REVERSA
                   THRU 2280-DESHACER-REVERSA-EXIT
               GO TO 2200-GRABAR-REVERSA-EXIT
           END-IF

           PERFORM 2300-GRABAR-AUDITORIA
               THRU 2300-GRABAR-AUDITORIA-EXIT
           PERFORM 2400-GRABAR-BITACORA
               THRU 2400-GRABAR-BITACORA-EXIT
           ADD 1 TO WS-CONTADOR-REVERSAS
           DISPLAY "REVERSA GRABADA " WS-FECHA-HOY "/"
               WS-SECUENCIA-HISTORIA " - ORIGINAL " WS-ORIG-FECHA "/"
               WS-ORIG-SECUENCIA " MARCADO REVERTIDO".
       2200-GRABAR-REVERSA-EXIT.
           EXIT.

      ******************************************************************
      * 2250-OBTENER-SECUENCIA-HISTORIA - posiciona
      * WS-SECUENCIA-HISTORIA en la ultima secuencia ya grabada en
      * HISTORIA-00 para la fecha de hoy, la haya escrito quien la
      * haya escrito, para que la reversa no choque con una clave
      * existente.
      ******************************************************************
       2250-OBTENER-SECUENCIA-HISTORIA.
           MOVE ZERO TO WS-SECUENCIA-HISTORIA
           MOVE WS-FECHA-HOY TO RH-FECHA
           MOVE 999999 TO RH-SECUENCIA
           START HISTORIA-00 KEY IS LESS THAN OR EQUAL TO RH-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HISTORIA-00 NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RH-FECHA = WS-FECHA-HOY
                               MOVE RH-SECUENCIA TO
                                   WS-SECUENCIA-HISTORIA
                           END-IF
                   END-READ
           END-START.
       2250-OBTENER-SECUENCIA-HISTORIA-EXIT.
           EXIT.

       2280-DESHACER-REVERSA.
           MOVE WS-FECHA-HOY TO RH-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO RH-SECUENCIA
           DELETE HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR BORRANDO LA REVERSA " WS-FECHA-HOY "/"
                   WS-SECUENCIA-HISTORIA " - STATUS " WS-FS-HISTORIA
                   " - BORRARLA A MANO ANTES DE REINTENTAR"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "REVERSA DESHECHA - EL ORIGINAL QUEDA VIGENTE"
           END-IF.
       2280-DESHACER-REVERSA-EXIT.
           EXIT.

      ******************************************************************
      * 2300-GRABAR-AUDITORIA - linea REVERSA en AUDIT03.DAT con los
      * importes del asiento de reversa: RES con su signo y RESTO sin
      * signo, como lo edita la linea (EjercicioConcilia lo compara
      * contra el RESTO negado del asiento).
      ******************************************************************
       2300-GRABAR-AUDITORIA.
           MOVE WS-FECHA-HOY TO WS-LA-FECHA
           MOVE WS-HORA-AHORA TO WS-LA-HORA
           MOVE RH-NUM1 TO WS-LA-NUM1
           MOVE RH-NUM2 TO WS-LA-NUM2
           MOVE WS-REV-RES TO WS-LA-RES
           MOVE WS-REV-RESTO TO WS-LA-RESTO
           MOVE "N" TO WS-LA-DIV-CERO
           MOVE "REVERSA" TO WS-LA-TIPO
           MOVE RH-CLIENTE TO WS-LA-CLIENTE
           MOVE WS-OPERADOR TO WS-LA-OPERADOR
           MOVE WS-LINEA-AUDITORIA TO REG-AUDITORIA-03
           WRITE REG-AUDITORIA-03
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-AUDITORIA
                   " - STATUS " WS-FS-AUDITORIA
               MOVE 8 TO RETURN-CODE
           END-IF.
       2300-GRABAR-AUDITORIA-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRABAR-BITACORA - una linea por reversa en REVLOG00.DAT:
      * fecha, hora, operador, supervisor, clave y programa del
      * original, clave de la reversa y motivo, separados por punto
      * y coma.
      ******************************************************************
       2400-GRABAR-BITACORA.
           MOVE ALL ";" TO REG-BITACORA-REVERSAS
           MOVE WS-FECHA-HOY TO BR-FECHA
           MOVE WS-HORA-AHORA TO BR-HORA
           MOVE WS-OPERADOR TO BR-OPERADOR
           MOVE WS-SUPERVISOR TO BR-SUPERVISOR
           MOVE WS-ORIG-FECHA TO BR-ORIG-FECHA
           MOVE WS-ORIG-SECUENCIA TO BR-ORIG-SECUENCIA
           MOVE WS-ORIG-PROGRAMA TO BR-ORIG-PROGRAMA
           MOVE WS-FECHA-HOY TO BR-REV-FECHA
           MOVE WS-SECUENCIA-HISTORIA TO BR-REV-SECUENCIA
           MOVE WS-MOTIVO TO BR-MOTIVO
           WRITE REG-BITACORA-REVERSAS
           IF WS-FS-BITACORA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-BITACORA
                   " - STATUS " WS-FS-BITACORA
               MOVE 8 TO RETURN-CODE
           END-IF.
       2400-GRABAR-BITACORA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - cierra los archivos abiertos, informa las
      * reversas de la sesion y libera el candado.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-HISTORIA-ABIERTA
               CLOSE HISTORIA-00
           END-IF
           IF WS-AUDITORIA-ABIERTA
               CLOSE AUDITORIA-03
           END-IF
           IF WS-BITACORA-ABIERTA
               CLOSE BITACORA-REVERSAS
           END-IF
           IF NOT WS-CANDADO-TOMADO
               GO TO 3000-FINALIZAR-EXIT
           END-IF
           DISPLAY "EJERCICIOREVERSA - REVERSAS GRABADAS: "
               WS-CONTADOR-REVERSAS
           MOVE "L" TO CND-ACCION
           MOVE "REVERSA" TO CND-PROGRAMA
           CALL "EjercicioCandado" USING CANDADO-REGISTRO.
       3000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM EjercicioReversa.
