      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: generaciones de respaldo de los
      *                  archivos de la noche y su restauracion. La
      *                  accion B copia HIST00.DAT, AUDIT03.DAT,
      *                  GENEXT00.DAT, CIERRE00.DAT y CLIMST00.DAT -
      *                  mas FILEREG0.DAT y CKPT00.DAT, sin los cuales
      *                  la cadena no puede volver a correr el driver
      *                  sobre la historia restaurada (el registro de
      *                  archivos rechazaria la entrada como
      *                  retransmision y el punto de control saltearia
      *                  pares que ya no estan) - a una generacion
      *                  nueva, y anota cada archivo con su cantidad
      *                  de registros en el catalogo RESPCAT0.DAT. Los
      *                  indexados se descargan en orden de clave a un
      *                  secuencial. Se guardan las ultimas RESPGENS
      *                  generaciones (RUNCTL00.DAT, 1 a 9, por
      *                  defecto 3) en ranuras que se reusan: cada
      *                  respaldo pisa la ranura de la generacion que
      *                  sale del catalogo. La accion R restaura la
      *                  generacion pedida (cero = la ultima) y C la
      *                  ultima solo si es de hoy (la que pide
      *                  EjercicioCadena tras un RC 16): antes de tocar
      *                  nada cuenta los registros de cada copia
      *                  contra el catalogo y no restaura si alguno no
      *                  coincide; despues de restaurar vuelve a
      *                  contar lo grabado y repone CADENA00.DAT en el
      *                  paso cero para que la cadena arranque del
      *                  paso 1. Un archivo que no existia al
      *                  respaldar queda anotado como ausente y se
      *                  restaura vacio. La accion L lista el
      *                  catalogo. Toma el candado de corrida como
      *                  RESPALDO y deja INICIO/FIN en RUNJRNL.DAT.
      *                  Corre suelto (pide la accion) o llamado por
      *                  EjercicioCadena con el registro RESPALDO.
      *                  Claves RESPGENS, RESPDIR (prefijo de las
      *                  copias), RESPCAT0, HIST00, AUDIT03, CLIMST00,
      *                  FILEREG0, CKPT00, CADENA00 y RUNJRNL.
      *   2026-10-15 TC  La generacion incluye ahora el maestro de
      *                  instrucciones permanentes PERMST00.DAT
      *                  (indexado, tipo P; el generador le graba el
      *                  ultimo disparo) y el punto de control
      *                  CKPTPE03.DAT de Ejercicio03 sobre INPERM00.DAT,
      *                  que escriben los dos pasos nuevos de la cadena:
      *                  9 archivos por generacion. Una generacion tomada
      *                  antes no tiene esas dos lineas en el catalogo y
      *                  no se puede restaurar. Claves PERMST00 y
      *                  CKPTPE03.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes: las lineas del
      *                  jornal llevan en WS-RJ-OPERADOR el operador
      *                  ingresado en la sesion (EjercicioAcceso) que
      *                  pidio el respaldo o la restauracion; en la
      *                  corrida batch previa a la cadena queda en
      *                  blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioRespaldo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-00 ASSIGN TO WS-ARCH-HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-FS-HISTORIA.

           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT MAESTRO-PERMANENTES ASSIGN TO WS-ARCH-PERMANENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IP-CODIGO
               FILE STATUS IS WS-FS-PERMANENTES.

           SELECT ARCHIVO-VIVO ASSIGN TO WS-ARCH-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIVO.

           SELECT ARCHIVO-RESPALDO ASSIGN TO WS-ARCH-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPALDO.

           SELECT CATALOGO-RESPALDOS ASSIGN TO WS-ARCH-CATALOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT CADENA-CONTROL ASSIGN TO WS-ARCH-CADENA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CADENA.

           SELECT JORNAL-CORRIDAS ASSIGN TO WS-ARCH-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-00.
       01  REG-HISTORIA-00.
           05  RH-CLAVE                PIC X(14).
           05  FILLER                  PIC X(135).

       FD  MAESTRO-CLIENTES
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-MAESTRO-CLIENTES.
           05  CM-CODIGO              PIC X(06).
           05  FILLER                 PIC X(42).

       FD  MAESTRO-PERMANENTES
           RECORD CONTAINS 73 CHARACTERS.
       01  REG-MAESTRO-PERMANENTES.
           05  IP-CODIGO              PIC X(06).
           05  FILLER                 PIC X(67).

       FD  ARCHIVO-VIVO
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-LARGO-VIVO.
       01  REG-ARCHIVO-VIVO       PIC X(200).

       FD  ARCHIVO-RESPALDO
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-LARGO-RESPALDO.
       01  REG-ARCHIVO-RESPALDO   PIC X(200).

       FD  CATALOGO-RESPALDOS
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-CATALOGO-RESPALDOS.
           05  RC-GENERACION      PIC 9(04).
           05  FILLER             PIC X(01).
           05  RC-RANURA          PIC 9(02).
           05  FILLER             PIC X(01).
           05  RC-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  RC-HORA            PIC 9(08).
           05  FILLER             PIC X(01).
           05  RC-ARCHIVO         PIC X(08).
           05  FILLER             PIC X(01).
           05  RC-REGISTROS       PIC 9(09).
           05  FILLER             PIC X(01).
           05  RC-ESTADO          PIC X(01).

       FD  CADENA-CONTROL
           RECORD CONTAINS 10 CHARACTERS.
       01  REG-CADENA-CONTROL.
           05  CC-ULTIMO-PASO     PIC 9(01).
           05  FILLER             PIC X(01).
           05  CC-FECHA           PIC 9(08).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

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
       COPY RUNJRNL.
       COPY CANDADO.
       COPY ACCESO.

       01  WS-ARCH-HISTORIA        PIC X(40) VALUE SPACES.
       01  WS-ARCH-CLIENTES        PIC X(40) VALUE SPACES.
       01  WS-ARCH-PERMANENTES     PIC X(40) VALUE SPACES.
       01  WS-ARCH-VIVO            PIC X(40) VALUE SPACES.
       01  WS-ARCH-RESPALDO        PIC X(60) VALUE SPACES.
       01  WS-ARCH-CATALOGO        PIC X(40) VALUE "RESPCAT0.DAT".
       01  WS-ARCH-CADENA          PIC X(40) VALUE "CADENA00.DAT".
       01  WS-ARCH-JORNAL          PIC X(40) VALUE "RUNJRNL.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-DIRECTORIO-RESPALDO  PIC X(40) VALUE SPACES.
       01  WS-FS-HISTORIA          PIC X(02) VALUE SPACES.
       01  WS-FS-CLIENTES          PIC X(02) VALUE SPACES.
       01  WS-FS-PERMANENTES       PIC X(02) VALUE SPACES.
       01  WS-FS-VIVO              PIC X(02) VALUE SPACES.
       01  WS-FS-RESPALDO          PIC X(02) VALUE SPACES.
       01  WS-FS-CATALOGO          PIC X(02) VALUE SPACES.
       01  WS-FS-CADENA            PIC X(02) VALUE SPACES.
       01  WS-FS-JORNAL            PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-FECHA-HORA-JORNAL.
           05  WS-FHJ-FECHA        PIC 9(08) VALUE ZERO.
           05  WS-FHJ-HORA         PIC 9(08) VALUE ZERO.
       01  WS-LARGO-VIVO           PIC 9(03) VALUE ZERO.
       01  WS-LARGO-RESPALDO       PIC 9(03) VALUE ZERO.

       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-CATALOGO      PIC X(01) VALUE "N".
           88  WS-FIN-CATALOGO                VALUE "S".
       01  WS-SW-FIN-COPIA         PIC X(01) VALUE "N".
           88  WS-FIN-COPIA                   VALUE "S".
       01  WS-SW-ERROR-COPIA       PIC X(01) VALUE "N".
           88  WS-ERROR-COPIA                 VALUE "S".
       01  WS-SW-CANDADO-TOMADO    PIC X(01) VALUE "N".
           88  WS-CANDADO-TOMADO              VALUE "S".
       01  WS-SW-INVOCADO          PIC X(01) VALUE "N".
           88  WS-INVOCADO                    VALUE "S".
       01  WS-SW-JORNAL            PIC X(01) VALUE "N".
           88  WS-CON-JORNAL                  VALUE "S".

       01  WS-ACCION               PIC X(01) VALUE SPACE.
           88  WS-ACCION-RESPALDAR            VALUE "B".
           88  WS-ACCION-RESTAURAR            VALUE "R".
           88  WS-ACCION-RESTAURAR-CADENA     VALUE "C".
           88  WS-ACCION-LISTAR               VALUE "L".
           88  WS-ACCION-VALIDA               VALUE "B" "R" "C" "L".
       01  WS-GENERACION-PEDIDA    PIC X(04) VALUE SPACES.
       01  WS-GENERACION-PEDIDA-NUM REDEFINES WS-GENERACION-PEDIDA
                                   PIC 9(04).
       01  WS-CONFIRMA             PIC X(01) VALUE SPACE.
           88  WS-CONFIRMA-SI                 VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-HORA-AHORA           PIC 9(08) VALUE ZERO.
       01  WS-GENERACIONES         PIC 9(01) VALUE 3.
       01  WS-GENERACION           PIC 9(04) VALUE ZERO.
       01  WS-ULTIMA-GENERACION    PIC 9(04) VALUE ZERO.
       01  WS-RANURA               PIC 9(02) VALUE ZERO.
       01  WS-RANURA-PRUEBA        PIC 9(02) VALUE ZERO.
       01  WS-SW-RANURA-USADA      PIC X(01) VALUE "N".
           88  WS-RANURA-USADA                VALUE "S".
       01  WS-CONTADOR-COPIA       PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-ARCHIVOS    PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-COPIADOS    PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-ERRORES     PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-DIFERENCIAS PIC 9(07) VALUE ZERO.
       01  WS-RC-SALIDA            PIC 9(02) VALUE ZERO.
       01  WS-OPERADOR             PIC X(08) VALUE SPACES.

      * Archivos que forman una generacion: codigo en el catalogo y
      * tipo (I = HIST00 indexado, C = CLIMST00 indexado, P =
      * PERMST00 indexado, S = secuencial de lineas). El nombre vivo
      * se toma de RUNCTL00.DAT con la misma clave que usan los
      * programas que lo graban.
       01  WS-TABLA-ARCHIVOS.
           05  FILLER              PIC X(09) VALUE "HIST00  I".
           05  FILLER              PIC X(09) VALUE "AUDIT03 S".
           05  FILLER              PIC X(09) VALUE "GENEXT00S".
           05  FILLER              PIC X(09) VALUE "CIERRE00S".
           05  FILLER              PIC X(09) VALUE "CLIMST00C".
           05  FILLER              PIC X(09) VALUE "FILEREG0S".
           05  FILLER              PIC X(09) VALUE "CKPT00  S".
           05  FILLER              PIC X(09) VALUE "PERMST00P".
           05  FILLER              PIC X(09) VALUE "CKPTPE03S".
       01  WS-TABLA-ARCHIVOS-R REDEFINES WS-TABLA-ARCHIVOS.
           05  WS-ARCHIVO-DEF OCCURS 9 TIMES.
               10  WS-AD-CODIGO        PIC X(08).
               10  WS-AD-TIPO          PIC X(01).
       01  WS-TABLA-NOMBRES.
           05  FILLER              PIC X(40) VALUE "HIST00.DAT".
           05  FILLER              PIC X(40) VALUE "AUDIT03.DAT".
           05  FILLER              PIC X(40) VALUE "GENEXT00.DAT".
           05  FILLER              PIC X(40) VALUE "CIERRE00.DAT".
           05  FILLER              PIC X(40) VALUE "CLIMST00.DAT".
           05  FILLER              PIC X(40) VALUE "FILEREG0.DAT".
           05  FILLER              PIC X(40) VALUE "CKPT00.DAT".
           05  FILLER              PIC X(40) VALUE "PERMST00.DAT".
           05  FILLER              PIC X(40) VALUE "CKPTPE03.DAT".
       01  WS-TABLA-NOMBRES-R REDEFINES WS-TABLA-NOMBRES.
           05  WS-NOMBRE-VIVO OCCURS 9 TIMES
                                   PIC X(40).
       01  WS-INDICE-ARCHIVO       PIC 9(02) VALUE ZERO.
       01  WS-LINEA-ARCHIVO OCCURS 9 TIMES
                                   PIC 9(03).

       01  WS-CANTIDAD-CATALOGO    PIC 9(03) VALUE ZERO.
       01  WS-INDICE-CATALOGO      PIC 9(03) VALUE ZERO.
       01  WS-TABLA-CATALOGO.
           05  WS-CATALOGO-ENTRADA OCCURS 100 TIMES.
               10  WS-CT-GENERACION    PIC 9(04).
               10  WS-CT-RANURA        PIC 9(02).
               10  WS-CT-FECHA         PIC 9(08).
               10  WS-CT-HORA          PIC 9(08).
               10  WS-CT-ARCHIVO       PIC X(08).
               10  WS-CT-REGISTROS     PIC 9(09).
               10  WS-CT-ESTADO        PIC X(01).
                   88  WS-CT-COPIADO             VALUE "V".
                   88  WS-CT-AUSENTE             VALUE "A".
                   88  WS-CT-ERROR               VALUE "E".
               10  WS-CT-VIGENTE       PIC X(01).
                   88  WS-CT-ES-VIGENTE          VALUE "S".

       LINKAGE SECTION.
       COPY RESPALDO REPLACING ==RESPALDO-REGISTRO==
           BY ==LK-RESPALDO-REGISTRO==
           LEADING ==RSP-== BY ==LKR-==.

       PROCEDURE DIVISION USING OPTIONAL LK-RESPALDO-REGISTRO.
       0000-MAINLINE.
           MOVE "Q" TO ACC-ACCION
           MOVE "RESPALDO" TO ACC-PROGRAMA
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           MOVE ACC-OPERADOR TO WS-OPERADOR
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-ACCION-RESPALDAR
                       PERFORM 2000-RESPALDAR THRU 2000-RESPALDAR-EXIT
                   WHEN WS-ACCION-LISTAR
                       PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
                   WHEN OTHER
                       PERFORM 3000-RESTAURAR THRU 3000-RESTAURAR-EXIT
               END-EVALUATE
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - toma la accion (del invocante o pedida por
      * pantalla), lee el control de corrida y el catalogo y, salvo
      * para listar, deja el INICIO en el jornal y toma el candado:
      * ni el respaldo ni la restauracion pueden correr con un
      * actualizador escribiendo en la historia.
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIORESPALDO - GENERACIONES DE RESPALDO"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           IF ADDRESS OF LK-RESPALDO-REGISTRO NOT = NULL
               SET WS-INVOCADO TO TRUE
               MOVE LKR-ACCION TO WS-ACCION
               MOVE LKR-GENERACION TO WS-GENERACION
           ELSE
               DISPLAY "ACCION (B=RESPALDAR, R=RESTAURAR, "
                   "L=LISTAR CATALOGO): "
               ACCEPT WS-ACCION
               IF WS-ACCION-RESTAURAR
                   DISPLAY "GENERACION A RESTAURAR (ENTER = LA "
                       "ULTIMA): "
                   ACCEPT WS-GENERACION-PEDIDA
                   IF WS-GENERACION-PEDIDA = SPACES
                       MOVE ZERO TO WS-GENERACION
                   ELSE
                       IF WS-GENERACION-PEDIDA-NUM NOT NUMERIC
                           DISPLAY "GENERACION INVALIDA - DEBE SER "
                               "NUMERICA DE 4 POSICIONES"
                           MOVE 16 TO RETURN-CODE
                           GO TO 1000-INICIAR-EXIT
                       END-IF
                       MOVE WS-GENERACION-PEDIDA-NUM TO WS-GENERACION
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ACCION-VALIDA
               OR (WS-ACCION-RESTAURAR-CADENA AND NOT WS-INVOCADO)
               DISPLAY "ACCION INVALIDA - INGRESE B, R O L"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           PERFORM 1100-CARGAR-CATALOGO THRU 1100-CARGAR-CATALOGO-EXIT
           IF WS-ACCION-LISTAR
               GO TO 1000-INICIAR-EXIT
           END-IF

           SET WS-CON-JORNAL TO TRUE
           PERFORM 1010-REGISTRAR-INICIO-JORNAL
               THRU 1010-REGISTRAR-INICIO-JORNAL-EXIT
           MOVE "T" TO CND-ACCION
           MOVE "RESPALDO" TO CND-PROGRAMA
           CALL "EjercicioCandado" USING CANDADO-REGISTRO
           IF NOT CND-OTORGADO
               DISPLAY "EJERCICIORESPALDO - BLOQUEADO - CANDADO EN "
                   "PODER DE " CND-DUENIO
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-CANDADO-TOMADO TO TRUE.
       1000-INICIAR-EXIT.
           EXIT.

      ******************************************************************
      * 1010-REGISTRAR-INICIO-JORNAL - deja el registro INICIO de esta
      * corrida en el jornal central, antes de copiar nada.
      ******************************************************************
       1010-REGISTRAR-INICIO-JORNAL.
           MOVE SPACES TO WS-LINEA-JORNAL
           MOVE "INICIO" TO WS-RJ-TIPO
           MOVE "RESPALDO" TO WS-RJ-PROGRAMA
           MOVE ZERO TO WS-RJ-LEIDOS
           MOVE ZERO TO WS-RJ-PROCESADOS
           MOVE ZERO TO WS-RJ-RECHAZOS
           MOVE ZERO TO WS-RJ-RETORNO
           MOVE SPACES TO WS-RJ-ESTADO
           PERFORM 6000-GRABAR-JORNAL THRU 6000-GRABAR-JORNAL-EXIT.
       1010-REGISTRAR-INICIO-JORNAL-EXIT.
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
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (1)
               WHEN "AUDIT03     "
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (2)
               WHEN "CLIMST00    "
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (5)
               WHEN "FILEREG0    "
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (6)
               WHEN "CKPT00      "
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (7)
               WHEN "PERMST00    "
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (8)
               WHEN "CKPTPE03    "
                   MOVE RCTL-VALOR TO WS-NOMBRE-VIVO (9)
               WHEN "RESPCAT0    "
                   MOVE RCTL-VALOR TO WS-ARCH-CATALOGO
               WHEN "RESPDIR     "
                   MOVE RCTL-VALOR TO WS-DIRECTORIO-RESPALDO
               WHEN "CADENA00    "
                   MOVE RCTL-VALOR TO WS-ARCH-CADENA
               WHEN "RUNJRNL     "
                   MOVE RCTL-VALOR TO WS-ARCH-JORNAL
               WHEN "RESPGENS    "
                   IF RCTL-VALOR-NUM NUMERIC
                       AND RCTL-VALOR-NUM > ZERO
                       AND RCTL-VALOR-NUM < 10
                       MOVE RCTL-VALOR-NUM TO WS-GENERACIONES
                   ELSE
                       DISPLAY "EJERCICIORESPALDO - RESPGENS INVALIDO "
                           "EN RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARGAR-CATALOGO - carga el catalogo de generaciones y
      * releva la ultima generacion tomada; las lineas ilegibles se
      * descartan. Sin catalogo todavia no hay generaciones.
      ******************************************************************
       1100-CARGAR-CATALOGO.
           MOVE ZERO TO WS-CANTIDAD-CATALOGO
           MOVE ZERO TO WS-ULTIMA-GENERACION
           OPEN INPUT CATALOGO-RESPALDOS
           IF WS-FS-CATALOGO NOT = "00"
               GO TO 1100-CARGAR-CATALOGO-EXIT
           END-IF
           MOVE "N" TO WS-SW-FIN-CATALOGO
           PERFORM 1150-LEER-CATALOGO THRU 1150-LEER-CATALOGO-EXIT
               UNTIL WS-FIN-CATALOGO
           CLOSE CATALOGO-RESPALDOS.
       1100-CARGAR-CATALOGO-EXIT.
           EXIT.

       1150-LEER-CATALOGO.
           READ CATALOGO-RESPALDOS
               AT END
                   SET WS-FIN-CATALOGO TO TRUE
                   GO TO 1150-LEER-CATALOGO-EXIT
           END-READ
           IF RC-GENERACION NOT NUMERIC OR RC-RANURA NOT NUMERIC
               OR RC-REGISTROS NOT NUMERIC
               GO TO 1150-LEER-CATALOGO-EXIT
           END-IF
           IF WS-CANTIDAD-CATALOGO >= 100
               DISPLAY "RESPCAT0.DAT CON MAS DE 100 LINEAS - SE "
                   "IGNORA EL RESTO"
               SET WS-FIN-CATALOGO TO TRUE
               GO TO 1150-LEER-CATALOGO-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-CATALOGO
           MOVE RC-GENERACION TO
               WS-CT-GENERACION (WS-CANTIDAD-CATALOGO)
           MOVE RC-RANURA TO WS-CT-RANURA (WS-CANTIDAD-CATALOGO)
           MOVE RC-FECHA TO WS-CT-FECHA (WS-CANTIDAD-CATALOGO)
           MOVE RC-HORA TO WS-CT-HORA (WS-CANTIDAD-CATALOGO)
           MOVE RC-ARCHIVO TO WS-CT-ARCHIVO (WS-CANTIDAD-CATALOGO)
           MOVE RC-REGISTROS TO WS-CT-REGISTROS (WS-CANTIDAD-CATALOGO)
           MOVE RC-ESTADO TO WS-CT-ESTADO (WS-CANTIDAD-CATALOGO)
           MOVE "S" TO WS-CT-VIGENTE (WS-CANTIDAD-CATALOGO)
           IF RC-GENERACION > WS-ULTIMA-GENERACION
               MOVE RC-GENERACION TO WS-ULTIMA-GENERACION
           END-IF.
       1150-LEER-CATALOGO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RESPALDAR - toma la generacion siguiente a la ultima del
      * catalogo: saca del catalogo las generaciones que dejan de
      * guardarse (regrabandolo antes de pisar nada), elige la
      * primera ranura libre, copia cada archivo a su ranura y
      * regraba el catalogo con las cantidades copiadas. Un archivo
      * que no se pudo copiar deja la generacion marcada con error y
      * RC 16: la restauracion no la acepta.
      ******************************************************************
       2000-RESPALDAR.
           ADD 1 TO WS-ULTIMA-GENERACION GIVING WS-GENERACION
           PERFORM 2050-MARCAR-VIGENTE THRU 2050-MARCAR-VIGENTE-EXIT
               VARYING WS-INDICE-CATALOGO FROM 1 BY 1
               UNTIL WS-INDICE-CATALOGO > WS-CANTIDAD-CATALOGO
           MOVE ZERO TO WS-RANURA
           PERFORM 2100-BUSCAR-RANURA THRU 2100-BUSCAR-RANURA-EXIT
               VARYING WS-RANURA-PRUEBA FROM 1 BY 1
               UNTIL WS-RANURA-PRUEBA > WS-GENERACIONES
                   OR WS-RANURA > ZERO
           PERFORM 5000-GRABAR-CATALOGO THRU 5000-GRABAR-CATALOGO-EXIT
           IF RETURN-CODE NOT = ZERO
               GO TO 2000-RESPALDAR-EXIT
           END-IF

           DISPLAY "RESPALDO - GENERACION " WS-GENERACION
               " EN LA RANURA " WS-RANURA
           PERFORM 2200-RESPALDAR-ARCHIVO
               THRU 2200-RESPALDAR-ARCHIVO-EXIT
               VARYING WS-INDICE-ARCHIVO FROM 1 BY 1
               UNTIL WS-INDICE-ARCHIVO > 9
           PERFORM 5000-GRABAR-CATALOGO THRU 5000-GRABAR-CATALOGO-EXIT
           IF WS-CONTADOR-ERRORES > ZERO
               DISPLAY "RESPALDO - GENERACION " WS-GENERACION
                   " INCOMPLETA - " WS-CONTADOR-ERRORES
                   " ARCHIVOS CON ERROR"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-RESPALDAR-EXIT
           END-IF
           IF WS-INVOCADO
               MOVE WS-GENERACION TO LKR-GENERACION
           END-IF
           DISPLAY "RESPALDO - GENERACION " WS-GENERACION
               " COMPLETA - " WS-CONTADOR-COPIADOS " ARCHIVOS COPIADOS".
       2000-RESPALDAR-EXIT.
           EXIT.

      ******************************************************************
      * 2050-MARCAR-VIGENTE - se guardan las RESPGENS generaciones
      * mas nuevas contando la que se toma ahora; las anteriores
      * salen del catalogo y su ranura queda libre.
      ******************************************************************
       2050-MARCAR-VIGENTE.
           IF WS-CT-GENERACION (WS-INDICE-CATALOGO) + WS-GENERACIONES
               > WS-GENERACION
               MOVE "S" TO WS-CT-VIGENTE (WS-INDICE-CATALOGO)
           ELSE
               MOVE "N" TO WS-CT-VIGENTE (WS-INDICE-CATALOGO)
           END-IF.
       2050-MARCAR-VIGENTE-EXIT.
           EXIT.

       2100-BUSCAR-RANURA.
           MOVE "N" TO WS-SW-RANURA-USADA
           PERFORM 2150-RANURA-USADA THRU 2150-RANURA-USADA-EXIT
               VARYING WS-INDICE-CATALOGO FROM 1 BY 1
               UNTIL WS-INDICE-CATALOGO > WS-CANTIDAD-CATALOGO
                   OR WS-RANURA-USADA
           IF NOT WS-RANURA-USADA
               MOVE WS-RANURA-PRUEBA TO WS-RANURA
           END-IF.
       2100-BUSCAR-RANURA-EXIT.
           EXIT.

       2150-RANURA-USADA.
           IF WS-CT-ES-VIGENTE (WS-INDICE-CATALOGO)
               AND WS-CT-RANURA (WS-INDICE-CATALOGO) =
                   WS-RANURA-PRUEBA
               SET WS-RANURA-USADA TO TRUE
           END-IF.
       2150-RANURA-USADA-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RESPALDAR-ARCHIVO - copia un archivo vivo a su copia de
      * la ranura y lo agrega al catalogo con la cantidad copiada: V
      * copiado, A ausente (no existia; la copia queda vacia), E
      * error.
      ******************************************************************
       2200-RESPALDAR-ARCHIVO.
           ADD 1 TO WS-CONTADOR-ARCHIVOS
           PERFORM 8000-ARMAR-NOMBRE-RESPALDO
               THRU 8000-ARMAR-NOMBRE-RESPALDO-EXIT
           ADD 1 TO WS-CANTIDAD-CATALOGO
           MOVE WS-CANTIDAD-CATALOGO TO WS-INDICE-CATALOGO
           MOVE WS-GENERACION TO WS-CT-GENERACION (WS-INDICE-CATALOGO)
           MOVE WS-RANURA TO WS-CT-RANURA (WS-INDICE-CATALOGO)
           MOVE WS-FECHA-HOY TO WS-CT-FECHA (WS-INDICE-CATALOGO)
           MOVE WS-HORA-AHORA TO WS-CT-HORA (WS-INDICE-CATALOGO)
           MOVE WS-AD-CODIGO (WS-INDICE-ARCHIVO) TO
               WS-CT-ARCHIVO (WS-INDICE-CATALOGO)
           MOVE "S" TO WS-CT-VIGENTE (WS-INDICE-CATALOGO)

           PERFORM 6100-COPIAR-A-RESPALDO
               THRU 6100-COPIAR-A-RESPALDO-EXIT
           MOVE WS-CONTADOR-COPIA TO
               WS-CT-REGISTROS (WS-INDICE-CATALOGO)
           EVALUATE TRUE
               WHEN WS-ERROR-COPIA
                   MOVE "E" TO WS-CT-ESTADO (WS-INDICE-CATALOGO)
                   ADD 1 TO WS-CONTADOR-ERRORES
               WHEN WS-FS-VIVO = "35"
                   MOVE "A" TO WS-CT-ESTADO (WS-INDICE-CATALOGO)
                   DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                       " AUSENTE - SE ANOTA VACIO"
               WHEN OTHER
                   MOVE "V" TO WS-CT-ESTADO (WS-INDICE-CATALOGO)
                   ADD 1 TO WS-CONTADOR-COPIADOS
                   DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO) " "
                       WS-CONTADOR-COPIA " REGISTROS A "
                       WS-ARCH-RESPALDO
           END-EVALUATE.
       2200-RESPALDAR-ARCHIVO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RESTAURAR - ubica la generacion pedida en el catalogo,
      * exige que este completa, verifica cada copia contra las
      * cantidades del catalogo sin tocar los archivos vivos y recien
      * entonces restaura, vuelve a contar lo grabado y repone el
      * punto de reanudacion de la cadena en el paso cero.
      ******************************************************************
       3000-RESTAURAR.
           IF WS-CANTIDAD-CATALOGO = ZERO
               DISPLAY "RESTAURACION - CATALOGO VACIO, NO HAY "
                   "GENERACIONES"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-RESTAURAR-EXIT
           END-IF
           IF WS-GENERACION = ZERO
               MOVE WS-ULTIMA-GENERACION TO WS-GENERACION
           END-IF
           PERFORM 3100-UBICAR-ARCHIVO THRU 3100-UBICAR-ARCHIVO-EXIT
               VARYING WS-INDICE-ARCHIVO FROM 1 BY 1
               UNTIL WS-INDICE-ARCHIVO > 9
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-RESTAURAR-EXIT
           END-IF
           MOVE WS-LINEA-ARCHIVO (1) TO WS-INDICE-CATALOGO
           IF WS-ACCION-RESTAURAR-CADENA
               AND WS-CT-FECHA (WS-INDICE-CATALOGO) NOT = WS-FECHA-HOY
               DISPLAY "RESTAURACION - LA ULTIMA GENERACION ("
                   WS-GENERACION ") ES DEL "
                   WS-CT-FECHA (WS-INDICE-CATALOGO)
                   " Y NO DE HOY - NO SE RESTAURA AUTOMATICAMENTE"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-RESTAURAR-EXIT
           END-IF
           DISPLAY "RESTAURACION - GENERACION " WS-GENERACION
               " DEL " WS-CT-FECHA (WS-INDICE-CATALOGO) " "
               WS-CT-HORA (WS-INDICE-CATALOGO)

           MOVE ZERO TO WS-CONTADOR-DIFERENCIAS
           PERFORM 3200-VERIFICAR-COPIA THRU 3200-VERIFICAR-COPIA-EXIT
               VARYING WS-INDICE-ARCHIVO FROM 1 BY 1
               UNTIL WS-INDICE-ARCHIVO > 9
           IF WS-CONTADOR-DIFERENCIAS > ZERO
               DISPLAY "RESTAURACION - " WS-CONTADOR-DIFERENCIAS
                   " COPIAS NO COINCIDEN CON EL CATALOGO - NO SE "
                   "RESTAURA NADA"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-RESTAURAR-EXIT
           END-IF

           IF NOT WS-INVOCADO
               DISPLAY "CONFIRMA LA RESTAURACION DE LA GENERACION "
                   WS-GENERACION " SOBRE LOS ARCHIVOS VIVOS (S/N): "
               ACCEPT WS-CONFIRMA
               IF NOT WS-CONFIRMA-SI
                   DISPLAY "RESTAURACION CANCELADA"
                   GO TO 3000-RESTAURAR-EXIT
               END-IF
           END-IF

           PERFORM 3300-RESTAURAR-ARCHIVO
               THRU 3300-RESTAURAR-ARCHIVO-EXIT
               VARYING WS-INDICE-ARCHIVO FROM 1 BY 1
               UNTIL WS-INDICE-ARCHIVO > 9
           IF WS-CONTADOR-ERRORES > ZERO
               OR WS-CONTADOR-DIFERENCIAS > ZERO
               DISPLAY "RESTAURACION - INCOMPLETA: "
                   WS-CONTADOR-ERRORES " ERRORES, "
                   WS-CONTADOR-DIFERENCIAS " DIFERENCIAS DE CANTIDAD"
                   " - REVISAR ANTES DE CORRER LA CADENA"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-RESTAURAR-EXIT
           END-IF

           PERFORM 3500-REPONER-CADENA THRU 3500-REPONER-CADENA-EXIT
           IF WS-INVOCADO
               MOVE WS-GENERACION TO LKR-GENERACION
           END-IF
           DISPLAY "RESTAURACION - GENERACION " WS-GENERACION
               " RESTAURADA - LA CADENA ARRANCA DEL PASO 1".
       3000-RESTAURAR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-UBICAR-ARCHIVO - busca en el catalogo la linea de cada
      * archivo de la generacion; una generacion a la que le falta
      * un archivo o que lo tiene con error no se restaura.
      ******************************************************************
       3100-UBICAR-ARCHIVO.
           MOVE ZERO TO WS-LINEA-ARCHIVO (WS-INDICE-ARCHIVO)
           PERFORM 3150-BUSCAR-LINEA THRU 3150-BUSCAR-LINEA-EXIT
               VARYING WS-INDICE-CATALOGO FROM 1 BY 1
               UNTIL WS-INDICE-CATALOGO > WS-CANTIDAD-CATALOGO
           IF WS-LINEA-ARCHIVO (WS-INDICE-ARCHIVO) = ZERO
               DISPLAY "RESTAURACION - LA GENERACION " WS-GENERACION
                   " NO TIENE " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " EN EL CATALOGO"
               MOVE 16 TO RETURN-CODE
               GO TO 3100-UBICAR-ARCHIVO-EXIT
           END-IF
           MOVE WS-LINEA-ARCHIVO (WS-INDICE-ARCHIVO)
               TO WS-INDICE-CATALOGO
           IF WS-CT-ERROR (WS-INDICE-CATALOGO)
               DISPLAY "RESTAURACION - LA GENERACION " WS-GENERACION
                   " TIENE " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " CON ERROR DE COPIA"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3100-UBICAR-ARCHIVO-EXIT.
           EXIT.

       3150-BUSCAR-LINEA.
           IF WS-CT-GENERACION (WS-INDICE-CATALOGO) = WS-GENERACION
               AND WS-CT-ARCHIVO (WS-INDICE-CATALOGO) =
                   WS-AD-CODIGO (WS-INDICE-ARCHIVO)
               MOVE WS-INDICE-CATALOGO TO
                   WS-LINEA-ARCHIVO (WS-INDICE-ARCHIVO)
           END-IF.
       3150-BUSCAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 3200-VERIFICAR-COPIA - cuenta los registros de la copia y los
      * compara con el catalogo; un ausente no tiene copia que
      * contar.
      ******************************************************************
       3200-VERIFICAR-COPIA.
           MOVE WS-LINEA-ARCHIVO (WS-INDICE-ARCHIVO)
               TO WS-INDICE-CATALOGO
           IF WS-CT-AUSENTE (WS-INDICE-CATALOGO)
               GO TO 3200-VERIFICAR-COPIA-EXIT
           END-IF
           MOVE WS-CT-RANURA (WS-INDICE-CATALOGO) TO WS-RANURA
           PERFORM 8000-ARMAR-NOMBRE-RESPALDO
               THRU 8000-ARMAR-NOMBRE-RESPALDO-EXIT
           MOVE ZERO TO WS-CONTADOR-COPIA
           OPEN INPUT ARCHIVO-RESPALDO
           IF WS-FS-RESPALDO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - NO SE PUEDE ABRIR " WS-ARCH-RESPALDO
                   " - STATUS " WS-FS-RESPALDO
               ADD 1 TO WS-CONTADOR-DIFERENCIAS
               GO TO 3200-VERIFICAR-COPIA-EXIT
           END-IF
           MOVE "N" TO WS-SW-FIN-COPIA
           PERFORM 3250-CONTAR-COPIA THRU 3250-CONTAR-COPIA-EXIT
               UNTIL WS-FIN-COPIA
           CLOSE ARCHIVO-RESPALDO
           IF WS-CONTADOR-COPIA NOT =
               WS-CT-REGISTROS (WS-INDICE-CATALOGO)
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - COPIA CON " WS-CONTADOR-COPIA
                   " REGISTROS, CATALOGO "
                   WS-CT-REGISTROS (WS-INDICE-CATALOGO)
               ADD 1 TO WS-CONTADOR-DIFERENCIAS
           END-IF.
       3200-VERIFICAR-COPIA-EXIT.
           EXIT.

       3250-CONTAR-COPIA.
           READ ARCHIVO-RESPALDO
               AT END
                   SET WS-FIN-COPIA TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-COPIA
           END-READ.
       3250-CONTAR-COPIA-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RESTAURAR-ARCHIVO - repone un archivo vivo desde su copia
      * (o vacio si estaba ausente al respaldar) y compara lo grabado
      * con el catalogo.
      ******************************************************************
       3300-RESTAURAR-ARCHIVO.
           MOVE WS-LINEA-ARCHIVO (WS-INDICE-ARCHIVO)
               TO WS-INDICE-CATALOGO
           ADD 1 TO WS-CONTADOR-ARCHIVOS
           MOVE WS-CT-RANURA (WS-INDICE-CATALOGO) TO WS-RANURA
           PERFORM 8000-ARMAR-NOMBRE-RESPALDO
               THRU 8000-ARMAR-NOMBRE-RESPALDO-EXIT
           PERFORM 6500-COPIAR-A-VIVO THRU 6500-COPIAR-A-VIVO-EXIT
           IF WS-ERROR-COPIA
               ADD 1 TO WS-CONTADOR-ERRORES
               GO TO 3300-RESTAURAR-ARCHIVO-EXIT
           END-IF
           IF WS-CONTADOR-COPIA NOT =
               WS-CT-REGISTROS (WS-INDICE-CATALOGO)
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - RESTAURADOS " WS-CONTADOR-COPIA
                   " REGISTROS, CATALOGO "
                   WS-CT-REGISTROS (WS-INDICE-CATALOGO)
               ADD 1 TO WS-CONTADOR-DIFERENCIAS
               GO TO 3300-RESTAURAR-ARCHIVO-EXIT
           END-IF
           ADD 1 TO WS-CONTADOR-COPIADOS
           DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO) " "
               WS-CONTADOR-COPIA " REGISTROS RESTAURADOS EN "
               WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO).
       3300-RESTAURAR-ARCHIVO-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REPONER-CADENA - deja CADENA00.DAT en el paso cero con la
      * fecha de hoy: la proxima invocacion de EjercicioCadena corre
      * desde el paso 1 sobre los archivos restaurados.
      ******************************************************************
       3500-REPONER-CADENA.
           OPEN OUTPUT CADENA-CONTROL
           IF WS-FS-CADENA NOT = "00"
               DISPLAY "ERROR ABRIENDO CADENA00.DAT - STATUS "
                   WS-FS-CADENA " - REPONERLO A MANO EN 0"
               MOVE 8 TO RETURN-CODE
               GO TO 3500-REPONER-CADENA-EXIT
           END-IF
           MOVE SPACES TO REG-CADENA-CONTROL
           MOVE ZERO TO CC-ULTIMO-PASO
           MOVE ";" TO REG-CADENA-CONTROL (2:1)
           MOVE WS-FECHA-HOY TO CC-FECHA
           WRITE REG-CADENA-CONTROL
           IF WS-FS-CADENA NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO CADENA00.DAT - STATUS "
                   WS-FS-CADENA " - REPONERLO A MANO EN 0"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CADENA-CONTROL.
       3500-REPONER-CADENA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LISTAR - lista el catalogo: una linea por archivo de
      * cada generacion guardada.
      ******************************************************************
       4000-LISTAR.
           DISPLAY " "
           DISPLAY "  GEN. RAN. FECHA    HORA     ARCHIVO  REGISTROS E"
           IF WS-CANTIDAD-CATALOGO = ZERO
               DISPLAY "  CATALOGO VACIO"
               GO TO 4000-LISTAR-EXIT
           END-IF
           PERFORM 4100-LISTAR-LINEA THRU 4100-LISTAR-LINEA-EXIT
               VARYING WS-INDICE-CATALOGO FROM 1 BY 1
               UNTIL WS-INDICE-CATALOGO > WS-CANTIDAD-CATALOGO.
       4000-LISTAR-EXIT.
           EXIT.

       4100-LISTAR-LINEA.
           DISPLAY "  " WS-CT-GENERACION (WS-INDICE-CATALOGO) "   "
               WS-CT-RANURA (WS-INDICE-CATALOGO) " "
               WS-CT-FECHA (WS-INDICE-CATALOGO) " "
               WS-CT-HORA (WS-INDICE-CATALOGO) " "
               WS-CT-ARCHIVO (WS-INDICE-CATALOGO) " "
               WS-CT-REGISTROS (WS-INDICE-CATALOGO) " "
               WS-CT-ESTADO (WS-INDICE-CATALOGO).
       4100-LISTAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRABAR-CATALOGO - regraba el catalogo con las lineas
      * vigentes de la tabla.
      ******************************************************************
       5000-GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO-RESPALDOS
           IF WS-FS-CATALOGO NOT = "00"
               DISPLAY "ERROR ABRIENDO RESPCAT0.DAT - STATUS "
                   WS-FS-CATALOGO
               MOVE 16 TO RETURN-CODE
               GO TO 5000-GRABAR-CATALOGO-EXIT
           END-IF
           PERFORM 5100-GRABAR-LINEA THRU 5100-GRABAR-LINEA-EXIT
               VARYING WS-INDICE-CATALOGO FROM 1 BY 1
               UNTIL WS-INDICE-CATALOGO > WS-CANTIDAD-CATALOGO
           CLOSE CATALOGO-RESPALDOS.
       5000-GRABAR-CATALOGO-EXIT.
           EXIT.

       5100-GRABAR-LINEA.
           IF NOT WS-CT-ES-VIGENTE (WS-INDICE-CATALOGO)
               GO TO 5100-GRABAR-LINEA-EXIT
           END-IF
           MOVE ALL ";" TO REG-CATALOGO-RESPALDOS
           MOVE WS-CT-GENERACION (WS-INDICE-CATALOGO) TO RC-GENERACION
           MOVE WS-CT-RANURA (WS-INDICE-CATALOGO) TO RC-RANURA
           MOVE WS-CT-FECHA (WS-INDICE-CATALOGO) TO RC-FECHA
           MOVE WS-CT-HORA (WS-INDICE-CATALOGO) TO RC-HORA
           MOVE WS-CT-ARCHIVO (WS-INDICE-CATALOGO) TO RC-ARCHIVO
           MOVE WS-CT-REGISTROS (WS-INDICE-CATALOGO) TO RC-REGISTROS
           MOVE WS-CT-ESTADO (WS-INDICE-CATALOGO) TO RC-ESTADO
           WRITE REG-CATALOGO-RESPALDOS
           IF WS-FS-CATALOGO NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RESPCAT0.DAT - STATUS "
                   WS-FS-CATALOGO
               MOVE 16 TO RETURN-CODE
           END-IF.
       5100-GRABAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRABAR-JORNAL - estampa fecha y hora y agrega la linea
      * armada al jornal central, abriendo y cerrando en el acto para
      * que el registro quede en disco aunque la corrida se caiga
      * despues; una falla del jornal no voltea la corrida.
      ******************************************************************
       6000-GRABAR-JORNAL.
           ACCEPT WS-FHJ-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-FHJ-HORA FROM TIME
           MOVE WS-FHJ-FECHA TO WS-RJ-FECHA
           MOVE WS-FHJ-HORA TO WS-RJ-HORA
           MOVE WS-OPERADOR TO WS-RJ-OPERADOR
           OPEN EXTEND JORNAL-CORRIDAS
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT JORNAL-CORRIDAS
           END-IF
           IF WS-FS-JORNAL NOT = "00"
               DISPLAY "ERROR ABRIENDO RUNJRNL.DAT - STATUS "
                   WS-FS-JORNAL
               GO TO 6000-GRABAR-JORNAL-EXIT
           END-IF
           MOVE WS-LINEA-JORNAL TO REG-JORNAL-CORRIDAS
           WRITE REG-JORNAL-CORRIDAS
           IF WS-FS-JORNAL NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO RUNJRNL.DAT - STATUS "
                   WS-FS-JORNAL
           END-IF
           CLOSE JORNAL-CORRIDAS.
       6000-GRABAR-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      * 6100-COPIAR-A-RESPALDO - copia el archivo vivo de la tabla a
      * WS-ARCH-RESPALDO contando los registros en WS-CONTADOR-COPIA.
      * Los indexados se descargan en orden de clave. Un vivo que no
      * existe (status 35) deja la copia vacia y no es error.
      ******************************************************************
       6100-COPIAR-A-RESPALDO.
           MOVE ZERO TO WS-CONTADOR-COPIA
           MOVE "N" TO WS-SW-ERROR-COPIA
           MOVE "N" TO WS-SW-FIN-COPIA
           MOVE SPACES TO WS-FS-VIVO
           OPEN OUTPUT ARCHIVO-RESPALDO
           IF WS-FS-RESPALDO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - ERROR ABRIENDO " WS-ARCH-RESPALDO
                   " - STATUS " WS-FS-RESPALDO
               SET WS-ERROR-COPIA TO TRUE
               GO TO 6100-COPIAR-A-RESPALDO-EXIT
           END-IF
           EVALUATE WS-AD-TIPO (WS-INDICE-ARCHIVO)
               WHEN "I"
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-HISTORIA
                   OPEN INPUT HISTORIA-00
                   MOVE WS-FS-HISTORIA TO WS-FS-VIVO
               WHEN "C"
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-CLIENTES
                   OPEN INPUT MAESTRO-CLIENTES
                   MOVE WS-FS-CLIENTES TO WS-FS-VIVO
               WHEN "P"
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-PERMANENTES
                   OPEN INPUT MAESTRO-PERMANENTES
                   MOVE WS-FS-PERMANENTES TO WS-FS-VIVO
               WHEN OTHER
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-VIVO
                   OPEN INPUT ARCHIVO-VIVO
           END-EVALUATE
           IF WS-FS-VIVO = "35"
               CLOSE ARCHIVO-RESPALDO
               GO TO 6100-COPIAR-A-RESPALDO-EXIT
           END-IF
           IF WS-FS-VIVO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - ERROR ABRIENDO "
                   WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                   " - STATUS " WS-FS-VIVO
               SET WS-ERROR-COPIA TO TRUE
               CLOSE ARCHIVO-RESPALDO
               GO TO 6100-COPIAR-A-RESPALDO-EXIT
           END-IF
           PERFORM 6200-COPIAR-REGISTRO THRU 6200-COPIAR-REGISTRO-EXIT
               UNTIL WS-FIN-COPIA
           EVALUATE WS-AD-TIPO (WS-INDICE-ARCHIVO)
               WHEN "I"
                   CLOSE HISTORIA-00
               WHEN "C"
                   CLOSE MAESTRO-CLIENTES
               WHEN "P"
                   CLOSE MAESTRO-PERMANENTES
               WHEN OTHER
                   CLOSE ARCHIVO-VIVO
           END-EVALUATE
           CLOSE ARCHIVO-RESPALDO.
       6100-COPIAR-A-RESPALDO-EXIT.
           EXIT.

       6200-COPIAR-REGISTRO.
           EVALUATE WS-AD-TIPO (WS-INDICE-ARCHIVO)
               WHEN "I"
                   READ HISTORIA-00
                       AT END
                           SET WS-FIN-COPIA TO TRUE
                           GO TO 6200-COPIAR-REGISTRO-EXIT
                   END-READ
                   MOVE WS-FS-HISTORIA TO WS-FS-VIVO
                   MOVE 149 TO WS-LARGO-RESPALDO
                   MOVE REG-HISTORIA-00 TO REG-ARCHIVO-RESPALDO
               WHEN "C"
                   READ MAESTRO-CLIENTES
                       AT END
                           SET WS-FIN-COPIA TO TRUE
                           GO TO 6200-COPIAR-REGISTRO-EXIT
                   END-READ
                   MOVE WS-FS-CLIENTES TO WS-FS-VIVO
                   MOVE 48 TO WS-LARGO-RESPALDO
                   MOVE REG-MAESTRO-CLIENTES TO REG-ARCHIVO-RESPALDO
               WHEN "P"
                   READ MAESTRO-PERMANENTES
                       AT END
                           SET WS-FIN-COPIA TO TRUE
                           GO TO 6200-COPIAR-REGISTRO-EXIT
                   END-READ
                   MOVE WS-FS-PERMANENTES TO WS-FS-VIVO
                   MOVE 73 TO WS-LARGO-RESPALDO
                   MOVE REG-MAESTRO-PERMANENTES
                       TO REG-ARCHIVO-RESPALDO
               WHEN OTHER
                   READ ARCHIVO-VIVO
                       AT END
                           SET WS-FIN-COPIA TO TRUE
                           GO TO 6200-COPIAR-REGISTRO-EXIT
                   END-READ
                   MOVE WS-LARGO-VIVO TO WS-LARGO-RESPALDO
                   MOVE REG-ARCHIVO-VIVO TO REG-ARCHIVO-RESPALDO
           END-EVALUATE
           IF WS-FS-VIVO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - ERROR LEYENDO "
                   WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                   " - STATUS " WS-FS-VIVO
               SET WS-ERROR-COPIA TO TRUE
               SET WS-FIN-COPIA TO TRUE
               GO TO 6200-COPIAR-REGISTRO-EXIT
           END-IF
           WRITE REG-ARCHIVO-RESPALDO
           IF WS-FS-RESPALDO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - ERROR ESCRIBIENDO " WS-ARCH-RESPALDO
                   " - STATUS " WS-FS-RESPALDO
               SET WS-ERROR-COPIA TO TRUE
               SET WS-FIN-COPIA TO TRUE
               GO TO 6200-COPIAR-REGISTRO-EXIT
           END-IF
           ADD 1 TO WS-CONTADOR-COPIA.
       6200-COPIAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 6500-COPIAR-A-VIVO - repone el archivo vivo de la tabla desde
      * WS-ARCH-RESPALDO contando los registros grabados en
      * WS-CONTADOR-COPIA. Los indexados se recargan en el orden de
      * clave en que se descargaron. Un archivo anotado ausente se
      * repone vacio.
      ******************************************************************
       6500-COPIAR-A-VIVO.
           MOVE ZERO TO WS-CONTADOR-COPIA
           MOVE "N" TO WS-SW-ERROR-COPIA
           MOVE "N" TO WS-SW-FIN-COPIA
           MOVE SPACES TO WS-FS-VIVO
           EVALUATE WS-AD-TIPO (WS-INDICE-ARCHIVO)
               WHEN "I"
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-HISTORIA
                   OPEN OUTPUT HISTORIA-00
                   MOVE WS-FS-HISTORIA TO WS-FS-VIVO
               WHEN "C"
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-CLIENTES
                   OPEN OUTPUT MAESTRO-CLIENTES
                   MOVE WS-FS-CLIENTES TO WS-FS-VIVO
               WHEN "P"
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-PERMANENTES
                   OPEN OUTPUT MAESTRO-PERMANENTES
                   MOVE WS-FS-PERMANENTES TO WS-FS-VIVO
               WHEN OTHER
                   MOVE WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                       TO WS-ARCH-VIVO
                   OPEN OUTPUT ARCHIVO-VIVO
           END-EVALUATE
           IF WS-FS-VIVO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - ERROR ABRIENDO "
                   WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                   " - STATUS " WS-FS-VIVO
               SET WS-ERROR-COPIA TO TRUE
               GO TO 6500-COPIAR-A-VIVO-EXIT
           END-IF
           IF WS-CT-AUSENTE (WS-INDICE-CATALOGO)
               SET WS-FIN-COPIA TO TRUE
           ELSE
               OPEN INPUT ARCHIVO-RESPALDO
               IF WS-FS-RESPALDO NOT = "00"
                   DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                       " - ERROR ABRIENDO " WS-ARCH-RESPALDO
                       " - STATUS " WS-FS-RESPALDO
                   SET WS-ERROR-COPIA TO TRUE
                   SET WS-FIN-COPIA TO TRUE
               END-IF
           END-IF
           PERFORM 6600-REPONER-REGISTRO THRU 6600-REPONER-REGISTRO-EXIT
               UNTIL WS-FIN-COPIA
           IF NOT WS-CT-AUSENTE (WS-INDICE-CATALOGO)
               AND WS-FS-RESPALDO NOT = "35"
               CLOSE ARCHIVO-RESPALDO
           END-IF
           EVALUATE WS-AD-TIPO (WS-INDICE-ARCHIVO)
               WHEN "I"
                   CLOSE HISTORIA-00
               WHEN "C"
                   CLOSE MAESTRO-CLIENTES
               WHEN "P"
                   CLOSE MAESTRO-PERMANENTES
               WHEN OTHER
                   CLOSE ARCHIVO-VIVO
           END-EVALUATE.
       6500-COPIAR-A-VIVO-EXIT.
           EXIT.

       6600-REPONER-REGISTRO.
           READ ARCHIVO-RESPALDO
               AT END
                   SET WS-FIN-COPIA TO TRUE
                   GO TO 6600-REPONER-REGISTRO-EXIT
           END-READ
           EVALUATE WS-AD-TIPO (WS-INDICE-ARCHIVO)
               WHEN "I"
                   MOVE SPACES TO REG-HISTORIA-00
                   MOVE REG-ARCHIVO-RESPALDO (1:WS-LARGO-RESPALDO)
                       TO REG-HISTORIA-00
                   WRITE REG-HISTORIA-00
                   MOVE WS-FS-HISTORIA TO WS-FS-VIVO
               WHEN "C"
                   MOVE SPACES TO REG-MAESTRO-CLIENTES
                   MOVE REG-ARCHIVO-RESPALDO (1:WS-LARGO-RESPALDO)
                       TO REG-MAESTRO-CLIENTES
                   WRITE REG-MAESTRO-CLIENTES
                   MOVE WS-FS-CLIENTES TO WS-FS-VIVO
               WHEN "P"
                   MOVE SPACES TO REG-MAESTRO-PERMANENTES
                   MOVE REG-ARCHIVO-RESPALDO (1:WS-LARGO-RESPALDO)
                       TO REG-MAESTRO-PERMANENTES
                   WRITE REG-MAESTRO-PERMANENTES
                   MOVE WS-FS-PERMANENTES TO WS-FS-VIVO
               WHEN OTHER
                   MOVE WS-LARGO-RESPALDO TO WS-LARGO-VIVO
                   MOVE REG-ARCHIVO-RESPALDO TO REG-ARCHIVO-VIVO
                   WRITE REG-ARCHIVO-VIVO
           END-EVALUATE
           IF WS-FS-VIVO NOT = "00"
               DISPLAY "  " WS-AD-CODIGO (WS-INDICE-ARCHIVO)
                   " - ERROR ESCRIBIENDO "
                   WS-NOMBRE-VIVO (WS-INDICE-ARCHIVO)
                   " - STATUS " WS-FS-VIVO
               SET WS-ERROR-COPIA TO TRUE
               SET WS-FIN-COPIA TO TRUE
               GO TO 6600-REPONER-REGISTRO-EXIT
           END-IF
           ADD 1 TO WS-CONTADOR-COPIA.
       6600-REPONER-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-ARMAR-NOMBRE-RESPALDO - nombre de la copia de un archivo
      * en una ranura: prefijo RESPDIR, codigo del archivo y .G con
      * la ranura (HIST00.G01, AUDIT03.G02, ...).
      ******************************************************************
       8000-ARMAR-NOMBRE-RESPALDO.
           MOVE SPACES TO WS-ARCH-RESPALDO
           STRING WS-DIRECTORIO-RESPALDO DELIMITED BY SPACE
                  WS-AD-CODIGO (WS-INDICE-ARCHIVO) DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-RANURA DELIMITED BY SIZE
               INTO WS-ARCH-RESPALDO
           END-STRING.
       8000-ARMAR-NOMBRE-RESPALDO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - deja el FIN en el jornal (archivos tratados,
      * copiados o restaurados, con error; RC y fin normal/anormal),
      * libera el candado y devuelve el codigo de retorno.
      ******************************************************************
       9000-FINALIZAR.
           IF WS-CON-JORNAL
               MOVE SPACES TO WS-LINEA-JORNAL
               MOVE "FIN" TO WS-RJ-TIPO
               MOVE "RESPALDO" TO WS-RJ-PROGRAMA
               MOVE WS-CONTADOR-ARCHIVOS TO WS-RJ-LEIDOS
               MOVE WS-CONTADOR-COPIADOS TO WS-RJ-PROCESADOS
               MOVE WS-CONTADOR-ERRORES TO WS-RJ-RECHAZOS
               MOVE RETURN-CODE TO WS-RJ-RETORNO
               IF RETURN-CODE < 8
                   MOVE "NORMAL" TO WS-RJ-ESTADO
               ELSE
                   MOVE "ANORMAL" TO WS-RJ-ESTADO
               END-IF
               PERFORM 6000-GRABAR-JORNAL
                   THRU 6000-GRABAR-JORNAL-EXIT
           END-IF
           IF WS-CANDADO-TOMADO
               MOVE RETURN-CODE TO WS-RC-SALIDA
               MOVE "L" TO CND-ACCION
               MOVE "RESPALDO" TO CND-PROGRAMA
               CALL "EjercicioCandado" USING CANDADO-REGISTRO
               MOVE WS-RC-SALIDA TO RETURN-CODE
           END-IF
           DISPLAY "EJERCICIORESPALDO - RC: " RETURN-CODE.
       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM EjercicioRespaldo.
