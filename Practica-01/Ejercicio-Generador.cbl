      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: generador de las instrucciones
      *                  permanentes. Recorre PERMST00.DAT y arma con
      *                  las que vencen hoy el archivo INPERM00.DAT en
      *                  el formato de INFILE03.DAT: cabecera HDR con
      *                  la fecha del dia y origen PERMANEN, un par por
      *                  instruccion y cola TRL con cantidad y totales
      *                  de control, para que Ejercicio03 lo procese
      *                  como un archivo de sucursal mas (validacion de
      *                  cliente, limites, duplicados, rechazos en
      *                  RECHAZ03.DAT y registro en FILEREG0.DAT). Una
      *                  instruccion vence hoy si esta activa, hoy cae
      *                  dentro de su vigencia y hoy es su dia: todos
      *                  los dias la diaria, el dia de la semana
      *                  (1=lunes) la semanal y el dia del mes la
      *                  mensual, o el ultimo dia del mes si el mes no
      *                  tiene ese dia. A cada instruccion generada le
      *                  pone hoy como ultimo disparo, asi una segunda
      *                  corrida del dia no la vuelve a generar; si el
      *                  archivo de hoy todavia no figura consumido en
      *                  FILEREG0.DAT (la corrida anterior se cayo
      *                  antes de procesarlo) las de hoy se vuelven a
      *                  generar completas. Los dias en que no corrio
      *                  no se recuperan. Sin instrucciones para hoy
      *                  deja INPERM00.DAT vacio. Corre como primer
      *                  paso de EjercicioCadena o suelto; deja
      *                  INICIO/FIN en RUNJRNL.DAT como GENERADOR.
      *                  Claves PERMST00, INPERM00, FILEREG0 y RUNJRNL
      *                  en RUNCTL00.DAT.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioGenerador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-PERMANENTES ASSIGN TO WS-ARCH-PERMANENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IP-CODIGO
               FILE STATUS IS WS-FS-PERMANENTES.

           SELECT ENTRADA-PERMANENTES ASSIGN TO WS-ARCH-GENERADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENERADO.

           SELECT REGISTRO-ARCHIVOS ASSIGN TO WS-ARCH-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT JORNAL-CORRIDAS ASSIGN TO WS-ARCH-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-PERMANENTES
           RECORD CONTAINS 73 CHARACTERS.
       01  REG-MAESTRO-PERMANENTES.
           05  IP-CODIGO          PIC X(06).
           05  FILLER             PIC X(01).
           05  IP-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  IP-OPERACION       PIC X(01).
           05  FILLER             PIC X(01).
           05  IP-NUM1            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  IP-NUM2            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  IP-MONEDA          PIC X(03).
           05  FILLER             PIC X(01).
           05  IP-FRECUENCIA      PIC X(01).
               88  IP-DIARIA                 VALUE "D".
               88  IP-SEMANAL                VALUE "S".
               88  IP-MENSUAL                VALUE "M".
           05  FILLER             PIC X(01).
           05  IP-DIA             PIC 9(02).
           05  FILLER             PIC X(01).
           05  IP-FECHA-DESDE     PIC 9(08).
           05  FILLER             PIC X(01).
           05  IP-FECHA-HASTA     PIC 9(08).
           05  FILLER             PIC X(01).
           05  IP-ESTADO          PIC X(01).
               88  IP-ACTIVA                 VALUE "A".
               88  IP-SUSPENDIDA             VALUE "S".
               88  IP-BAJA                   VALUE "B".
           05  FILLER             PIC X(01).
           05  IP-ULTIMA-FECHA    PIC 9(08).

       FD  ENTRADA-PERMANENTES
           RECORD CONTAINS 36 CHARACTERS.
       01  REG-ENTRADA-PERMANENTES.
           05  EP-NUM1            PIC 9(07)V99.
           05  EP-NUM2            PIC 9(07)V99.
           05  EP-OPERACION       PIC X(01).
           05  EP-CLIENTE         PIC X(06).
           05  EP-MONEDA          PIC X(03).
           05  FILLER             PIC X(08).
       01  REG-CABECERA-PERMANENTES.
           05  EPC-TIPO           PIC X(03).
           05  EPC-FECHA          PIC 9(08).
           05  EPC-ORIGEN         PIC X(08).
           05  FILLER             PIC X(17).
       01  REG-COLA-PERMANENTES.
           05  EPT-TIPO           PIC X(03).
           05  EPT-CANTIDAD       PIC 9(07).
           05  EPT-HASH-NUM1      PIC 9(11)V99.
           05  EPT-HASH-NUM2      PIC 9(11)V99.

       FD  REGISTRO-ARCHIVOS
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-REGISTRO-ARCHIVOS.
           05  RF-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  RF-ORIGEN          PIC X(08).
           05  FILLER             PIC X(01).
           05  RF-CANTIDAD        PIC 9(07).
           05  FILLER             PIC X(01).
           05  RF-HASH-NUM1       PIC 9(11)V99.
           05  FILLER             PIC X(01).
           05  RF-HASH-NUM2       PIC 9(11)V99.

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

       01  WS-ARCH-PERMANENTES     PIC X(40) VALUE "PERMST00.DAT".
       01  WS-ARCH-GENERADO        PIC X(40) VALUE "INPERM00.DAT".
       01  WS-ARCH-REGISTRO        PIC X(40) VALUE "FILEREG0.DAT".
       01  WS-ARCH-JORNAL          PIC X(40) VALUE "RUNJRNL.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-PERMANENTES       PIC X(02) VALUE SPACES.
       01  WS-FS-GENERADO          PIC X(02) VALUE SPACES.
       01  WS-FS-REGISTRO          PIC X(02) VALUE SPACES.
       01  WS-FS-JORNAL            PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-FECHA-HORA-JORNAL.
           05  WS-FHJ-FECHA        PIC 9(08) VALUE ZERO.
           05  WS-FHJ-HORA         PIC 9(08) VALUE ZERO.

       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-MAESTRO       PIC X(01) VALUE "N".
           88  WS-FIN-MAESTRO                 VALUE "S".
       01  WS-SW-FIN-REGISTRO      PIC X(01) VALUE "N".
           88  WS-FIN-REGISTRO                VALUE "S".
       01  WS-SW-MAESTRO-ABIERTO   PIC X(01) VALUE "N".
           88  WS-MAESTRO-ABIERTO             VALUE "S".
       01  WS-SW-GENERADO-ABIERTO  PIC X(01) VALUE "N".
           88  WS-GENERADO-ABIERTO            VALUE "S".
       01  WS-SW-CONSUMIDO-HOY     PIC X(01) VALUE "N".
           88  WS-CONSUMIDO-HOY               VALUE "S".
       01  WS-SW-VENCE-HOY         PIC X(01) VALUE "N".
           88  WS-VENCE-HOY                   VALUE "S".

       01  WS-ORIGEN-PERMANENTES   PIC X(08) VALUE "PERMANEN".
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-FH-ANIO          PIC 9(04).
           05  WS-FH-MES           PIC 9(02).
           05  WS-FH-DIA           PIC 9(02).
       01  WS-FECHA-MANIANA        PIC 9(08) VALUE ZERO.
       01  WS-FECHA-MANIANA-R REDEFINES WS-FECHA-MANIANA.
           05  WS-FM-ANIO          PIC 9(04).
           05  WS-FM-MES           PIC 9(02).
           05  WS-FM-DIA           PIC 9(02).
       01  WS-DIAS-CORRIDOS        PIC 9(07) VALUE ZERO.
       01  WS-SEMANAS              PIC 9(07) VALUE ZERO.
       01  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
       01  WS-SW-FIN-DE-MES        PIC X(01) VALUE "N".
           88  WS-FIN-DE-MES                  VALUE "S".

       01  WS-CONTADOR-LEIDAS      PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-GENERADAS   PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-INVALIDAS   PIC 9(07) VALUE ZERO.
       01  WS-HASH-NUM1            PIC 9(11)V99 VALUE ZERO.
       01  WS-HASH-NUM2            PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           IF RETURN-CODE < 8
               PERFORM 2000-PROCESAR-INSTRUCCION
                   THRU 2000-PROCESAR-INSTRUCCION-EXIT
                   UNTIL WS-FIN-MAESTRO
           END-IF
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - lee el control de corrida, deja el INICIO en el
      * jornal, calcula el dia de la semana y si hoy es fin de mes,
      * averigua si el archivo de hoy ya se consumio y abre el maestro
      * y el archivo a generar. Sin maestro no hay instrucciones: se
      * deja el archivo vacio y la corrida termina bien.
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIOGENERADOR - INSTRUCCIONES PERMANENTES"
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           PERFORM 1010-REGISTRAR-INICIO-JORNAL
               THRU 1010-REGISTRAR-INICIO-JORNAL-EXIT

      *    16010101 (dia 1 de INTEGER-OF-DATE) fue lunes: el resto de
      *    los dias corridos menos uno por 7 da 0=lunes ... 6=domingo.
           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
               TO WS-DIAS-CORRIDOS
           SUBTRACT 1 FROM WS-DIAS-CORRIDOS
           DIVIDE WS-DIAS-CORRIDOS BY 7 GIVING WS-SEMANAS
               REMAINDER WS-DIA-SEMANA
           ADD 1 TO WS-DIA-SEMANA
           ADD 2 TO WS-DIAS-CORRIDOS
           MOVE FUNCTION DATE-OF-INTEGER (WS-DIAS-CORRIDOS)
               TO WS-FECHA-MANIANA
           IF WS-FM-DIA = 1
               SET WS-FIN-DE-MES TO TRUE
           END-IF
           DISPLAY "EJERCICIOGENERADOR - FECHA " WS-FECHA-HOY
               " - DIA DE LA SEMANA " WS-DIA-SEMANA
           IF WS-FIN-DE-MES
               DISPLAY "EJERCICIOGENERADOR - HOY ES FIN DE MES"
           END-IF

           PERFORM 1100-VERIFICAR-CONSUMO
               THRU 1100-VERIFICAR-CONSUMO-EXIT

           OPEN OUTPUT ENTRADA-PERMANENTES
           IF WS-FS-GENERADO NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-GENERADO " - STATUS "
                   WS-FS-GENERADO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-GENERADO-ABIERTO TO TRUE

           OPEN I-O MAESTRO-PERMANENTES
           IF WS-FS-PERMANENTES = "35"
               DISPLAY "EJERCICIOGENERADOR - SIN MAESTRO "
                   WS-ARCH-PERMANENTES " - NO HAY INSTRUCCIONES"
               SET WS-FIN-MAESTRO TO TRUE
               GO TO 1000-INICIAR-EXIT
           END-IF
           IF WS-FS-PERMANENTES NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-PERMANENTES
                   " - STATUS " WS-FS-PERMANENTES
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-MAESTRO-ABIERTO TO TRUE.
       1000-INICIAR-EXIT.
           EXIT.

      ******************************************************************
      * 1010-REGISTRAR-INICIO-JORNAL - deja el registro INICIO de esta
      * corrida en el jornal central, antes de leer el maestro.
      ******************************************************************
       1010-REGISTRAR-INICIO-JORNAL.
           MOVE SPACES TO WS-LINEA-JORNAL
           MOVE "INICIO" TO WS-RJ-TIPO
           MOVE "GENERADOR" TO WS-RJ-PROGRAMA
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
               WHEN "PERMST00    "
                   MOVE RCTL-VALOR TO WS-ARCH-PERMANENTES
               WHEN "INPERM00    "
                   MOVE RCTL-VALOR TO WS-ARCH-GENERADO
               WHEN "FILEREG0    "
                   MOVE RCTL-VALOR TO WS-ARCH-REGISTRO
               WHEN "RUNJRNL     "
                   MOVE RCTL-VALOR TO WS-ARCH-JORNAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-VERIFICAR-CONSUMO - busca en FILEREG0.DAT un archivo de
      * hoy con origen PERMANEN: si esta, Ejercicio03 ya consumio el
      * archivo de hoy y lo disparado hoy no se vuelve a generar; si
      * no, una instruccion con ultimo disparo hoy quedo de una
      * corrida que no llego a procesar su archivo y se regenera.
      ******************************************************************
       1100-VERIFICAR-CONSUMO.
           OPEN INPUT REGISTRO-ARCHIVOS
           IF WS-FS-REGISTRO NOT = "00"
               GO TO 1100-VERIFICAR-CONSUMO-EXIT
           END-IF
           PERFORM 1150-LEER-REGISTRO THRU 1150-LEER-REGISTRO-EXIT
               UNTIL WS-FIN-REGISTRO OR WS-CONSUMIDO-HOY
           CLOSE REGISTRO-ARCHIVOS
           IF WS-CONSUMIDO-HOY
               DISPLAY "EJERCICIOGENERADOR - EL ARCHIVO DE HOY YA FUE "
                   "PROCESADO - SOLO SE GENERA LO QUE FALTA"
           END-IF.
       1100-VERIFICAR-CONSUMO-EXIT.
           EXIT.

       1150-LEER-REGISTRO.
           READ REGISTRO-ARCHIVOS
               AT END
                   SET WS-FIN-REGISTRO TO TRUE
               NOT AT END
                   IF RF-FECHA = WS-FECHA-HOY
                       AND RF-ORIGEN = WS-ORIGEN-PERMANENTES
                       SET WS-CONSUMIDO-HOY TO TRUE
                   END-IF
           END-READ.
       1150-LEER-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR-INSTRUCCION - lee la instruccion siguiente y, si
      * vence hoy, graba su par en el archivo generado (la cabecera
      * con el primero) y le regraba hoy como ultimo disparo. Una
      * instruccion con datos no numericos se saltea con aviso y RC 4.
      ******************************************************************
       2000-PROCESAR-INSTRUCCION.
           READ MAESTRO-PERMANENTES NEXT RECORD
               AT END
                   SET WS-FIN-MAESTRO TO TRUE
                   GO TO 2000-PROCESAR-INSTRUCCION-EXIT
           END-READ
           ADD 1 TO WS-CONTADOR-LEIDAS
           IF NOT IP-ACTIVA
               GO TO 2000-PROCESAR-INSTRUCCION-EXIT
           END-IF
           IF IP-NUM1 NOT NUMERIC OR IP-NUM2 NOT NUMERIC
               OR IP-DIA NOT NUMERIC OR IP-FECHA-DESDE NOT NUMERIC
               OR IP-FECHA-HASTA NOT NUMERIC
               OR IP-ULTIMA-FECHA NOT NUMERIC
               DISPLAY "EJERCICIOGENERADOR - INSTRUCCION " IP-CODIGO
                   " CON DATOS INVALIDOS - NO SE GENERA"
               ADD 1 TO WS-CONTADOR-INVALIDAS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-PROCESAR-INSTRUCCION-EXIT
           END-IF

           PERFORM 2100-EVALUAR-VENCIMIENTO
               THRU 2100-EVALUAR-VENCIMIENTO-EXIT
           IF NOT WS-VENCE-HOY
               GO TO 2000-PROCESAR-INSTRUCCION-EXIT
           END-IF

           IF WS-CONTADOR-GENERADAS = ZERO
               MOVE SPACES TO REG-CABECERA-PERMANENTES
               MOVE "HDR" TO EPC-TIPO
               MOVE WS-FECHA-HOY TO EPC-FECHA
               MOVE WS-ORIGEN-PERMANENTES TO EPC-ORIGEN
               PERFORM 2500-GRABAR-GENERADO
                   THRU 2500-GRABAR-GENERADO-EXIT
           END-IF
           MOVE SPACES TO REG-ENTRADA-PERMANENTES
           MOVE IP-NUM1 TO EP-NUM1
           MOVE IP-NUM2 TO EP-NUM2
           MOVE IP-OPERACION TO EP-OPERACION
           MOVE IP-CLIENTE TO EP-CLIENTE
           MOVE IP-MONEDA TO EP-MONEDA
           PERFORM 2500-GRABAR-GENERADO THRU 2500-GRABAR-GENERADO-EXIT
           IF RETURN-CODE >= 16
               SET WS-FIN-MAESTRO TO TRUE
               GO TO 2000-PROCESAR-INSTRUCCION-EXIT
           END-IF
           ADD 1 TO WS-CONTADOR-GENERADAS
           ADD IP-NUM1 TO WS-HASH-NUM1
           ADD IP-NUM2 TO WS-HASH-NUM2

           MOVE WS-FECHA-HOY TO IP-ULTIMA-FECHA
           REWRITE REG-MAESTRO-PERMANENTES
           IF WS-FS-PERMANENTES NOT = "00"
               DISPLAY "ERROR REGRABANDO " WS-ARCH-PERMANENTES
                   " - STATUS " WS-FS-PERMANENTES " - INSTRUCCION "
                   IP-CODIGO
               MOVE 16 TO RETURN-CODE
               SET WS-FIN-MAESTRO TO TRUE
           END-IF.
       2000-PROCESAR-INSTRUCCION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EVALUAR-VENCIMIENTO - vigencia, ultimo disparo y dia de
      * la frecuencia contra la fecha de hoy.
      ******************************************************************
       2100-EVALUAR-VENCIMIENTO.
           MOVE "N" TO WS-SW-VENCE-HOY
           IF IP-FECHA-DESDE > WS-FECHA-HOY
               GO TO 2100-EVALUAR-VENCIMIENTO-EXIT
           END-IF
           IF IP-FECHA-HASTA NOT = ZERO
               AND IP-FECHA-HASTA < WS-FECHA-HOY
               GO TO 2100-EVALUAR-VENCIMIENTO-EXIT
           END-IF
           IF IP-ULTIMA-FECHA > WS-FECHA-HOY
               GO TO 2100-EVALUAR-VENCIMIENTO-EXIT
           END-IF
           IF IP-ULTIMA-FECHA = WS-FECHA-HOY AND WS-CONSUMIDO-HOY
               GO TO 2100-EVALUAR-VENCIMIENTO-EXIT
           END-IF
           EVALUATE TRUE
               WHEN IP-DIARIA
                   SET WS-VENCE-HOY TO TRUE
               WHEN IP-SEMANAL
                   IF IP-DIA = WS-DIA-SEMANA
                       SET WS-VENCE-HOY TO TRUE
                   END-IF
               WHEN IP-MENSUAL
                   IF IP-DIA = WS-FH-DIA
                       OR (WS-FIN-DE-MES AND IP-DIA > WS-FH-DIA)
                       SET WS-VENCE-HOY TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "EJERCICIOGENERADOR - INSTRUCCION "
                       IP-CODIGO " CON FRECUENCIA DESCONOCIDA "
                       IP-FRECUENCIA
                   ADD 1 TO WS-CONTADOR-INVALIDAS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
       2100-EVALUAR-VENCIMIENTO-EXIT.
           EXIT.

       2500-GRABAR-GENERADO.
           WRITE REG-ENTRADA-PERMANENTES
           IF WS-FS-GENERADO NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-GENERADO
                   " - STATUS " WS-FS-GENERADO
               MOVE 16 TO RETURN-CODE
           END-IF.
       2500-GRABAR-GENERADO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - cierra el archivo generado con su cola (si
      * tuvo al menos un par), cierra el maestro y deja el FIN en el
      * jornal: instrucciones leidas, pares generados e instrucciones
      * invalidas, RC y fin normal/anormal.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-GENERADO-ABIERTO
               IF WS-CONTADOR-GENERADAS > ZERO AND RETURN-CODE < 16
                   MOVE SPACES TO REG-COLA-PERMANENTES
                   MOVE "TRL" TO EPT-TIPO
                   MOVE WS-CONTADOR-GENERADAS TO EPT-CANTIDAD
                   MOVE WS-HASH-NUM1 TO EPT-HASH-NUM1
                   MOVE WS-HASH-NUM2 TO EPT-HASH-NUM2
                   PERFORM 2500-GRABAR-GENERADO
                       THRU 2500-GRABAR-GENERADO-EXIT
               END-IF
               CLOSE ENTRADA-PERMANENTES
           END-IF
           IF WS-MAESTRO-ABIERTO
               CLOSE MAESTRO-PERMANENTES
           END-IF

           DISPLAY "EJERCICIOGENERADOR - INSTRUCCIONES LEIDAS: "
               WS-CONTADOR-LEIDAS
           DISPLAY "EJERCICIOGENERADOR - PARES GENERADOS:      "
               WS-CONTADOR-GENERADAS " EN " WS-ARCH-GENERADO
           DISPLAY "EJERCICIOGENERADOR - INSTRUCCIONES INVALIDAS: "
               WS-CONTADOR-INVALIDAS

           MOVE SPACES TO WS-LINEA-JORNAL
           MOVE "FIN" TO WS-RJ-TIPO
           MOVE "GENERADOR" TO WS-RJ-PROGRAMA
           MOVE WS-CONTADOR-LEIDAS TO WS-RJ-LEIDOS
           MOVE WS-CONTADOR-GENERADAS TO WS-RJ-PROCESADOS
           MOVE WS-CONTADOR-INVALIDAS TO WS-RJ-RECHAZOS
           MOVE RETURN-CODE TO WS-RJ-RETORNO
           IF RETURN-CODE < 8
               MOVE "NORMAL" TO WS-RJ-ESTADO
           ELSE
               MOVE "ANORMAL" TO WS-RJ-ESTADO
           END-IF
           PERFORM 6000-GRABAR-JORNAL THRU 6000-GRABAR-JORNAL-EXIT
           DISPLAY "EJERCICIOGENERADOR - RC: " RETURN-CODE.
       3000-FINALIZAR-EXIT.
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

       END PROGRAM EjercicioGenerador.
