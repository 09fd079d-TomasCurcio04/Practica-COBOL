      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: informe consolidado de excepciones de
      *                  la manana. Hasta hoy habia que correr
      *                  EjercicioJornal, EjercicioRetorno,
      *                  EjercicioConcilia y EjercicioRecicla y mirar
      *                  SUSPEN03.DAT a mano para saber que quedo
      *                  abierto de la noche. Este programa solo lee
      *                  (no toca ningun archivo) y junta los items
      *                  abiertos de cada subsistema en seis
      *                  categorias: CORRIDAS (cadena detenida en
      *                  CADENA00.DAT y ultima corrida de un programa
      *                  con INICIO sin FIN en RUNJRNL.DAT), RECHAZOS
      *                  (lineas de RECHAZ00/01/03.DAT y pares
      *                  escalados de RESUB00.DAT), SUSPENSO (pares
      *                  pendientes de SUSPEN03.DAT), MAYOR
      *                  (generaciones de GENEXT00.DAT en estado P o
      *                  R), CANDADO (LOCKRUN0.DAT tomado) y ARCHIVOS
      *                  (archivos de entrada con pares que no figuran
      *                  en FILEREG0.DAT). Cada item sale con su
      *                  antiguedad en dias, el archivo o programa que
      *                  lo levanto y la gravedad, ordenado por
      *                  categoria y del mas viejo al mas nuevo. Un
      *                  item de gravedad 4 mas viejo que EXCEPDIAS
      *                  dias (por defecto 3) pasa a 8. El
      *                  RETURN-CODE es la peor gravedad abierta: 12
      *                  cadena detenida, 8 lo que pide accion antes
      *                  de abrir sucursales, 4 lo que solo hay que
      *                  seguir, 0 nada abierto. Las lineas de
      *                  rechazo no traen fecha: su antiguedad es la
      *                  de la ultima corrida del programa que graba
      *                  el archivo. Claves RUNJRNL, CADENA00,
      *                  RECHAZ00, RECHAZ01, RECHAZ03, SUSPEN03,
      *                  LOCKRUN0, FILEREG0, INFILE01, INFILE03,
      *                  LISTIN03, INPERM00 y EXCEPDIAS en
      *                  RUNCTL00.DAT.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioExcepciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-CORRIDAS ASSIGN TO WS-ARCH-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

           SELECT CADENA-CONTROL ASSIGN TO WS-ARCH-CADENA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CADENA.

           SELECT RECHAZOS-01 ASSIGN TO WS-ARCH-RECHAZOS-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS-01.

           SELECT RECHAZOS-00 ASSIGN TO WS-ARCH-RECHAZOS-00
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS-00.

           SELECT RECHAZOS-03 ASSIGN TO WS-ARCH-RECHAZOS-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS-03.

           SELECT RESUBMISIONES ASSIGN TO WS-ARCH-RESUBMISIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUBMISIONES.

           SELECT SUSPENSOS-03 ASSIGN TO WS-ARCH-SUSPENSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSOS.

           SELECT GENERACIONES ASSIGN TO WS-ARCH-GENERACIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENERACIONES.

           SELECT CANDADO-CORRIDA ASSIGN TO WS-ARCH-CANDADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CANDADO.

           SELECT REGISTRO-ARCHIVOS ASSIGN TO WS-ARCH-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.

           SELECT LISTA-ENTRADAS ASSIGN TO WS-ARCH-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTA.

           SELECT ENTRADA-CONTROL ASSIGN TO WS-ARCH-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

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
           05  RCTL-VALOR-R REDEFINES RCTL-VALOR.
               10  RCTL-VALOR-NUM PIC 9(07).
               10  FILLER         PIC X(33).

       FD  CADENA-CONTROL
           RECORD CONTAINS 10 CHARACTERS.
       01  REG-CADENA-CONTROL.
           05  CC-ULTIMO-PASO     PIC 9(01).
           05  FILLER             PIC X(01).
           05  CC-FECHA           PIC 9(08).

       FD  RECHAZOS-01
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-RECHAZOS-01.
           05  RR01-NUM1          PIC X(03).
           05  FILLER             PIC X(01).
           05  RR01-NUM2          PIC X(03).
           05  FILLER             PIC X(01).
           05  RR01-MOTIVO        PIC X(02).
           05  FILLER             PIC X(01).
           05  RR01-DESCRIPCION   PIC X(29).

       FD  RECHAZOS-00
           RECORD CONTAINS 44 CHARACTERS.
       01  REG-RECHAZOS-00.
           05  RR00-NUM1          PIC X(03).
           05  FILLER             PIC X(01).
           05  RR00-NUM2          PIC X(03).
           05  FILLER             PIC X(01).
           05  RR00-MOTIVO        PIC X(02).
           05  FILLER             PIC X(01).
           05  RR00-OPERACION     PIC X(01).
           05  FILLER             PIC X(01).
           05  RR00-DESCRIPCION   PIC X(27).
           05  FILLER             PIC X(01).
           05  RR00-MONEDA        PIC X(03).

       FD  RECHAZOS-03
           RECORD CONTAINS 46 CHARACTERS.
       01  REG-RECHAZOS-03.
           05  RR03-NUM1          PIC X(10).
           05  FILLER             PIC X(01).
           05  RR03-NUM2          PIC X(10).
           05  FILLER             PIC X(01).
           05  RR03-MOTIVO        PIC X(02).
           05  FILLER             PIC X(01).
           05  RR03-OPERACION     PIC X(01).
           05  FILLER             PIC X(01).
           05  RR03-DESCRIPCION   PIC X(15).
           05  FILLER             PIC X(01).
           05  RR03-MONEDA        PIC X(03).

       FD  RESUBMISIONES
           RECORD CONTAINS 24 CHARACTERS.
       01  REG-RESUBMISIONES.
           05  RS00-TIPO          PIC X(01).
           05  FILLER             PIC X(01).
           05  RS00-NUM1          PIC 9(09).
           05  FILLER             PIC X(01).
           05  RS00-NUM2          PIC 9(09).
           05  FILLER             PIC X(01).
           05  RS00-CONTADOR      PIC 9(02).

       FD  SUSPENSOS-03
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-SUSPENSOS-03.
           05  SU-ESTADO          PIC X(01).
           05  FILLER             PIC X(01).
           05  SU-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  SU-NUM1            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  SU-NUM2            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  SU-OPERACION       PIC X(01).
           05  FILLER             PIC X(01).
           05  SU-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  SU-SUPERVISOR      PIC X(04).
           05  FILLER             PIC X(01).
           05  SU-MONEDA          PIC X(03).

       FD  GENERACIONES
           RECORD CONTAINS 24 CHARACTERS.
       01  REG-GENERACIONES.
           05  GE-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GE-GENERACION       PIC 9(04).
           05  FILLER              PIC X(01).
           05  GE-ESTADO           PIC X(01).
           05  FILLER              PIC X(01).
           05  GE-FECHA-EXTR       PIC 9(08).

       FD  CANDADO-CORRIDA
           RECORD CONTAINS 29 CHARACTERS.
       01  REG-CANDADO-CORRIDA.
           05  LR-PROGRAMA        PIC X(11).
           05  FILLER             PIC X(01).
           05  LR-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  LR-HORA            PIC 9(08).

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

       FD  LISTA-ENTRADAS
           RECORD CONTAINS 40 CHARACTERS.
       01  REG-LISTA-ENTRADAS     PIC X(40).

       FD  ENTRADA-CONTROL
           RECORD CONTAINS 36 CHARACTERS.
       01  REG-ENTRADA-CABECERA.
           05  EC-TIPO            PIC X(03).
           05  EC-FECHA           PIC 9(08).
           05  EC-ORIGEN          PIC X(08).
           05  FILLER             PIC X(17).
       01  REG-ENTRADA-COLA-01.
           05  EK1-TIPO           PIC X(03).
           05  EK1-CANTIDAD       PIC 9(07).
           05  EK1-HASH-NUM1      PIC 9(09).
           05  EK1-HASH-NUM2      PIC 9(09).
           05  FILLER             PIC X(08).
       01  REG-ENTRADA-COLA-03.
           05  EK3-TIPO           PIC X(03).
           05  EK3-CANTIDAD       PIC 9(07).
           05  EK3-HASH-NUM1      PIC 9(11)V99.
           05  EK3-HASH-NUM2      PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.

       01  WS-ARCH-JORNAL          PIC X(40) VALUE "RUNJRNL.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-ARCH-CADENA          PIC X(40) VALUE "CADENA00.DAT".
       01  WS-ARCH-RECHAZOS-01     PIC X(40) VALUE "RECHAZ01.DAT".
       01  WS-ARCH-RECHAZOS-00     PIC X(40) VALUE "RECHAZ00.DAT".
       01  WS-ARCH-RECHAZOS-03     PIC X(40) VALUE "RECHAZ03.DAT".
       01  WS-ARCH-RESUBMISIONES   PIC X(40) VALUE "RESUB00.DAT".
       01  WS-ARCH-SUSPENSOS       PIC X(40) VALUE "SUSPEN03.DAT".
       01  WS-ARCH-GENERACIONES    PIC X(40) VALUE "GENEXT00.DAT".
       01  WS-ARCH-CANDADO         PIC X(40) VALUE "LOCKRUN0.DAT".
       01  WS-ARCH-REGISTRO        PIC X(40) VALUE "FILEREG0.DAT".
       01  WS-ARCH-LISTA           PIC X(40) VALUE "LISTIN03.DAT".
       01  WS-ARCH-ENTRADA         PIC X(40) VALUE SPACES.
       01  WS-ARCH-ENTRADA-01      PIC X(40) VALUE "INFILE01.DAT".
       01  WS-ARCH-ENTRADA-03      PIC X(40) VALUE "INFILE03.DAT".
       01  WS-ARCH-REENTRADA-01    PIC X(40) VALUE "REENT01.DAT".
       01  WS-ARCH-REENTRADA-03    PIC X(40) VALUE "REENT03.DAT".
       01  WS-ARCH-PERMANENTES     PIC X(40) VALUE "INPERM00.DAT".
       01  WS-FS-JORNAL            PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-FS-CADENA            PIC X(02) VALUE SPACES.
       01  WS-FS-RECHAZOS-01       PIC X(02) VALUE SPACES.
       01  WS-FS-RECHAZOS-00       PIC X(02) VALUE SPACES.
       01  WS-FS-RECHAZOS-03       PIC X(02) VALUE SPACES.
       01  WS-FS-RESUBMISIONES     PIC X(02) VALUE SPACES.
       01  WS-FS-SUSPENSOS         PIC X(02) VALUE SPACES.
       01  WS-FS-GENERACIONES      PIC X(02) VALUE SPACES.
       01  WS-FS-CANDADO           PIC X(02) VALUE SPACES.
       01  WS-FS-REGISTRO          PIC X(02) VALUE SPACES.
       01  WS-FS-LISTA             PIC X(02) VALUE SPACES.
       01  WS-FS-ENTRADA           PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-LECTURA       PIC X(01) VALUE "N".
           88  WS-FIN-LECTURA                 VALUE "S".
       01  WS-SW-PAREJA-HALLADA    PIC X(01) VALUE "N".
           88  WS-PAREJA-HALLADA              VALUE "S".
       01  WS-SW-INICIO-POSTERIOR  PIC X(01) VALUE "N".
           88  WS-INICIO-POSTERIOR            VALUE "S".
       01  WS-SW-COLA-LEIDA        PIC X(01) VALUE "N".
           88  WS-COLA-LEIDA                  VALUE "S".
       01  WS-SW-COLA-VALIDA       PIC X(01) VALUE "N".
           88  WS-COLA-VALIDA                 VALUE "S".

       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-DIA-HOY              PIC 9(07) VALUE ZERO.
       01  WS-DIAS-ATRASO          PIC 9(03) VALUE 3.
       01  WS-TOPE-REENVIOS        PIC 9(02) VALUE 3.
       01  WS-RC-PEOR              PIC 9(02) VALUE ZERO.

       01  WS-TOTAL-LINEAS         PIC 9(07) VALUE ZERO.
       01  WS-LINEAS-A-SALTAR      PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-SALTEADAS   PIC 9(07) VALUE ZERO.
       01  WS-CANTIDAD-JORNAL      PIC 9(04) VALUE ZERO.
       01  WS-INDICE-JORNAL        PIC 9(04) VALUE ZERO.
       01  WS-INDICE-BUSQUEDA      PIC 9(04) VALUE ZERO.
       01  WS-TABLA-JORNAL.
           05  WS-JORNAL-ENTRADA OCCURS 2000 TIMES.
               10  WS-JR-TIPO          PIC X(06).
               10  WS-JR-PROGRAMA      PIC X(11).
               10  WS-JR-FECHA         PIC 9(08).
               10  WS-JR-HORA          PIC 9(08).
               10  WS-JR-PAREJA        PIC 9(04).
       01  WS-ULTIMA-EJERCICIO1    PIC 9(08) VALUE ZERO.
       01  WS-ULTIMA-DRIVER        PIC 9(08) VALUE ZERO.
       01  WS-ULTIMA-EJERCICIO03   PIC 9(08) VALUE ZERO.
       01  WS-ULTIMO-TIPO-DUENIO   PIC X(06) VALUE SPACES.

       01  WS-TABLA-PASOS.
           05  FILLER              PIC X(11) VALUE "GENERADOR".
           05  FILLER              PIC X(11) VALUE "EJERCICIO03".
           05  FILLER              PIC X(11) VALUE "DRIVER".
           05  FILLER              PIC X(11) VALUE "CONCILIA".
           05  FILLER              PIC X(11) VALUE "EXTRACTO".
           05  FILLER              PIC X(11) VALUE "DEPURA".
       01  WS-TABLA-PASOS-R REDEFINES WS-TABLA-PASOS.
           05  WS-NOMBRE-PASO OCCURS 6 TIMES
                                   PIC X(11).
       01  WS-PASO-SIGUIENTE       PIC 9(01) VALUE ZERO.

       01  WS-CANTIDAD-REGISTRO    PIC 9(03) VALUE ZERO.
       01  WS-INDICE-REGISTRO      PIC 9(03) VALUE ZERO.
       01  WS-INDICE-REG-HALLADO   PIC 9(03) VALUE ZERO.
       01  WS-TABLA-REGISTRO.
           05  WS-REGISTRO-ENTRADA OCCURS 500 TIMES.
               10  WS-RG-FECHA        PIC 9(08).
               10  WS-RG-ORIGEN       PIC X(08).
               10  WS-RG-CANTIDAD     PIC 9(07).
               10  WS-RG-HASH-NUM1    PIC 9(11)V99.
               10  WS-RG-HASH-NUM2    PIC 9(11)V99.

       01  WS-CANTIDAD-ARCHIVOS    PIC 9(02) VALUE ZERO.
       01  WS-INDICE-ARCHIVO       PIC 9(02) VALUE ZERO.
       01  WS-INDICE-ARCH-HALLADO  PIC 9(02) VALUE ZERO.
       01  WS-TABLA-ARCHIVOS.
           05  WS-ARCHIVO-ENTRADA OCCURS 30 TIMES.
               10  WS-AC-NOMBRE       PIC X(40).
               10  WS-AC-FORMATO      PIC X(01).
       01  WS-ARCHIVO-NUEVO        PIC X(40) VALUE SPACES.
       01  WS-FORMATO-NUEVO        PIC X(01) VALUE SPACE.
       01  WS-FORMATO-ENTRADA      PIC X(01) VALUE SPACE.
       01  WS-CABECERA-FECHA       PIC 9(08) VALUE ZERO.
       01  WS-CABECERA-ORIGEN      PIC X(08) VALUE SPACES.
       01  WS-COLA-CANTIDAD        PIC 9(07) VALUE ZERO.
       01  WS-COLA-HASH-NUM1       PIC 9(11)V99 VALUE ZERO.
       01  WS-COLA-HASH-NUM2       PIC 9(11)V99 VALUE ZERO.

       01  WS-CALC-FECHA           PIC 9(08) VALUE ZERO.
       01  WS-CALC-FECHA-R REDEFINES WS-CALC-FECHA.
           05  WS-CF-ANIO          PIC 9(04).
           05  WS-CF-MES           PIC 9(02).
           05  WS-CF-DIA           PIC 9(02).
       01  WS-CALC-DIA             PIC 9(07) VALUE ZERO.

       01  WS-NUEVO-CATEGORIA      PIC 9(01) VALUE ZERO.
       01  WS-NUEVO-SEVERIDAD      PIC 9(02) VALUE ZERO.
       01  WS-NUEVO-FECHA          PIC 9(08) VALUE ZERO.
       01  WS-NUEVO-EDAD           PIC 9(04) VALUE ZERO.
       01  WS-NUEVO-CON-FECHA      PIC X(01) VALUE "N".
           88  WS-NUEVO-FECHADO               VALUE "S".
       01  WS-NUEVO-ORIGEN         PIC X(12) VALUE SPACES.
       01  WS-NUEVO-DETALLE        PIC X(60) VALUE SPACES.

       01  WS-CANTIDAD-ITEMS       PIC 9(03) VALUE ZERO.
       01  WS-INDICE-ITEM          PIC 9(03) VALUE ZERO.
       01  WS-INDICE-ELEGIDO       PIC 9(03) VALUE ZERO.
       01  WS-CONTADOR-SIN-LUGAR   PIC 9(05) VALUE ZERO.
       01  WS-TABLA-ITEMS.
           05  WS-ITEM-ENTRADA OCCURS 500 TIMES.
               10  WS-IT-CATEGORIA     PIC 9(01).
               10  WS-IT-SEVERIDAD     PIC 9(02).
               10  WS-IT-FECHA         PIC 9(08).
               10  WS-IT-EDAD          PIC 9(04).
               10  WS-IT-CON-FECHA     PIC X(01).
               10  WS-IT-ORIGEN        PIC X(12).
               10  WS-IT-DETALLE       PIC X(60).
               10  WS-IT-LISTADO       PIC X(01).

       01  WS-TABLA-CATEGORIAS.
           05  FILLER              PIC X(12) VALUE "CORRIDAS".
           05  FILLER              PIC X(12) VALUE "RECHAZOS".
           05  FILLER              PIC X(12) VALUE "SUSPENSO".
           05  FILLER              PIC X(12) VALUE "MAYOR".
           05  FILLER              PIC X(12) VALUE "CANDADO".
           05  FILLER              PIC X(12) VALUE "ARCHIVOS".
       01  WS-TABLA-CATEGORIAS-R REDEFINES WS-TABLA-CATEGORIAS.
           05  WS-NOMBRE-CATEGORIA OCCURS 6 TIMES
                                   PIC X(12).
       01  WS-TABLA-TOTALES.
           05  WS-TOTAL-CATEGORIA OCCURS 6 TIMES.
               10  WS-TC-CANTIDAD      PIC 9(05).
               10  WS-TC-PEOR          PIC 9(02).
       01  WS-INDICE-CATEGORIA     PIC 9(01) VALUE ZERO.
       01  WS-SW-CATEGORIA-AGOTADA PIC X(01) VALUE "N".
           88  WS-CATEGORIA-AGOTADA           VALUE "S".

       01  WS-HORA-TEXTO           PIC X(08) VALUE SPACES.
       01  WS-IMPORTE              PIC 9(07)V99 VALUE ZERO.
       01  WS-IMPORTE-EDITADO-1    PIC ZZZZZZ9.99.
       01  WS-IMPORTE-EDITADO-2    PIC ZZZZZZ9.99.
       01  WS-CANTIDAD-EDITADA     PIC ZZZZZZ9.
       01  WS-EDAD-EDITADA         PIC ZZZ9.

       01  WS-LINEA-ITEM.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-LI-RC            PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LI-EDAD          PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LI-FECHA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LI-ORIGEN        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LI-DETALLE       PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-REVISAR-CORRIDAS
               THRU 2000-REVISAR-CORRIDAS-EXIT
           PERFORM 2200-REVISAR-RECHAZOS
               THRU 2200-REVISAR-RECHAZOS-EXIT
           PERFORM 2400-REVISAR-SUSPENSO
               THRU 2400-REVISAR-SUSPENSO-EXIT
           PERFORM 2500-REVISAR-MAYOR THRU 2500-REVISAR-MAYOR-EXIT
           PERFORM 2600-REVISAR-CANDADO THRU 2600-REVISAR-CANDADO-EXIT
           PERFORM 2700-REVISAR-ARCHIVOS
               THRU 2700-REVISAR-ARCHIVOS-EXIT
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR - toma la fecha del dia, lee RUNCTL00.DAT y deja
      * en cero los totales por categoria.
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIOEXCEPCIONES - ITEMS ABIERTOS DE LA NOCHE"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           PERFORM 1050-LIMPIAR-TOTAL THRU 1050-LIMPIAR-TOTAL-EXIT
               VARYING WS-INDICE-CATEGORIA FROM 1 BY 1
               UNTIL WS-INDICE-CATEGORIA > 6
           DISPLAY "EXCEPCIONES - FECHA " WS-FECHA-HOY
               " - ATRASO TOLERADO " WS-DIAS-ATRASO " DIAS".
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
               WHEN "RUNJRNL     "
                   MOVE RCTL-VALOR TO WS-ARCH-JORNAL
               WHEN "CADENA00    "
                   MOVE RCTL-VALOR TO WS-ARCH-CADENA
               WHEN "RECHAZ00    "
                   MOVE RCTL-VALOR TO WS-ARCH-RECHAZOS-00
               WHEN "RECHAZ01    "
                   MOVE RCTL-VALOR TO WS-ARCH-RECHAZOS-01
               WHEN "RECHAZ03    "
                   MOVE RCTL-VALOR TO WS-ARCH-RECHAZOS-03
               WHEN "SUSPEN03    "
                   MOVE RCTL-VALOR TO WS-ARCH-SUSPENSOS
               WHEN "LOCKRUN0    "
                   MOVE RCTL-VALOR TO WS-ARCH-CANDADO
               WHEN "FILEREG0    "
                   MOVE RCTL-VALOR TO WS-ARCH-REGISTRO
               WHEN "INFILE01    "
                   MOVE RCTL-VALOR TO WS-ARCH-ENTRADA-01
               WHEN "INFILE03    "
                   MOVE RCTL-VALOR TO WS-ARCH-ENTRADA-03
               WHEN "LISTIN03    "
                   MOVE RCTL-VALOR TO WS-ARCH-LISTA
               WHEN "INPERM00    "
                   MOVE RCTL-VALOR TO WS-ARCH-PERMANENTES
               WHEN "EXCEPDIAS   "
                   IF RCTL-VALOR-NUM NUMERIC
                       AND RCTL-VALOR-NUM NOT > 366
                       MOVE RCTL-VALOR-NUM TO WS-DIAS-ATRASO
                   ELSE
                       DISPLAY "EXCEPCIONES - EXCEPDIAS INVALIDO EN "
                           "RUNCTL00.DAT - SE USA EL DEFECTO"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

       1050-LIMPIAR-TOTAL.
           MOVE ZERO TO WS-TC-CANTIDAD (WS-INDICE-CATEGORIA)
           MOVE ZERO TO WS-TC-PEOR (WS-INDICE-CATEGORIA).
       1050-LIMPIAR-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REVISAR-CORRIDAS - carga las ultimas 2000 lineas
      * INICIO/FIN del jornal (contando primero y salteando despues,
      * como EjercicioJornal), casa cada FIN con su INICIO y levanta
      * un item por cada programa cuya ultima corrida quedo sin FIN:
      * un INICIO sin FIN seguido de otra corrida del mismo programa
      * ya fue reanudado y no se informa. Despues revisa el punto de
      * reanudacion de la cadena.
      ******************************************************************
       2000-REVISAR-CORRIDAS.
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT JORNAL-CORRIDAS
           IF WS-FS-JORNAL NOT = "00"
               DISPLAY "EXCEPCIONES - SIN JORNAL RUNJRNL.DAT - STATUS "
                   WS-FS-JORNAL
               GO TO 2000-REVISAR-CORRIDAS-CADENA
           END-IF
           PERFORM 2010-CONTAR-LINEA THRU 2010-CONTAR-LINEA-EXIT
               UNTIL WS-FIN-LECTURA
           CLOSE JORNAL-CORRIDAS

           MOVE ZERO TO WS-LINEAS-A-SALTAR
           IF WS-TOTAL-LINEAS > 2000
               SUBTRACT 2000 FROM WS-TOTAL-LINEAS
                   GIVING WS-LINEAS-A-SALTAR
           END-IF
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT JORNAL-CORRIDAS
           IF WS-FS-JORNAL NOT = "00"
               DISPLAY "EXCEPCIONES - ERROR REABRIENDO RUNJRNL.DAT - "
                   "STATUS " WS-FS-JORNAL
               GO TO 2000-REVISAR-CORRIDAS-CADENA
           END-IF
           PERFORM 2015-SALTAR-LINEA THRU 2015-SALTAR-LINEA-EXIT
               UNTIL WS-CONTADOR-SALTEADAS >= WS-LINEAS-A-SALTAR
                   OR WS-FIN-LECTURA
           PERFORM 2020-CARGAR-LINEA THRU 2020-CARGAR-LINEA-EXIT
               UNTIL WS-FIN-LECTURA
           CLOSE JORNAL-CORRIDAS

           PERFORM 2030-CASAR-FIN THRU 2030-CASAR-FIN-EXIT
               VARYING WS-INDICE-JORNAL FROM 1 BY 1
               UNTIL WS-INDICE-JORNAL > WS-CANTIDAD-JORNAL
           PERFORM 2050-REVISAR-INICIO THRU 2050-REVISAR-INICIO-EXIT
               VARYING WS-INDICE-JORNAL FROM 1 BY 1
               UNTIL WS-INDICE-JORNAL > WS-CANTIDAD-JORNAL.
       2000-REVISAR-CORRIDAS-CADENA.
           PERFORM 2100-REVISAR-CADENA THRU 2100-REVISAR-CADENA-EXIT.
       2000-REVISAR-CORRIDAS-EXIT.
           EXIT.

       2010-CONTAR-LINEA.
           READ JORNAL-CORRIDAS
               AT END
                   SET WS-FIN-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LINEAS
           END-READ.
       2010-CONTAR-LINEA-EXIT.
           EXIT.

       2015-SALTAR-LINEA.
           READ JORNAL-CORRIDAS
               AT END
                   SET WS-FIN-LECTURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-SALTEADAS
           END-READ.
       2015-SALTAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 2020-CARGAR-LINEA - carga una linea INICIO o FIN del jornal
      * (las ORIGEN y los tipos desconocidos se ignoran) y recuerda
      * la fecha del ultimo FIN de cada programa que graba un archivo
      * de rechazos, que es la antiguedad de sus lineas.
      ******************************************************************
       2020-CARGAR-LINEA.
           READ JORNAL-CORRIDAS INTO WS-LINEA-JORNAL
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2020-CARGAR-LINEA-EXIT
           END-READ
           IF WS-RJ-TIPO NOT = "INICIO" AND WS-RJ-TIPO NOT = "FIN   "
               GO TO 2020-CARGAR-LINEA-EXIT
           END-IF
           IF WS-CANTIDAD-JORNAL >= 2000
               GO TO 2020-CARGAR-LINEA-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-JORNAL
           MOVE WS-RJ-TIPO TO WS-JR-TIPO (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-PROGRAMA TO WS-JR-PROGRAMA (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-FECHA TO WS-JR-FECHA (WS-CANTIDAD-JORNAL)
           MOVE WS-RJ-HORA TO WS-JR-HORA (WS-CANTIDAD-JORNAL)
           MOVE ZERO TO WS-JR-PAREJA (WS-CANTIDAD-JORNAL)
           IF WS-RJ-TIPO = "FIN   "
               EVALUATE WS-RJ-PROGRAMA
                   WHEN "EJERCICIO1 "
                       MOVE WS-RJ-FECHA TO WS-ULTIMA-EJERCICIO1
                   WHEN "DRIVER     "
                       MOVE WS-RJ-FECHA TO WS-ULTIMA-DRIVER
                   WHEN "EJERCICIO03"
                       MOVE WS-RJ-FECHA TO WS-ULTIMA-EJERCICIO03
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       2020-CARGAR-LINEA-EXIT.
           EXIT.

      ******************************************************************
      * 2030-CASAR-FIN - un FIN se casa con el INICIO mas reciente del
      * mismo programa que siga sin pareja, igual que en
      * EjercicioJornal.
      ******************************************************************
       2030-CASAR-FIN.
           IF WS-JR-TIPO (WS-INDICE-JORNAL) NOT = "FIN   "
               GO TO 2030-CASAR-FIN-EXIT
           END-IF
           MOVE "N" TO WS-SW-PAREJA-HALLADA
           PERFORM 2040-BUSCAR-INICIO THRU 2040-BUSCAR-INICIO-EXIT
               VARYING WS-INDICE-BUSQUEDA
               FROM WS-INDICE-JORNAL BY -1
               UNTIL WS-INDICE-BUSQUEDA < 1
                   OR WS-PAREJA-HALLADA.
       2030-CASAR-FIN-EXIT.
           EXIT.

       2040-BUSCAR-INICIO.
           IF WS-INDICE-BUSQUEDA = WS-INDICE-JORNAL
               GO TO 2040-BUSCAR-INICIO-EXIT
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
       2040-BUSCAR-INICIO-EXIT.
           EXIT.

      ******************************************************************
      * 2050-REVISAR-INICIO - un INICIO sin FIN que es la ultima
      * corrida de su programa es una corrida caida sin reanudar:
      * gravedad 8; si es de hoy puede seguir corriendo y queda en 4.
      ******************************************************************
       2050-REVISAR-INICIO.
           IF WS-JR-TIPO (WS-INDICE-JORNAL) NOT = "INICIO"
               OR WS-JR-PAREJA (WS-INDICE-JORNAL) NOT = ZERO
               GO TO 2050-REVISAR-INICIO-EXIT
           END-IF
           MOVE "N" TO WS-SW-INICIO-POSTERIOR
           PERFORM 2060-BUSCAR-POSTERIOR THRU 2060-BUSCAR-POSTERIOR-EXIT
               VARYING WS-INDICE-BUSQUEDA
               FROM WS-INDICE-JORNAL BY 1
               UNTIL WS-INDICE-BUSQUEDA > WS-CANTIDAD-JORNAL
                   OR WS-INICIO-POSTERIOR
           IF WS-INICIO-POSTERIOR
               GO TO 2050-REVISAR-INICIO-EXIT
           END-IF
           MOVE WS-JR-HORA (WS-INDICE-JORNAL) TO WS-HORA-TEXTO
           MOVE 1 TO WS-NUEVO-CATEGORIA
           MOVE WS-JR-FECHA (WS-INDICE-JORNAL) TO WS-NUEVO-FECHA
           MOVE WS-JR-PROGRAMA (WS-INDICE-JORNAL) TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           IF WS-JR-FECHA (WS-INDICE-JORNAL) = WS-FECHA-HOY
               MOVE 4 TO WS-NUEVO-SEVERIDAD
               STRING "INICIO SIN FIN A LAS " DELIMITED BY SIZE
                   WS-HORA-TEXTO (1:6) DELIMITED BY SIZE
                   " - EN CURSO O CAIDA" DELIMITED BY SIZE
                   INTO WS-NUEVO-DETALLE
               END-STRING
           ELSE
               MOVE 8 TO WS-NUEVO-SEVERIDAD
               STRING "INICIO SIN FIN A LAS " DELIMITED BY SIZE
                   WS-HORA-TEXTO (1:6) DELIMITED BY SIZE
                   " - CORRIDA CAIDA SIN REANUDAR" DELIMITED BY SIZE
                   INTO WS-NUEVO-DETALLE
               END-STRING
           END-IF
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2050-REVISAR-INICIO-EXIT.
           EXIT.

       2060-BUSCAR-POSTERIOR.
           IF WS-INDICE-BUSQUEDA = WS-INDICE-JORNAL
               GO TO 2060-BUSCAR-POSTERIOR-EXIT
           END-IF
           IF WS-JR-TIPO (WS-INDICE-BUSQUEDA) = "INICIO"
               AND WS-JR-PROGRAMA (WS-INDICE-BUSQUEDA) =
                   WS-JR-PROGRAMA (WS-INDICE-JORNAL)
               SET WS-INICIO-POSTERIOR TO TRUE
           END-IF.
       2060-BUSCAR-POSTERIOR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REVISAR-CADENA - un punto de reanudacion de CADENA00.DAT
      * por debajo del ultimo paso es una cadena que no termino la
      * noche: gravedad 12, con el paso desde el que retoma. Sin
      * archivo la cadena nunca corrio y no hay nada que informar.
      ******************************************************************
       2100-REVISAR-CADENA.
           OPEN INPUT CADENA-CONTROL
           IF WS-FS-CADENA NOT = "00"
               GO TO 2100-REVISAR-CADENA-EXIT
           END-IF
           READ CADENA-CONTROL
               AT END
                   CLOSE CADENA-CONTROL
                   GO TO 2100-REVISAR-CADENA-EXIT
           END-READ
           CLOSE CADENA-CONTROL
           IF CC-ULTIMO-PASO NOT NUMERIC OR CC-ULTIMO-PASO >= 6
               GO TO 2100-REVISAR-CADENA-EXIT
           END-IF
           ADD CC-ULTIMO-PASO 1 GIVING WS-PASO-SIGUIENTE
           MOVE 1 TO WS-NUEVO-CATEGORIA
           MOVE 12 TO WS-NUEVO-SEVERIDAD
           IF CC-FECHA NUMERIC
               MOVE CC-FECHA TO WS-NUEVO-FECHA
           ELSE
               MOVE ZERO TO WS-NUEVO-FECHA
           END-IF
           MOVE "CADENA00" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           STRING "CADENA DETENIDA TRAS EL PASO " DELIMITED BY SIZE
               CC-ULTIMO-PASO DELIMITED BY SIZE
               " - RETOMA EN " DELIMITED BY SIZE
               WS-NOMBRE-PASO (WS-PASO-SIGUIENTE) DELIMITED BY SPACE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2100-REVISAR-CADENA-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REVISAR-RECHAZOS - cada linea de RECHAZ01/00/03.DAT es un
      * rechazo pendiente de corregir y reingresar (gravedad 4), con
      * la fecha de la ultima corrida de Ejercicio1, del driver o de
      * Ejercicio03; cada par de RESUB00.DAT que ya agoto sus
      * reenvios esta escalado (gravedad 8).
      ******************************************************************
       2200-REVISAR-RECHAZOS.
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT RECHAZOS-01
           IF WS-FS-RECHAZOS-01 = "00"
               PERFORM 2210-LEER-RECH01 THRU 2210-LEER-RECH01-EXIT
                   UNTIL WS-FIN-LECTURA
               CLOSE RECHAZOS-01
           END-IF

           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT RECHAZOS-00
           IF WS-FS-RECHAZOS-00 = "00"
               PERFORM 2220-LEER-RECH00 THRU 2220-LEER-RECH00-EXIT
                   UNTIL WS-FIN-LECTURA
               CLOSE RECHAZOS-00
           END-IF

           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT RECHAZOS-03
           IF WS-FS-RECHAZOS-03 = "00"
               PERFORM 2230-LEER-RECH03 THRU 2230-LEER-RECH03-EXIT
                   UNTIL WS-FIN-LECTURA
               CLOSE RECHAZOS-03
           END-IF

           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT RESUBMISIONES
           IF WS-FS-RESUBMISIONES = "00"
               PERFORM 2250-LEER-RESUB THRU 2250-LEER-RESUB-EXIT
                   UNTIL WS-FIN-LECTURA
               CLOSE RESUBMISIONES
           END-IF.
       2200-REVISAR-RECHAZOS-EXIT.
           EXIT.

       2210-LEER-RECH01.
           READ RECHAZOS-01
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2210-LEER-RECH01-EXIT
           END-READ
           MOVE 2 TO WS-NUEVO-CATEGORIA
           MOVE 4 TO WS-NUEVO-SEVERIDAD
           MOVE WS-ULTIMA-EJERCICIO1 TO WS-NUEVO-FECHA
           MOVE "RECHAZ01" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           STRING "PENDIENTE " DELIMITED BY SIZE
               RR01-NUM1 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               RR01-NUM2 DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               RR01-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RR01-DESCRIPCION DELIMITED BY SIZE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2210-LEER-RECH01-EXIT.
           EXIT.

       2220-LEER-RECH00.
           READ RECHAZOS-00
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2220-LEER-RECH00-EXIT
           END-READ
           MOVE 2 TO WS-NUEVO-CATEGORIA
           MOVE 4 TO WS-NUEVO-SEVERIDAD
           MOVE WS-ULTIMA-DRIVER TO WS-NUEVO-FECHA
           MOVE "RECHAZ00" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           STRING "PENDIENTE " DELIMITED BY SIZE
               RR00-NUM1 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               RR00-NUM2 DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               RR00-OPERACION DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               RR00-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RR00-DESCRIPCION DELIMITED BY SIZE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2220-LEER-RECH00-EXIT.
           EXIT.

       2230-LEER-RECH03.
           READ RECHAZOS-03
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2230-LEER-RECH03-EXIT
           END-READ
           MOVE 2 TO WS-NUEVO-CATEGORIA
           MOVE 4 TO WS-NUEVO-SEVERIDAD
           MOVE WS-ULTIMA-EJERCICIO03 TO WS-NUEVO-FECHA
           MOVE "RECHAZ03" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           STRING "PENDIENTE " DELIMITED BY SIZE
               RR03-NUM1 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               RR03-NUM2 DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               RR03-OPERACION DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               RR03-MOTIVO DELIMITED BY SIZE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2230-LEER-RECH03-EXIT.
           EXIT.

      ******************************************************************
      * 2250-LEER-RESUB - un par con el contador de reenvios en el
      * tope de EjercicioRecicla ya no vuelve a entrar solo: queda
      * escalado hasta que alguien lo resuelva a mano. RESUB00.DAT no
      * lleva fecha, asi que el item sale sin antiguedad.
      ******************************************************************
       2250-LEER-RESUB.
           READ RESUBMISIONES
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2250-LEER-RESUB-EXIT
           END-READ
           IF RS00-CONTADOR NOT NUMERIC
               OR RS00-NUM1 NOT NUMERIC OR RS00-NUM2 NOT NUMERIC
               OR RS00-CONTADOR < WS-TOPE-REENVIOS
               GO TO 2250-LEER-RESUB-EXIT
           END-IF
           DIVIDE RS00-NUM1 BY 100 GIVING WS-IMPORTE
           MOVE WS-IMPORTE TO WS-IMPORTE-EDITADO-1
           DIVIDE RS00-NUM2 BY 100 GIVING WS-IMPORTE
           MOVE WS-IMPORTE TO WS-IMPORTE-EDITADO-2
           MOVE 2 TO WS-NUEVO-CATEGORIA
           MOVE 8 TO WS-NUEVO-SEVERIDAD
           MOVE ZERO TO WS-NUEVO-FECHA
           MOVE "RESUB00" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           STRING "ESCALADO (0" DELIMITED BY SIZE
               RS00-TIPO DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               WS-IMPORTE-EDITADO-1 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-IMPORTE-EDITADO-2 DELIMITED BY SIZE
               " REENVIOS " DELIMITED BY SIZE
               RS00-CONTADOR DELIMITED BY SIZE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2250-LEER-RESUB-EXIT.
           EXIT.

      ******************************************************************
      * 2400-REVISAR-SUSPENSO - cada par en estado P de SUSPEN03.DAT
      * sigue retenido sobre el limite esperando la liberacion del
      * supervisor: gravedad 4 desde la fecha en que se retuvo.
      ******************************************************************
       2400-REVISAR-SUSPENSO.
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT SUSPENSOS-03
           IF WS-FS-SUSPENSOS NOT = "00"
               GO TO 2400-REVISAR-SUSPENSO-EXIT
           END-IF
           PERFORM 2450-LEER-SUSPENSO THRU 2450-LEER-SUSPENSO-EXIT
               UNTIL WS-FIN-LECTURA
           CLOSE SUSPENSOS-03.
       2400-REVISAR-SUSPENSO-EXIT.
           EXIT.

       2450-LEER-SUSPENSO.
           READ SUSPENSOS-03
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2450-LEER-SUSPENSO-EXIT
           END-READ
           IF SU-ESTADO NOT = "P"
               GO TO 2450-LEER-SUSPENSO-EXIT
           END-IF
           IF SU-NUM1 NUMERIC
               MOVE SU-NUM1 TO WS-IMPORTE-EDITADO-1
           ELSE
               MOVE ZERO TO WS-IMPORTE-EDITADO-1
           END-IF
           IF SU-NUM2 NUMERIC
               MOVE SU-NUM2 TO WS-IMPORTE-EDITADO-2
           ELSE
               MOVE ZERO TO WS-IMPORTE-EDITADO-2
           END-IF
           MOVE 3 TO WS-NUEVO-CATEGORIA
           MOVE 4 TO WS-NUEVO-SEVERIDAD
           IF SU-FECHA NUMERIC
               MOVE SU-FECHA TO WS-NUEVO-FECHA
           ELSE
               MOVE ZERO TO WS-NUEVO-FECHA
           END-IF
           MOVE "SUSPEN03" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           STRING "RETENIDO " DELIMITED BY SIZE
               WS-IMPORTE-EDITADO-1 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-IMPORTE-EDITADO-2 DELIMITED BY SIZE
               " OP " DELIMITED BY SIZE
               SU-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SU-MONEDA DELIMITED BY SIZE
               " CLIENTE " DELIMITED BY SIZE
               SU-CLIENTE DELIMITED BY SIZE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2450-LEER-SUSPENSO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-REVISAR-MAYOR - revisa GENEXT00.DAT con el criterio de
      * EjercicioRetorno: una generacion R fue rebotada por el mayor
      * y una P extraida antes de hoy nunca recibio acuse (gravedad
      * 8); una P extraida hoy todavia espera su acuse (gravedad 4).
      * Una linea vieja sin estado se toma como P.
      ******************************************************************
       2500-REVISAR-MAYOR.
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT GENERACIONES
           IF WS-FS-GENERACIONES NOT = "00"
               GO TO 2500-REVISAR-MAYOR-EXIT
           END-IF
           PERFORM 2550-LEER-GENERACION THRU 2550-LEER-GENERACION-EXIT
               UNTIL WS-FIN-LECTURA
           CLOSE GENERACIONES.
       2500-REVISAR-MAYOR-EXIT.
           EXIT.

       2550-LEER-GENERACION.
           READ GENERACIONES
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2550-LEER-GENERACION-EXIT
           END-READ
           IF GE-FECHA NOT NUMERIC OR GE-GENERACION NOT NUMERIC
               OR GE-ESTADO = "A"
               GO TO 2550-LEER-GENERACION-EXIT
           END-IF
           MOVE 4 TO WS-NUEVO-CATEGORIA
           IF GE-FECHA-EXTR NUMERIC AND GE-FECHA-EXTR > ZERO
               MOVE GE-FECHA-EXTR TO WS-NUEVO-FECHA
           ELSE
               MOVE GE-FECHA TO WS-NUEVO-FECHA
           END-IF
           MOVE "GENEXT00" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           EVALUATE TRUE
               WHEN GE-ESTADO = "R"
                   MOVE 8 TO WS-NUEVO-SEVERIDAD
                   STRING "REBOTADA POR EL MAYOR - FECHA "
                       DELIMITED BY SIZE
                       GE-FECHA DELIMITED BY SIZE
                       " GENERACION " DELIMITED BY SIZE
                       GE-GENERACION DELIMITED BY SIZE
                       INTO WS-NUEVO-DETALLE
                   END-STRING
               WHEN WS-NUEVO-FECHA < WS-FECHA-HOY
                   MOVE 8 TO WS-NUEVO-SEVERIDAD
                   STRING "EXTRACTO SIN ACUSE - FECHA "
                       DELIMITED BY SIZE
                       GE-FECHA DELIMITED BY SIZE
                       " GENERACION " DELIMITED BY SIZE
                       GE-GENERACION DELIMITED BY SIZE
                       INTO WS-NUEVO-DETALLE
                   END-STRING
               WHEN OTHER
                   MOVE 4 TO WS-NUEVO-SEVERIDAD
                   STRING "ESPERA ACUSE - FECHA " DELIMITED BY SIZE
                       GE-FECHA DELIMITED BY SIZE
                       " GENERACION " DELIMITED BY SIZE
                       GE-GENERACION DELIMITED BY SIZE
                       INTO WS-NUEVO-DETALLE
                   END-STRING
           END-EVALUATE
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2550-LEER-GENERACION-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REVISAR-CANDADO - un LOCKRUN0.DAT tomado se juzga con el
      * criterio de EjercicioCandado: de un dia anterior, o con un
      * FIN del dueno en el jornal despues de tomarlo, es un candado
      * viejo que quedo sin liberar (gravedad 8); del dia y sin FIN
      * es una corrida que puede estar activa (gravedad 4).
      ******************************************************************
       2600-REVISAR-CANDADO.
           OPEN INPUT CANDADO-CORRIDA
           IF WS-FS-CANDADO NOT = "00"
               GO TO 2600-REVISAR-CANDADO-EXIT
           END-IF
           READ CANDADO-CORRIDA
               AT END
                   CLOSE CANDADO-CORRIDA
                   GO TO 2600-REVISAR-CANDADO-EXIT
           END-READ
           CLOSE CANDADO-CORRIDA
           IF LR-PROGRAMA = SPACES
               OR LR-FECHA NOT NUMERIC OR LR-HORA NOT NUMERIC
               GO TO 2600-REVISAR-CANDADO-EXIT
           END-IF

           MOVE SPACES TO WS-ULTIMO-TIPO-DUENIO
           PERFORM 2650-BUSCAR-DUENIO THRU 2650-BUSCAR-DUENIO-EXIT
               VARYING WS-INDICE-JORNAL FROM 1 BY 1
               UNTIL WS-INDICE-JORNAL > WS-CANTIDAD-JORNAL
           MOVE LR-HORA TO WS-HORA-TEXTO
           MOVE 5 TO WS-NUEVO-CATEGORIA
           MOVE LR-FECHA TO WS-NUEVO-FECHA
           MOVE "LOCKRUN0" TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           EVALUATE TRUE
               WHEN LR-FECHA < WS-FECHA-HOY
                   OR WS-ULTIMO-TIPO-DUENIO = "FIN   "
                   MOVE 8 TO WS-NUEVO-SEVERIDAD
                   STRING "CANDADO VIEJO DE " DELIMITED BY SIZE
                       LR-PROGRAMA DELIMITED BY SPACE
                       " TOMADO A LAS " DELIMITED BY SIZE
                       WS-HORA-TEXTO (1:6) DELIMITED BY SIZE
                       " SIN LIBERAR" DELIMITED BY SIZE
                       INTO WS-NUEVO-DETALLE
                   END-STRING
               WHEN OTHER
                   MOVE 4 TO WS-NUEVO-SEVERIDAD
                   STRING "TOMADO POR " DELIMITED BY SIZE
                       LR-PROGRAMA DELIMITED BY SPACE
                       " A LAS " DELIMITED BY SIZE
                       WS-HORA-TEXTO (1:6) DELIMITED BY SIZE
                       " - POSIBLE CORRIDA ACTIVA" DELIMITED BY SIZE
                       INTO WS-NUEVO-DETALLE
                   END-STRING
           END-EVALUATE
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2600-REVISAR-CANDADO-EXIT.
           EXIT.

       2650-BUSCAR-DUENIO.
           IF WS-JR-PROGRAMA (WS-INDICE-JORNAL) NOT = LR-PROGRAMA
               GO TO 2650-BUSCAR-DUENIO-EXIT
           END-IF
           IF WS-JR-FECHA (WS-INDICE-JORNAL) > LR-FECHA
               OR (WS-JR-FECHA (WS-INDICE-JORNAL) = LR-FECHA
                   AND WS-JR-HORA (WS-INDICE-JORNAL) >= LR-HORA)
               MOVE WS-JR-TIPO (WS-INDICE-JORNAL)
                   TO WS-ULTIMO-TIPO-DUENIO
           END-IF.
       2650-BUSCAR-DUENIO-EXIT.
           EXIT.

      ******************************************************************
      * 2700-REVISAR-ARCHIVOS - arma la lista de archivos de entrada
      * que la noche tiene que consumir (INFILE01.DAT, los de
      * LISTIN03.DAT o INFILE03.DAT, INPERM00.DAT y los reingresos
      * REENT01.DAT y REENT03.DAT) y contrasta cabecera y cola de
      * cada uno contra FILEREG0.DAT con el mismo criterio que los
      * consumidores. Un archivo ausente o sin pares no tiene nada
      * que consumir.
      ******************************************************************
       2700-REVISAR-ARCHIVOS.
           PERFORM 2710-CARGAR-REGISTRO THRU 2710-CARGAR-REGISTRO-EXIT

           MOVE ZERO TO WS-CANTIDAD-ARCHIVOS
           MOVE WS-ARCH-ENTRADA-01 TO WS-ARCHIVO-NUEVO
           MOVE "1" TO WS-FORMATO-NUEVO
           PERFORM 2730-AGREGAR-ARCHIVO THRU 2730-AGREGAR-ARCHIVO-EXIT
           MOVE WS-ARCH-REENTRADA-01 TO WS-ARCHIVO-NUEVO
           PERFORM 2730-AGREGAR-ARCHIVO THRU 2730-AGREGAR-ARCHIVO-EXIT
           MOVE "3" TO WS-FORMATO-NUEVO
           PERFORM 2720-LEER-LISTA THRU 2720-LEER-LISTA-EXIT
           MOVE WS-ARCH-PERMANENTES TO WS-ARCHIVO-NUEVO
           PERFORM 2730-AGREGAR-ARCHIVO THRU 2730-AGREGAR-ARCHIVO-EXIT
           MOVE WS-ARCH-REENTRADA-03 TO WS-ARCHIVO-NUEVO
           PERFORM 2730-AGREGAR-ARCHIVO THRU 2730-AGREGAR-ARCHIVO-EXIT

           PERFORM 2750-REVISAR-ARCHIVO THRU 2750-REVISAR-ARCHIVO-EXIT
               VARYING WS-INDICE-ARCHIVO FROM 1 BY 1
               UNTIL WS-INDICE-ARCHIVO > WS-CANTIDAD-ARCHIVOS.
       2700-REVISAR-ARCHIVOS-EXIT.
           EXIT.

       2710-CARGAR-REGISTRO.
           MOVE ZERO TO WS-CANTIDAD-REGISTRO
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT REGISTRO-ARCHIVOS
           IF WS-FS-REGISTRO NOT = "00"
               GO TO 2710-CARGAR-REGISTRO-EXIT
           END-IF
           PERFORM 2715-LEER-REGISTRO THRU 2715-LEER-REGISTRO-EXIT
               UNTIL WS-FIN-LECTURA
                   OR WS-CANTIDAD-REGISTRO >= 500
           CLOSE REGISTRO-ARCHIVOS.
       2710-CARGAR-REGISTRO-EXIT.
           EXIT.

       2715-LEER-REGISTRO.
           READ REGISTRO-ARCHIVOS
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2715-LEER-REGISTRO-EXIT
           END-READ
           IF RF-FECHA NOT NUMERIC OR RF-CANTIDAD NOT NUMERIC
               OR RF-HASH-NUM1 NOT NUMERIC
               OR RF-HASH-NUM2 NOT NUMERIC
               GO TO 2715-LEER-REGISTRO-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-REGISTRO
           MOVE RF-FECHA TO WS-RG-FECHA (WS-CANTIDAD-REGISTRO)
           MOVE RF-ORIGEN TO WS-RG-ORIGEN (WS-CANTIDAD-REGISTRO)
           MOVE RF-CANTIDAD TO WS-RG-CANTIDAD (WS-CANTIDAD-REGISTRO)
           MOVE RF-HASH-NUM1 TO WS-RG-HASH-NUM1 (WS-CANTIDAD-REGISTRO)
           MOVE RF-HASH-NUM2 TO
               WS-RG-HASH-NUM2 (WS-CANTIDAD-REGISTRO).
       2715-LEER-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2720-LEER-LISTA - como Ejercicio03: si LISTIN03.DAT existe y
      * trae nombres se revisan esos archivos, si no el INFILE03.DAT
      * de siempre.
      ******************************************************************
       2720-LEER-LISTA.
           MOVE WS-CANTIDAD-ARCHIVOS TO WS-INDICE-ARCH-HALLADO
           MOVE "N" TO WS-SW-FIN-LECTURA
           OPEN INPUT LISTA-ENTRADAS
           IF WS-FS-LISTA = "00"
               PERFORM 2725-LEER-NOMBRE THRU 2725-LEER-NOMBRE-EXIT
                   UNTIL WS-FIN-LECTURA
               CLOSE LISTA-ENTRADAS
           END-IF
           IF WS-CANTIDAD-ARCHIVOS = WS-INDICE-ARCH-HALLADO
               MOVE WS-ARCH-ENTRADA-03 TO WS-ARCHIVO-NUEVO
               PERFORM 2730-AGREGAR-ARCHIVO
                   THRU 2730-AGREGAR-ARCHIVO-EXIT
           END-IF.
       2720-LEER-LISTA-EXIT.
           EXIT.

       2725-LEER-NOMBRE.
           READ LISTA-ENTRADAS
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2725-LEER-NOMBRE-EXIT
           END-READ
           IF REG-LISTA-ENTRADAS NOT = SPACES
               MOVE REG-LISTA-ENTRADAS TO WS-ARCHIVO-NUEVO
               PERFORM 2730-AGREGAR-ARCHIVO
                   THRU 2730-AGREGAR-ARCHIVO-EXIT
           END-IF.
       2725-LEER-NOMBRE-EXIT.
           EXIT.

      ******************************************************************
      * 2730-AGREGAR-ARCHIVO - agrega el archivo a la lista a revisar,
      * una sola vez aunque figure por dos caminos.
      ******************************************************************
       2730-AGREGAR-ARCHIVO.
           IF WS-CANTIDAD-ARCHIVOS >= 30
               GO TO 2730-AGREGAR-ARCHIVO-EXIT
           END-IF
           PERFORM 2735-BUSCAR-ARCHIVO THRU 2735-BUSCAR-ARCHIVO-EXIT
               VARYING WS-INDICE-ARCHIVO FROM 1 BY 1
               UNTIL WS-INDICE-ARCHIVO > WS-CANTIDAD-ARCHIVOS
           IF WS-ARCHIVO-NUEVO = SPACES
               GO TO 2730-AGREGAR-ARCHIVO-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-ARCHIVOS
           MOVE WS-ARCHIVO-NUEVO TO WS-AC-NOMBRE (WS-CANTIDAD-ARCHIVOS)
           MOVE WS-FORMATO-NUEVO TO
               WS-AC-FORMATO (WS-CANTIDAD-ARCHIVOS).
       2730-AGREGAR-ARCHIVO-EXIT.
           EXIT.

       2735-BUSCAR-ARCHIVO.
           IF WS-AC-NOMBRE (WS-INDICE-ARCHIVO) = WS-ARCHIVO-NUEVO
               MOVE SPACES TO WS-ARCHIVO-NUEVO
           END-IF.
       2735-BUSCAR-ARCHIVO-EXIT.
           EXIT.

      ******************************************************************
      * 2750-REVISAR-ARCHIVO - lee cabecera y cola del archivo: sin
      * cabecera o sin cola no se puede contrastar (gravedad 8); con
      * pares y sin registro en FILEREG0.DAT es un archivo que llego
      * y ninguna corrida consumio (gravedad 8, con la fecha de la
      * cabecera).
      ******************************************************************
       2750-REVISAR-ARCHIVO.
           MOVE WS-AC-NOMBRE (WS-INDICE-ARCHIVO) TO WS-ARCH-ENTRADA
           MOVE WS-AC-FORMATO (WS-INDICE-ARCHIVO) TO WS-FORMATO-ENTRADA
           OPEN INPUT ENTRADA-CONTROL
           IF WS-FS-ENTRADA NOT = "00"
               GO TO 2750-REVISAR-ARCHIVO-EXIT
           END-IF
           MOVE 6 TO WS-NUEVO-CATEGORIA
           MOVE 8 TO WS-NUEVO-SEVERIDAD
           MOVE WS-ARCH-ENTRADA TO WS-NUEVO-ORIGEN
           MOVE SPACES TO WS-NUEVO-DETALLE
           READ ENTRADA-CONTROL
               AT END
                   CLOSE ENTRADA-CONTROL
                   GO TO 2750-REVISAR-ARCHIVO-EXIT
           END-READ
           IF EC-TIPO NOT = "HDR" OR EC-FECHA NOT NUMERIC
               CLOSE ENTRADA-CONTROL
               MOVE ZERO TO WS-NUEVO-FECHA
               MOVE "SIN CABECERA - NO SE PUEDE CONTRASTAR"
                   TO WS-NUEVO-DETALLE
               PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT
               GO TO 2750-REVISAR-ARCHIVO-EXIT
           END-IF
           MOVE EC-FECHA TO WS-CABECERA-FECHA
           MOVE EC-ORIGEN TO WS-CABECERA-ORIGEN
           MOVE WS-CABECERA-FECHA TO WS-NUEVO-FECHA

           MOVE "N" TO WS-SW-COLA-LEIDA
           MOVE "N" TO WS-SW-COLA-VALIDA
           MOVE "N" TO WS-SW-FIN-LECTURA
           PERFORM 2760-BUSCAR-COLA THRU 2760-BUSCAR-COLA-EXIT
               UNTIL WS-FIN-LECTURA OR WS-COLA-LEIDA
           CLOSE ENTRADA-CONTROL
           IF NOT WS-COLA-VALIDA
               MOVE "SIN COLA VALIDA - NO SE PUEDE CONTRASTAR"
                   TO WS-NUEVO-DETALLE
               PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT
               GO TO 2750-REVISAR-ARCHIVO-EXIT
           END-IF
           IF WS-COLA-CANTIDAD = ZERO
               GO TO 2750-REVISAR-ARCHIVO-EXIT
           END-IF

           MOVE ZERO TO WS-INDICE-REG-HALLADO
           PERFORM 2780-BUSCAR-REGISTRO THRU 2780-BUSCAR-REGISTRO-EXIT
               VARYING WS-INDICE-REGISTRO FROM 1 BY 1
               UNTIL WS-INDICE-REGISTRO > WS-CANTIDAD-REGISTRO
                   OR WS-INDICE-REG-HALLADO > ZERO
           IF WS-INDICE-REG-HALLADO > ZERO
               GO TO 2750-REVISAR-ARCHIVO-EXIT
           END-IF
           MOVE WS-COLA-CANTIDAD TO WS-CANTIDAD-EDITADA
           STRING "SIN CONSUMIR - CABECERA " DELIMITED BY SIZE
               WS-CABECERA-FECHA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CABECERA-ORIGEN DELIMITED BY SIZE
               " PARES " DELIMITED BY SIZE
               WS-CANTIDAD-EDITADA DELIMITED BY SIZE
               INTO WS-NUEVO-DETALLE
           END-STRING
           PERFORM 8000-AGREGAR-ITEM THRU 8000-AGREGAR-ITEM-EXIT.
       2750-REVISAR-ARCHIVO-EXIT.
           EXIT.

      ******************************************************************
      * 2760-BUSCAR-COLA - lee hasta el registro cola y toma cantidad
      * y totales de control en el layout del archivo: nueve digitos
      * enteros en el de ENTRADA-01, 9(11)V99 en el de ENTRADA-03.
      ******************************************************************
       2760-BUSCAR-COLA.
           READ ENTRADA-CONTROL
               AT END
                   SET WS-FIN-LECTURA TO TRUE
                   GO TO 2760-BUSCAR-COLA-EXIT
           END-READ
           IF EK1-TIPO NOT = "TRL"
               GO TO 2760-BUSCAR-COLA-EXIT
           END-IF
           SET WS-COLA-LEIDA TO TRUE
           IF EK1-CANTIDAD NUMERIC AND EK1-CANTIDAD = ZERO
               SET WS-COLA-VALIDA TO TRUE
               MOVE ZERO TO WS-COLA-CANTIDAD
               GO TO 2760-BUSCAR-COLA-EXIT
           END-IF
           IF WS-FORMATO-ENTRADA = "1"
               IF EK1-CANTIDAD NUMERIC AND EK1-HASH-NUM1 NUMERIC
                   AND EK1-HASH-NUM2 NUMERIC
                   SET WS-COLA-VALIDA TO TRUE
                   MOVE EK1-CANTIDAD TO WS-COLA-CANTIDAD
                   MOVE EK1-HASH-NUM1 TO WS-COLA-HASH-NUM1
                   MOVE EK1-HASH-NUM2 TO WS-COLA-HASH-NUM2
               END-IF
           ELSE
               IF EK3-CANTIDAD NUMERIC AND EK3-HASH-NUM1 NUMERIC
                   AND EK3-HASH-NUM2 NUMERIC
                   SET WS-COLA-VALIDA TO TRUE
                   MOVE EK3-CANTIDAD TO WS-COLA-CANTIDAD
                   MOVE EK3-HASH-NUM1 TO WS-COLA-HASH-NUM1
                   MOVE EK3-HASH-NUM2 TO WS-COLA-HASH-NUM2
               END-IF
           END-IF.
       2760-BUSCAR-COLA-EXIT.
           EXIT.

       2780-BUSCAR-REGISTRO.
           IF WS-RG-FECHA (WS-INDICE-REGISTRO) = WS-CABECERA-FECHA
               AND WS-RG-ORIGEN (WS-INDICE-REGISTRO) =
                   WS-CABECERA-ORIGEN
               AND WS-RG-CANTIDAD (WS-INDICE-REGISTRO) =
                   WS-COLA-CANTIDAD
               AND WS-RG-HASH-NUM1 (WS-INDICE-REGISTRO) =
                   WS-COLA-HASH-NUM1
               AND WS-RG-HASH-NUM2 (WS-INDICE-REGISTRO) =
                   WS-COLA-HASH-NUM2
               MOVE WS-INDICE-REGISTRO TO WS-INDICE-REG-HALLADO
           END-IF.
       2780-BUSCAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - lista los items por categoria, del mas viejo
      * al mas nuevo, imprime los totales y deja en RETURN-CODE la
      * peor gravedad abierta.
      ******************************************************************
       3000-FINALIZAR.
           DISPLAY " "
           DISPLAY "    RC EDAD FECHA    ORIGEN       DETALLE"
           PERFORM 3100-LISTAR-CATEGORIA
               THRU 3100-LISTAR-CATEGORIA-EXIT
               VARYING WS-INDICE-CATEGORIA FROM 1 BY 1
               UNTIL WS-INDICE-CATEGORIA > 6

           DISPLAY " "
           PERFORM 3300-TOTAL-CATEGORIA THRU 3300-TOTAL-CATEGORIA-EXIT
               VARYING WS-INDICE-CATEGORIA FROM 1 BY 1
               UNTIL WS-INDICE-CATEGORIA > 6
           IF WS-CONTADOR-SIN-LUGAR > ZERO
               DISPLAY "EXCEPCIONES - AVISO: " WS-CONTADOR-SIN-LUGAR
                   " ITEMS CONTADOS PERO NO LISTADOS (TABLA LLENA)"
           END-IF
           DISPLAY "EXCEPCIONES - PEOR GRAVEDAD ABIERTA : " WS-RC-PEOR
           MOVE WS-RC-PEOR TO RETURN-CODE.
       3000-FINALIZAR-EXIT.
           EXIT.

       3100-LISTAR-CATEGORIA.
           DISPLAY " "
           DISPLAY "  " WS-NOMBRE-CATEGORIA (WS-INDICE-CATEGORIA)
               " ITEMS " WS-TC-CANTIDAD (WS-INDICE-CATEGORIA)
           IF WS-TC-CANTIDAD (WS-INDICE-CATEGORIA) = ZERO
               DISPLAY "    SIN ITEMS ABIERTOS"
               GO TO 3100-LISTAR-CATEGORIA-EXIT
           END-IF
           MOVE "N" TO WS-SW-CATEGORIA-AGOTADA
           PERFORM 3150-LISTAR-SIGUIENTE
               THRU 3150-LISTAR-SIGUIENTE-EXIT
               UNTIL WS-CATEGORIA-AGOTADA.
       3100-LISTAR-CATEGORIA-EXIT.
           EXIT.

      ******************************************************************
      * 3150-LISTAR-SIGUIENTE - elige el item todavia no listado mas
      * viejo de la categoria (a igual edad, el primero levantado) y
      * lo imprime; los items sin fecha salen al final.
      ******************************************************************
       3150-LISTAR-SIGUIENTE.
           MOVE ZERO TO WS-INDICE-ELEGIDO
           PERFORM 3160-ELEGIR-ITEM THRU 3160-ELEGIR-ITEM-EXIT
               VARYING WS-INDICE-ITEM FROM 1 BY 1
               UNTIL WS-INDICE-ITEM > WS-CANTIDAD-ITEMS
           IF WS-INDICE-ELEGIDO = ZERO
               SET WS-CATEGORIA-AGOTADA TO TRUE
               GO TO 3150-LISTAR-SIGUIENTE-EXIT
           END-IF
           MOVE "S" TO WS-IT-LISTADO (WS-INDICE-ELEGIDO)
           MOVE WS-IT-SEVERIDAD (WS-INDICE-ELEGIDO) TO WS-LI-RC
           IF WS-IT-CON-FECHA (WS-INDICE-ELEGIDO) = "S"
               MOVE WS-IT-EDAD (WS-INDICE-ELEGIDO) TO WS-EDAD-EDITADA
               MOVE WS-EDAD-EDITADA TO WS-LI-EDAD
               MOVE WS-IT-FECHA (WS-INDICE-ELEGIDO) TO WS-LI-FECHA
           ELSE
               MOVE "   ?" TO WS-LI-EDAD
               MOVE "--------" TO WS-LI-FECHA
           END-IF
           MOVE WS-IT-ORIGEN (WS-INDICE-ELEGIDO) TO WS-LI-ORIGEN
           MOVE WS-IT-DETALLE (WS-INDICE-ELEGIDO) TO WS-LI-DETALLE
           DISPLAY WS-LINEA-ITEM.
       3150-LISTAR-SIGUIENTE-EXIT.
           EXIT.

       3160-ELEGIR-ITEM.
           IF WS-IT-CATEGORIA (WS-INDICE-ITEM) NOT =
               WS-INDICE-CATEGORIA
               OR WS-IT-LISTADO (WS-INDICE-ITEM) = "S"
               GO TO 3160-ELEGIR-ITEM-EXIT
           END-IF
           IF WS-INDICE-ELEGIDO = ZERO
               MOVE WS-INDICE-ITEM TO WS-INDICE-ELEGIDO
               GO TO 3160-ELEGIR-ITEM-EXIT
           END-IF
           IF WS-IT-CON-FECHA (WS-INDICE-ELEGIDO) = "N"
               AND WS-IT-CON-FECHA (WS-INDICE-ITEM) = "S"
               MOVE WS-INDICE-ITEM TO WS-INDICE-ELEGIDO
               GO TO 3160-ELEGIR-ITEM-EXIT
           END-IF
           IF WS-IT-CON-FECHA (WS-INDICE-ITEM) = "S"
               AND WS-IT-EDAD (WS-INDICE-ITEM) >
                   WS-IT-EDAD (WS-INDICE-ELEGIDO)
               MOVE WS-INDICE-ITEM TO WS-INDICE-ELEGIDO
           END-IF.
       3160-ELEGIR-ITEM-EXIT.
           EXIT.

       3300-TOTAL-CATEGORIA.
           DISPLAY "EXCEPCIONES - "
               WS-NOMBRE-CATEGORIA (WS-INDICE-CATEGORIA) ": "
               WS-TC-CANTIDAD (WS-INDICE-CATEGORIA) " ITEMS - PEOR RC "
               WS-TC-PEOR (WS-INDICE-CATEGORIA).
       3300-TOTAL-CATEGORIA-EXIT.
           EXIT.

      ******************************************************************
      * 8000-AGREGAR-ITEM - calcula la antiguedad del item armado en
      * WS-NUEVO-*, sube a 8 un item de gravedad 4 que paso el atraso
      * tolerado, lo suma a su categoria y a la peor gravedad y lo
      * guarda en la tabla; con la tabla llena solo se cuenta.
      ******************************************************************
       8000-AGREGAR-ITEM.
           PERFORM 8100-CALCULAR-EDAD THRU 8100-CALCULAR-EDAD-EXIT
           IF WS-NUEVO-SEVERIDAD = 4 AND WS-NUEVO-FECHADO
               AND WS-NUEVO-EDAD > WS-DIAS-ATRASO
               MOVE 8 TO WS-NUEVO-SEVERIDAD
           END-IF
           ADD 1 TO WS-TC-CANTIDAD (WS-NUEVO-CATEGORIA)
           IF WS-NUEVO-SEVERIDAD > WS-TC-PEOR (WS-NUEVO-CATEGORIA)
               MOVE WS-NUEVO-SEVERIDAD TO
                   WS-TC-PEOR (WS-NUEVO-CATEGORIA)
           END-IF
           IF WS-NUEVO-SEVERIDAD > WS-RC-PEOR
               MOVE WS-NUEVO-SEVERIDAD TO WS-RC-PEOR
           END-IF
           IF WS-CANTIDAD-ITEMS >= 500
               ADD 1 TO WS-CONTADOR-SIN-LUGAR
               GO TO 8000-AGREGAR-ITEM-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-ITEMS
           MOVE WS-NUEVO-CATEGORIA TO
               WS-IT-CATEGORIA (WS-CANTIDAD-ITEMS)
           MOVE WS-NUEVO-SEVERIDAD TO
               WS-IT-SEVERIDAD (WS-CANTIDAD-ITEMS)
           MOVE WS-NUEVO-FECHA TO WS-IT-FECHA (WS-CANTIDAD-ITEMS)
           MOVE WS-NUEVO-EDAD TO WS-IT-EDAD (WS-CANTIDAD-ITEMS)
           MOVE WS-NUEVO-CON-FECHA TO
               WS-IT-CON-FECHA (WS-CANTIDAD-ITEMS)
           MOVE WS-NUEVO-ORIGEN TO WS-IT-ORIGEN (WS-CANTIDAD-ITEMS)
           MOVE WS-NUEVO-DETALLE TO WS-IT-DETALLE (WS-CANTIDAD-ITEMS)
           MOVE "N" TO WS-IT-LISTADO (WS-CANTIDAD-ITEMS).
       8000-AGREGAR-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 8100-CALCULAR-EDAD - dias entre WS-NUEVO-FECHA y hoy, con
      * INTEGER-OF-DATE como en EjercicioTiempos; una fecha en cero
      * o invalida deja el item sin antiguedad y una futura en cero.
      ******************************************************************
       8100-CALCULAR-EDAD.
           MOVE "N" TO WS-NUEVO-CON-FECHA
           MOVE ZERO TO WS-NUEVO-EDAD
           MOVE WS-NUEVO-FECHA TO WS-CALC-FECHA
           IF WS-CALC-FECHA NOT NUMERIC
               OR WS-CF-ANIO < 1601
               OR WS-CF-MES < 1 OR WS-CF-MES > 12
               OR WS-CF-DIA < 1 OR WS-CF-DIA > 31
               GO TO 8100-CALCULAR-EDAD-EXIT
           END-IF
           COMPUTE WS-CALC-DIA =
               FUNCTION INTEGER-OF-DATE (WS-CALC-FECHA)
           IF WS-CALC-DIA = ZERO
               GO TO 8100-CALCULAR-EDAD-EXIT
           END-IF
           SET WS-NUEVO-FECHADO TO TRUE
           IF WS-CALC-DIA < WS-DIA-HOY
               COMPUTE WS-NUEVO-EDAD = WS-DIA-HOY - WS-CALC-DIA
                   ON SIZE ERROR
                       MOVE 9999 TO WS-NUEVO-EDAD
               END-COMPUTE
           END-IF.
       8100-CALCULAR-EDAD-EXIT.
           EXIT.

       END PROGRAM EjercicioExcepciones.
