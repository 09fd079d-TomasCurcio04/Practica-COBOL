      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-14 TC  Created: revision por el supervisor de los
      *                  probables duplicados que Ejercicio03 y
      *                  EjercicioDriver retienen en DUPLIC00.DAT en
      *                  vez de procesarlos (mismo cliente, operacion,
      *                  NUM1 y NUM2 dentro de la ventana DUPLIDIAS).
      *                  Se muestran uno por uno los pendientes (P) y
      *                  el supervisor los confirma como genuinos (C),
      *                  para que el circuito que los retuvo los
      *                  procese al arrancar su proxima corrida, o los
      *                  descarta (D); ENTER los deja pendientes. Toda
      *                  decision lleva el codigo de supervisor, que
      *                  queda grabado en la linea. El archivo se
      *                  regraba completo al terminar. Toma el candado
      *                  de corrida como DUPLICADOS para no regrabar
      *                  el archivo mientras un actualizador le agrega
      *                  lineas. Se llama desde EjercicioMenu (opcion
      *                  6); el operador puede venir en el USING y si
      *                  no se pide al arrancar. Clave DUPLIC00 en
      *                  RUNCTL00.DAT.
      *   2026-10-15 TC  El codigo de supervisor ya no se acepta a
      *                  ciegas: EjercicioAcceso pide el codigo y la
      *                  clave del supervisor y los valida contra el
      *                  archivo de operadores OPERAD00.DAT (supervisor
      *                  activo, clave correcta; la clave erronea cuenta
      *                  para el bloqueo); sin autorizacion el duplicado
      *                  queda pendiente. Corrido suelto, el operador
      *                  sale del ingreso con operador y clave en vez de
      *                  teclearse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioDuplicados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICADOS-00 ASSIGN TO WS-ARCH-DUPLICADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUPLICADOS.

           SELECT RUN-CONTROL ASSIGN TO WS-ARCH-RUN-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICADOS-00
           RECORD CONTAINS 69 CHARACTERS.
       01  REG-DUPLICADOS-00.
           05  DV-ESTADO          PIC X(01).
           05  FILLER             PIC X(01).
           05  DV-FECHA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  DV-ORIGEN          PIC X(11).
           05  FILLER             PIC X(01).
           05  DV-NUM1            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  DV-NUM2            PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  DV-OPERACION       PIC X(01).
           05  FILLER             PIC X(01).
           05  DV-CLIENTE         PIC X(06).
           05  FILLER             PIC X(01).
           05  DV-MONEDA          PIC X(03).
           05  FILLER             PIC X(01).
           05  DV-FECHA-PREVIA    PIC 9(08).
           05  FILLER             PIC X(01).
           05  DV-SUPERVISOR      PIC X(04).

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
       COPY ACCESO.
       COPY CANDADO.

       01  WS-ARCH-DUPLICADOS      PIC X(40) VALUE "DUPLIC00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-DUPLICADOS        PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-DUPLICADOS    PIC X(01) VALUE "N".
           88  WS-FIN-DUPLICADOS              VALUE "S".
       01  WS-SW-FIN-SESION        PIC X(01) VALUE "N".
           88  WS-FIN-SESION                  VALUE "S".
       01  WS-SW-CANDADO-TOMADO    PIC X(01) VALUE "N".
           88  WS-CANDADO-TOMADO              VALUE "S".

       01  WS-OPERADOR             PIC X(08) VALUE SPACES.
       01  WS-DECISION             PIC X(01) VALUE SPACE.
           88  WS-DECISION-CONFIRMAR          VALUE "C".
           88  WS-DECISION-DESCARTAR          VALUE "D".
           88  WS-DECISION-SALTEAR            VALUE " ".
           88  WS-DECISION-FIN                VALUE "F".
       01  WS-SUPERVISOR           PIC X(04) VALUE SPACES.

       01  WS-CANTIDAD-DUPLICADOS  PIC 9(03) VALUE ZERO.
       01  WS-INDICE-DUPLICADO     PIC 9(03) VALUE ZERO.
       01  WS-TABLA-DUPLICADOS.
           05  WS-DUPLICADO-ENTRADA OCCURS 500 TIMES.
               10  WS-DV-ESTADO        PIC X(01).
               10  WS-DV-FECHA         PIC 9(08).
               10  WS-DV-ORIGEN        PIC X(11).
               10  WS-DV-NUM1          PIC 9(07)V99.
               10  WS-DV-NUM2          PIC 9(07)V99.
               10  WS-DV-OPERACION     PIC X(01).
               10  WS-DV-CLIENTE       PIC X(06).
               10  WS-DV-MONEDA        PIC X(03).
               10  WS-DV-FECHA-PREVIA  PIC 9(08).
               10  WS-DV-SUPERVISOR    PIC X(04).

       01  WS-CONTADOR-PENDIENTES  PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-CONFIRMADOS PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-DESCARTADOS PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-OPERADOR             PIC X(08).

       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-REVISAR THRU 2000-REVISAR-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
                   OR WS-FIN-SESION
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           GOBACK.

      ******************************************************************
      * 1000-INICIAR - toma el operador (del invocante o, suelto, del
      * ingreso con EjercicioAcceso), pide el candado de corrida, lee
      * RUNCTL00.DAT y carga DUPLIC00.DAT en memoria. Con el candado
      * tomado por otro programa no se revisa nada: el actualizador
      * activo puede estar agregando lineas al archivo.
      ******************************************************************
       1000-INICIAR.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO WS-OPERADOR
           ELSE
               MOVE "E" TO ACC-ACCION
               MOVE "DUPLICADOS" TO ACC-PROGRAMA
               MOVE "OS " TO ACC-ROLES
               CALL "EjercicioAcceso" USING ACCESO-REGISTRO
               IF ACC-OTORGADO
                   MOVE ACC-OPERADOR TO WS-OPERADOR
               END-IF
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "EJERCICIODUPLICADOS - FALTA EL OPERADOR - NO "
                   "SE ABRE LA REVISION"
               SET WS-FIN-SESION TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           MOVE "T" TO CND-ACCION
           MOVE "DUPLICADOS" TO CND-PROGRAMA
           CALL "EjercicioCandado" USING CANDADO-REGISTRO
           IF NOT CND-OTORGADO
               DISPLAY "EJERCICIODUPLICADOS - REVISION BLOQUEADA - "
                   "CANDADO EN PODER DE " CND-DUENIO
               SET WS-FIN-SESION TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           SET WS-CANDADO-TOMADO TO TRUE

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           PERFORM 1070-CARGAR-DUPLICADOS
               THRU 1070-CARGAR-DUPLICADOS-EXIT
           DISPLAY " "
           DISPLAY "EJERCICIODUPLICADOS - REVISION DE PROBABLES "
               "DUPLICADOS - " WS-ARCH-DUPLICADOS
           DISPLAY "  C = CONFIRMAR (SE PROCESA EN LA PROXIMA CORRIDA)"
           DISPLAY "  D = DESCARTAR   ENTER = DEJAR PENDIENTE   "
               "F = TERMINAR".
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
               WHEN "DUPLIC00    "
                   MOVE RCTL-VALOR TO WS-ARCH-DUPLICADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1070-CARGAR-DUPLICADOS - carga DUPLIC00.DAT completo, con las
      * lineas ya resueltas, porque el archivo se regraba entero; sin
      * archivo no hay nada que revisar.
      ******************************************************************
       1070-CARGAR-DUPLICADOS.
           MOVE ZERO TO WS-CANTIDAD-DUPLICADOS
           OPEN INPUT DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "EJERCICIODUPLICADOS - SIN ARCHIVO DE "
                   "DUPLICADOS (FS=" WS-FS-DUPLICADOS ")"
               GO TO 1070-CARGAR-DUPLICADOS-EXIT
           END-IF
           PERFORM 1075-LEER-DUPLICADO THRU 1075-LEER-DUPLICADO-EXIT
               UNTIL WS-FIN-DUPLICADOS
                   OR WS-CANTIDAD-DUPLICADOS >= 500
           CLOSE DUPLICADOS-00.
       1070-CARGAR-DUPLICADOS-EXIT.
           EXIT.

       1075-LEER-DUPLICADO.
           READ DUPLICADOS-00
               AT END
                   SET WS-FIN-DUPLICADOS TO TRUE
                   GO TO 1075-LEER-DUPLICADO-EXIT
           END-READ
           IF DV-NUM1 NOT NUMERIC
               OR DV-NUM2 NOT NUMERIC
               OR DV-FECHA NOT NUMERIC
               GO TO 1075-LEER-DUPLICADO-EXIT
           END-IF
           ADD 1 TO WS-CANTIDAD-DUPLICADOS
           MOVE DV-ESTADO TO WS-DV-ESTADO (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-FECHA TO WS-DV-FECHA (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-ORIGEN TO WS-DV-ORIGEN (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-NUM1 TO WS-DV-NUM1 (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-NUM2 TO WS-DV-NUM2 (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-OPERACION TO WS-DV-OPERACION (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-CLIENTE TO WS-DV-CLIENTE (WS-CANTIDAD-DUPLICADOS)
           MOVE DV-MONEDA TO WS-DV-MONEDA (WS-CANTIDAD-DUPLICADOS)
           IF DV-FECHA-PREVIA NUMERIC
               MOVE DV-FECHA-PREVIA TO
                   WS-DV-FECHA-PREVIA (WS-CANTIDAD-DUPLICADOS)
           ELSE
               MOVE ZERO TO WS-DV-FECHA-PREVIA (WS-CANTIDAD-DUPLICADOS)
           END-IF
           MOVE DV-SUPERVISOR TO
               WS-DV-SUPERVISOR (WS-CANTIDAD-DUPLICADOS)
           IF WS-DV-ESTADO (WS-CANTIDAD-DUPLICADOS) = "P"
               ADD 1 TO WS-CONTADOR-PENDIENTES
           END-IF.
       1075-LEER-DUPLICADO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REVISAR - muestra un pendiente y pide la decision.
      * Confirmar o descartar exige el codigo de supervisor; sin
      * codigo la linea queda pendiente. F termina la revision
      * dejando el resto como estaba.
      ******************************************************************
       2000-REVISAR.
           IF WS-DV-ESTADO (WS-INDICE-DUPLICADO) NOT = "P"
               GO TO 2000-REVISAR-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "PROBABLE DUPLICADO DE "
               WS-DV-ORIGEN (WS-INDICE-DUPLICADO)
               " DEL " WS-DV-FECHA (WS-INDICE-DUPLICADO)
           DISPLAY "  PAR " WS-DV-NUM1 (WS-INDICE-DUPLICADO)
               " / " WS-DV-NUM2 (WS-INDICE-DUPLICADO)
               " OPERACION " WS-DV-OPERACION (WS-INDICE-DUPLICADO)
               " CLIENTE " WS-DV-CLIENTE (WS-INDICE-DUPLICADO)
               " MONEDA " WS-DV-MONEDA (WS-INDICE-DUPLICADO)
           DISPLAY "  YA PROCESADO EL "
               WS-DV-FECHA-PREVIA (WS-INDICE-DUPLICADO)
           DISPLAY "DECISION (C/D/ENTER/F): "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECISION-SALTEAR
                   GO TO 2000-REVISAR-EXIT
               WHEN WS-DECISION-FIN
                   SET WS-FIN-SESION TO TRUE
                   GO TO 2000-REVISAR-EXIT
               WHEN WS-DECISION-CONFIRMAR
                   CONTINUE
               WHEN WS-DECISION-DESCARTAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DECISION INVALIDA - QUEDA PENDIENTE"
                   GO TO 2000-REVISAR-EXIT
           END-EVALUATE

           MOVE "V" TO ACC-ACCION
           MOVE "DUPLICADOS" TO ACC-PROGRAMA
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           IF ACC-SUPERVISOR = SPACES
               DISPLAY "SIN CODIGO DE SUPERVISOR - QUEDA PENDIENTE"
               GO TO 2000-REVISAR-EXIT
           END-IF
           IF NOT ACC-OTORGADO
               DISPLAY "SIN AUTORIZACION DE SUPERVISOR - QUEDA "
                   "PENDIENTE"
               GO TO 2000-REVISAR-EXIT
           END-IF
           MOVE ACC-SUPERVISOR TO WS-SUPERVISOR

           MOVE WS-DECISION TO WS-DV-ESTADO (WS-INDICE-DUPLICADO)
           MOVE WS-SUPERVISOR TO WS-DV-SUPERVISOR (WS-INDICE-DUPLICADO)
           SUBTRACT 1 FROM WS-CONTADOR-PENDIENTES
           IF WS-DECISION-CONFIRMAR
               ADD 1 TO WS-CONTADOR-CONFIRMADOS
               DISPLAY "CONFIRMADO POR " WS-SUPERVISOR
           ELSE
               ADD 1 TO WS-CONTADOR-DESCARTADOS
               DISPLAY "DESCARTADO POR " WS-SUPERVISOR
           END-IF.
       2000-REVISAR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - regraba DUPLIC00.DAT si hubo alguna decision,
      * informa los totales de la sesion y libera el candado.
      ******************************************************************
       3000-FINALIZAR.
           IF NOT WS-CANDADO-TOMADO
               GO TO 3000-FINALIZAR-EXIT
           END-IF
           IF WS-CONTADOR-CONFIRMADOS > ZERO
               OR WS-CONTADOR-DESCARTADOS > ZERO
               PERFORM 3100-GRABAR-DUPLICADOS
                   THRU 3100-GRABAR-DUPLICADOS-EXIT
           END-IF
           DISPLAY "EJERCICIODUPLICADOS - CONFIRMADOS: "
               WS-CONTADOR-CONFIRMADOS
           DISPLAY "EJERCICIODUPLICADOS - DESCARTADOS: "
               WS-CONTADOR-DESCARTADOS
           DISPLAY "EJERCICIODUPLICADOS - PENDIENTES : "
               WS-CONTADOR-PENDIENTES
           MOVE "L" TO CND-ACCION
           MOVE "DUPLICADOS" TO CND-PROGRAMA
           CALL "EjercicioCandado" USING CANDADO-REGISTRO.
       3000-FINALIZAR-EXIT.
           EXIT.

       3100-GRABAR-DUPLICADOS.
           OPEN OUTPUT DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-DUPLICADOS " - STATUS "
                   WS-FS-DUPLICADOS
               MOVE 16 TO RETURN-CODE
               GO TO 3100-GRABAR-DUPLICADOS-EXIT
           END-IF
           PERFORM 3150-GRABAR-LINEA-DUPLICADO
               THRU 3150-GRABAR-LINEA-DUPLICADO-EXIT
               VARYING WS-INDICE-DUPLICADO FROM 1 BY 1
               UNTIL WS-INDICE-DUPLICADO > WS-CANTIDAD-DUPLICADOS
           CLOSE DUPLICADOS-00.
       3100-GRABAR-DUPLICADOS-EXIT.
           EXIT.

       3150-GRABAR-LINEA-DUPLICADO.
           MOVE ALL ";" TO REG-DUPLICADOS-00
           MOVE WS-DV-ESTADO (WS-INDICE-DUPLICADO) TO DV-ESTADO
           MOVE WS-DV-FECHA (WS-INDICE-DUPLICADO) TO DV-FECHA
           MOVE WS-DV-ORIGEN (WS-INDICE-DUPLICADO) TO DV-ORIGEN
           MOVE WS-DV-NUM1 (WS-INDICE-DUPLICADO) TO DV-NUM1
           MOVE WS-DV-NUM2 (WS-INDICE-DUPLICADO) TO DV-NUM2
           MOVE WS-DV-OPERACION (WS-INDICE-DUPLICADO) TO DV-OPERACION
           MOVE WS-DV-CLIENTE (WS-INDICE-DUPLICADO) TO DV-CLIENTE
           MOVE WS-DV-MONEDA (WS-INDICE-DUPLICADO) TO DV-MONEDA
           MOVE WS-DV-FECHA-PREVIA (WS-INDICE-DUPLICADO)
               TO DV-FECHA-PREVIA
           MOVE WS-DV-SUPERVISOR (WS-INDICE-DUPLICADO)
               TO DV-SUPERVISOR
           WRITE REG-DUPLICADOS-00
           IF WS-FS-DUPLICADOS NOT = "00"
               DISPLAY "ERROR ESCRIBIENDO " WS-ARCH-DUPLICADOS
                   " - STATUS " WS-FS-DUPLICADOS
           END-IF.
       3150-GRABAR-LINEA-DUPLICADO-EXIT.
           EXIT.

       END PROGRAM EjercicioDuplicados.
