      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *   2026-10-15 TC  Created: resumen de comisiones por cliente
      *                  para facturacion sobre HISTORIA-00 entre una
      *                  fecha desde y una fecha hasta (posicionando con
      *                  START sobre RH-CLAVE), con un cliente opcional.
      *                  Toma solo los registros COMISION00 que graban
      *                  Ejercicio03 y EjercicioCalculo e imprime el
      *                  total de cada dia (cantidad e importe, lo
      *                  mismo que suman las lineas D COMISION00 del
      *                  extracto del mayor de esa fecha), y al final
      *                  los totales del rango por cliente con lo
      *                  revertido aparte y el neto a facturar. Importes
      *                  en moneda base. La reversa de una comision
      *                  viaja al mayor el dia en que se hizo, como
      *                  linea REVERSA00; aqui se descuenta del cliente
      *                  por la marca de revertido de la comision. Clave
      *                  HIST00 en RUNCTL00.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioFacturacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-00 ASSIGN TO WS-ARCH-HISTORIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-FS-HISTORIA.

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

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       01  REG-RUN-CONTROL.
           05  RCTL-CLAVE         PIC X(12).
           05  FILLER             PIC X(01).
           05  RCTL-VALOR         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-ARCH-HISTORIA        PIC X(40) VALUE "HIST00.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-HISTORIA          PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-ARCHIVO       PIC X(01) VALUE "N".
           88  WS-FIN-ARCHIVO                VALUE "S".
       01  WS-FECHA-DESDE          PIC X(08) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE
                                   PIC 9(08).
       01  WS-FECHA-HASTA          PIC X(08) VALUE SPACES.
       01  WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA
                                   PIC 9(08).
       01  WS-CLIENTE-PEDIDO       PIC X(06) VALUE SPACES.
       01  WS-FECHA-CORTE          PIC 9(08) VALUE ZERO.
       01  WS-COMISION             PIC S9(11)V99 VALUE ZERO.

       01  WS-DIA-CANTIDAD         PIC 9(07) VALUE ZERO.
       01  WS-DIA-TOTAL            PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-CANTIDAD       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-COMISION       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-REVERTIDAS     PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REVERTIDO      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NETO           PIC S9(11)V99 VALUE ZERO.

       01  WS-CANTIDAD-CLI         PIC 9(03) VALUE ZERO.
       01  WS-TABLA-CLI.
           05  WS-CLI-ENTRADA OCCURS 100 TIMES.
               10  WS-CLI-CODIGO       PIC X(06).
               10  WS-CLI-CANTIDAD     PIC 9(07).
               10  WS-CLI-COMISION     PIC S9(11)V99.
               10  WS-CLI-REVERTIDAS   PIC 9(07).
               10  WS-CLI-REVERTIDO    PIC S9(11)V99.
       01  WS-CLIENTE-CORTE        PIC X(06) VALUE SPACES.
       01  WS-INDICE-TABLA         PIC 9(03) VALUE ZERO.
       01  WS-INDICE-BUSCADO       PIC 9(03) VALUE ZERO.

       01  WS-LINEA-DIA.
           05  WS-LD-FECHA         PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-LD-CANTIDAD      PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-COMISION      PIC -ZZZZZZZZZZ9.99.

       01  WS-LINEA-CLIENTE.
           05  WS-LC-CLIENTE       PIC X(06).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  WS-LC-CANTIDAD      PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-COMISION      PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-REVERTIDAS    PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-REVERTIDO     PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-NETO          PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
               UNTIL WS-FIN-ARCHIVO
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIAR - pide el rango de fechas y el cliente, lee
      * RUNCTL00.DAT, abre la historia y posiciona el primer registro
      * del rango con START sobre RH-CLAVE.
      ******************************************************************
       1000-INICIAR.
           DISPLAY "EJERCICIOFACTURACION - COMISIONES POR CLIENTE"
           DISPLAY "IMPORTES EN MONEDA BASE"
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           DISPLAY "CLIENTE (ENTER = TODOS): "
           ACCEPT WS-CLIENTE-PEDIDO
           IF WS-FECHA-DESDE-NUM NOT NUMERIC
               OR WS-FECHA-HASTA-NUM NOT NUMERIC
               DISPLAY "FECHAS INVALIDAS - DEBEN SER AAAAMMDD "
                   "NUMERICAS"
               SET WS-FIN-ARCHIVO TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF
           IF WS-FECHA-DESDE-NUM > WS-FECHA-HASTA-NUM
               DISPLAY "RANGO INVALIDO - DESDE MAYOR QUE HASTA"
               SET WS-FIN-ARCHIVO TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT

           OPEN INPUT HISTORIA-00
           IF WS-FS-HISTORIA NOT = "00"
               DISPLAY "ERROR ABRIENDO " WS-ARCH-HISTORIA " - STATUS "
                   WS-FS-HISTORIA
               SET WS-FIN-ARCHIVO TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIAR-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "  TOTALES POR DIA (LINEAS D COMISION00 DEL "
               "EXTRACTO DE CADA FECHA)"
           DISPLAY "  DIA         CANTIDAD        COMISION"

           MOVE WS-FECHA-DESDE-NUM TO RH-FECHA
           MOVE ZERO TO RH-SECUENCIA
           START HISTORIA-00 KEY IS GREATER THAN OR EQUAL TO RH-CLAVE
               INVALID KEY
                   SET WS-FIN-ARCHIVO TO TRUE
           END-START
           IF NOT WS-FIN-ARCHIVO
               PERFORM 2100-LEER-HISTORIA
                   THRU 2100-LEER-HISTORIA-EXIT
           END-IF.
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESAR - corte de control por dia sobre los registros
      * COMISION00 del rango (y del cliente pedido): al cambiar
      * RH-FECHA se imprime el total del dia cerrado, y la comision
      * se acumula en el dia, en su cliente y en el total general.
      * Los registros de otros programas se saltean.
      ******************************************************************
       2000-PROCESAR.
           IF RH-PROGRAMA NOT = "COMISION00"
               GO TO 2000-PROCESAR-LEER
           END-IF
           IF WS-CLIENTE-PEDIDO NOT = SPACES
               AND RH-CLIENTE NOT = WS-CLIENTE-PEDIDO
               GO TO 2000-PROCESAR-LEER
           END-IF
           IF RH-FECHA NOT = WS-FECHA-CORTE
               IF WS-DIA-CANTIDAD > ZERO
                   PERFORM 2400-IMPRIMIR-DIA
                       THRU 2400-IMPRIMIR-DIA-EXIT
               END-IF
               MOVE RH-FECHA TO WS-FECHA-CORTE
               MOVE ZERO TO WS-DIA-CANTIDAD
               MOVE ZERO TO WS-DIA-TOTAL
           END-IF
           IF RH-TASA NUMERIC AND RH-TASA > ZERO
               AND RH-BASE-RES NUMERIC
               MOVE RH-BASE-RES TO WS-COMISION
           ELSE
               MOVE RH-RES TO WS-COMISION
           END-IF
           ADD 1 TO WS-DIA-CANTIDAD
           ADD WS-COMISION TO WS-DIA-TOTAL
           ADD 1 TO WS-TOTAL-CANTIDAD
           ADD WS-COMISION TO WS-TOTAL-COMISION
           IF RH-REVERTIDO
               ADD 1 TO WS-TOTAL-REVERTIDAS
               ADD WS-COMISION TO WS-TOTAL-REVERTIDO
           END-IF
           PERFORM 2500-ACUMULAR-CLIENTE
               THRU 2500-ACUMULAR-CLIENTE-EXIT.
       2000-PROCESAR-LEER.
           PERFORM 2100-LEER-HISTORIA THRU 2100-LEER-HISTORIA-EXIT.
       2000-PROCESAR-EXIT.
           EXIT.

       2100-LEER-HISTORIA.
           READ HISTORIA-00 NEXT RECORD
               AT END
                   SET WS-FIN-ARCHIVO TO TRUE
           END-READ
           IF NOT WS-FIN-ARCHIVO
               IF RH-FECHA > WS-FECHA-HASTA-NUM
                   SET WS-FIN-ARCHIVO TO TRUE
               END-IF
           END-IF.
       2100-LEER-HISTORIA-EXIT.
           EXIT.

      ******************************************************************
      * 2400-IMPRIMIR-DIA - imprime el total del dia que acaba de
      * cerrarse.
      ******************************************************************
       2400-IMPRIMIR-DIA.
           MOVE WS-FECHA-CORTE TO WS-LD-FECHA
           MOVE WS-DIA-CANTIDAD TO WS-LD-CANTIDAD
           MOVE WS-DIA-TOTAL TO WS-LD-COMISION
           DISPLAY "  " WS-LINEA-DIA.
       2400-IMPRIMIR-DIA-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACUMULAR-CLIENTE - acumula la comision en los totales del
      * rango de su RH-CLIENTE, dandolo de alta la primera vez; las
      * comisiones sin cliente se juntan bajo la marca (SIN).
      ******************************************************************
       2500-ACUMULAR-CLIENTE.
           IF RH-CLIENTE = SPACES
               MOVE "(SIN)" TO WS-CLIENTE-CORTE
           ELSE
               MOVE RH-CLIENTE TO WS-CLIENTE-CORTE
           END-IF
           MOVE ZERO TO WS-INDICE-BUSCADO
           PERFORM 2550-BUSCAR-CLIENTE THRU 2550-BUSCAR-CLIENTE-EXIT
               VARYING WS-INDICE-TABLA FROM 1 BY 1
               UNTIL WS-INDICE-TABLA > WS-CANTIDAD-CLI
                   OR WS-INDICE-BUSCADO > ZERO
           IF WS-INDICE-BUSCADO = ZERO
               IF WS-CANTIDAD-CLI >= 100
                   DISPLAY "AVISO - MAS DE 100 CLIENTES EN EL RANGO "
                       "- COMISION NO ACUMULADA POR CLIENTE"
                   MOVE 4 TO RETURN-CODE
                   GO TO 2500-ACUMULAR-CLIENTE-EXIT
               END-IF
               ADD 1 TO WS-CANTIDAD-CLI
               MOVE WS-CANTIDAD-CLI TO WS-INDICE-BUSCADO
               MOVE WS-CLIENTE-CORTE TO
                   WS-CLI-CODIGO (WS-INDICE-BUSCADO)
               MOVE ZERO TO WS-CLI-CANTIDAD (WS-INDICE-BUSCADO)
               MOVE ZERO TO WS-CLI-COMISION (WS-INDICE-BUSCADO)
               MOVE ZERO TO WS-CLI-REVERTIDAS (WS-INDICE-BUSCADO)
               MOVE ZERO TO WS-CLI-REVERTIDO (WS-INDICE-BUSCADO)
           END-IF
           ADD 1 TO WS-CLI-CANTIDAD (WS-INDICE-BUSCADO)
           ADD WS-COMISION TO WS-CLI-COMISION (WS-INDICE-BUSCADO)
           IF RH-REVERTIDO
               ADD 1 TO WS-CLI-REVERTIDAS (WS-INDICE-BUSCADO)
               ADD WS-COMISION TO WS-CLI-REVERTIDO (WS-INDICE-BUSCADO)
           END-IF.
       2500-ACUMULAR-CLIENTE-EXIT.
           EXIT.

       2550-BUSCAR-CLIENTE.
           IF WS-CLI-CODIGO (WS-INDICE-TABLA) = WS-CLIENTE-CORTE
               MOVE WS-INDICE-TABLA TO WS-INDICE-BUSCADO
           END-IF.
       2550-BUSCAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - cierra el ultimo dia abierto, imprime los
      * totales del rango por cliente (comision, revertido y neto a
      * facturar) y el total general, y cierra la historia.
      ******************************************************************
       3000-FINALIZAR.
           IF WS-DIA-CANTIDAD > ZERO
               PERFORM 2400-IMPRIMIR-DIA THRU 2400-IMPRIMIR-DIA-EXIT
           END-IF
           IF RETURN-CODE < 16
               DISPLAY " "
               DISPLAY "  TOTALES POR CLIENTE " WS-FECHA-DESDE " A "
                   WS-FECHA-HASTA
               DISPLAY "  CLIENTE     CANTIDAD        COMISION"
                   " REVERTID.      REVERTIDO            NETO"
               PERFORM 3100-IMPRIMIR-LINEA-CLI
                   THRU 3100-IMPRIMIR-LINEA-CLI-EXIT
                   VARYING WS-INDICE-TABLA FROM 1 BY 1
                   UNTIL WS-INDICE-TABLA > WS-CANTIDAD-CLI
               SUBTRACT WS-TOTAL-REVERTIDO FROM WS-TOTAL-COMISION
                   GIVING WS-TOTAL-NETO
               MOVE "TOTAL" TO WS-LC-CLIENTE
               MOVE WS-TOTAL-CANTIDAD TO WS-LC-CANTIDAD
               MOVE WS-TOTAL-COMISION TO WS-LC-COMISION
               MOVE WS-TOTAL-REVERTIDAS TO WS-LC-REVERTIDAS
               MOVE WS-TOTAL-REVERTIDO TO WS-LC-REVERTIDO
               MOVE WS-TOTAL-NETO TO WS-LC-NETO
               DISPLAY "  " WS-LINEA-CLIENTE
               IF WS-TOTAL-CANTIDAD = ZERO
                   DISPLAY "  SIN COMISIONES EN EL RANGO PEDIDO"
               END-IF
           END-IF
           IF WS-FS-HISTORIA = "00" OR WS-FS-HISTORIA = "10"
               OR WS-FS-HISTORIA = "23" OR WS-FS-HISTORIA = "46"
               CLOSE HISTORIA-00
           END-IF.
       3000-FINALIZAR-EXIT.
           EXIT.

       3100-IMPRIMIR-LINEA-CLI.
           MOVE WS-CLI-CODIGO (WS-INDICE-TABLA) TO WS-LC-CLIENTE
           MOVE WS-CLI-CANTIDAD (WS-INDICE-TABLA) TO WS-LC-CANTIDAD
           MOVE WS-CLI-COMISION (WS-INDICE-TABLA) TO WS-LC-COMISION
           MOVE WS-CLI-REVERTIDAS (WS-INDICE-TABLA) TO WS-LC-REVERTIDAS
           MOVE WS-CLI-REVERTIDO (WS-INDICE-TABLA) TO WS-LC-REVERTIDO
           SUBTRACT WS-CLI-REVERTIDO (WS-INDICE-TABLA)
               FROM WS-CLI-COMISION (WS-INDICE-TABLA)
               GIVING WS-TOTAL-NETO
           MOVE WS-TOTAL-NETO TO WS-LC-NETO
           DISPLAY "  " WS-LINEA-CLIENTE.
       3100-IMPRIMIR-LINEA-CLI-EXIT.
           EXIT.

       END PROGRAM EjercicioFacturacion.
