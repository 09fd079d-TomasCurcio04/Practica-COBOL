      *                  paso de 1 a 10 bytes (paso + fecha); uno
      *                  viejo de 1 byte no trae fecha y se descarta
      *                  igual que el de otra fecha.
      *   2026-10-15 TC  La cadena deja ahora su propio registro INICIO
      *                  al arrancar y su FIN al terminar en
      *                  RUNJRNL.DAT, con programa CADENA (leidos =
      *                  pasos corridos, procesados = pasos completados
      *                  en esta invocacion, el RC final y fin
      *                  normal/anormal), para que EjercicioTiempos
      *                  pueda medir la noche entera contra la ventana
      *                  de proceso y no solo cada paso. La verificacion
      *                  del FIN de cada paso filtra por el nombre del
      *                  paso, asi que las lineas CADENA no la afectan.
      *   2026-10-15 TC  Antes del primer paso de una cadena que arranca
      *                  del paso 1 se toma una generacion de respaldo
      *                  de los archivos de la noche con
      *                  EjercicioRespaldo (accion B); si el respaldo no
      *                  se puede tomar (RC 8 o peor) la cadena no corre
      *                  ningun paso y termina con ese RC. Una cadena
      *                  que retoma un paso intermedio no respalda: la
      *                  generacion del arranque de la noche sigue
      *                  siendo la buena. Con la clave RESTAURA16 en S
      *                  en RUNCTL00.DAT, un paso que termina con RC 16
      *                  dispara la restauracion de la ultima generacion
      *                  (accion C, solo si es de hoy), que repone
      *                  CADENA00.DAT en el paso cero para que la
      *                  proxima invocacion corra la noche desde el paso
      *                  1; por defecto (N) la restauracion queda a
      *                  cargo del operador.
      *   2026-10-15 TC  La cadena tiene ahora seis pasos: antes del
      *                  driver corren EjercicioGenerador (paso 1), que
      *                  arma INPERM00.DAT con las instrucciones
      *                  permanentes que vencen hoy, y Ejercicio03 sobre
      *                  ese archivo (paso 2, con punto de control
      *                  propio CKPTPE03.DAT), para que los pares
      *                  permanentes lleguen a la historia antes de
      *                  conciliar y extractar. Si el generador no dejo
      *                  archivo de hoy (nada vencia, o INPERM00.DAT
      *                  falta, esta vacio o tiene cabecera de otra
      *                  fecha) el paso 2 se da por completado sin
      *                  llamar a Ejercicio03. Un punto de reanudacion
      *                  grabado antes de este cambio numera los pasos
      *                  viejos (1=DRIVER); el del dia del pasaje se
      *                  debe reponer en cero. Claves INPERM00 y
      *                  CKPTPE03 en RUNCTL00.DAT.
      *   2026-10-15 TC  RUNJRNL.DAT paso a 97 bytes con el operador de
      *                  la sesion al final; se ajusto el FD del jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioCadena.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CADENA.

           SELECT ENTRADA-PERMANENTES ASSIGN TO WS-ARCH-GENERADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GENERADO.

           SELECT JORNAL-CORRIDAS ASSIGN TO WS-ARCH-JORNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           05  FILLER             PIC X(01).
           05  CC-FECHA           PIC 9(08).

       FD  ENTRADA-PERMANENTES
           RECORD CONTAINS 36 CHARACTERS.
       01  REG-CABECERA-PERMANENTES.
           05  EPC-TIPO           PIC X(03).
           05  EPC-FECHA          PIC 9(08).
           05  EPC-ORIGEN         PIC X(08).
           05  FILLER             PIC X(17).

       FD  JORNAL-CORRIDAS
           RECORD CONTAINS 97 CHARACTERS.
       01  REG-JORNAL-CORRIDAS    PIC X(97).

       FD  RUN-CONTROL
           RECORD CONTAINS 53 CHARACTERS.

       WORKING-STORAGE SECTION.
       COPY RUNJRNL.
       COPY RESPALDO.
       COPY ENTPED03 REPLACING ==ENTRADA-PEDIDA==
           BY ==WS-ENTRADA-PERMANENTES==
           LEADING ==EPD-== BY ==WS-EPD-==.

       01  WS-ARCH-CADENA          PIC X(40) VALUE "CADENA00.DAT".
       01  WS-ARCH-GENERADO        PIC X(40) VALUE "INPERM00.DAT".
       01  WS-ARCH-PUNTO-PERMANENTES
                                   PIC X(40) VALUE "CKPTPE03.DAT".
       01  WS-ARCH-JORNAL          PIC X(40) VALUE "RUNJRNL.DAT".
       01  WS-ARCH-RUN-CONTROL     PIC X(40) VALUE "RUNCTL00.DAT".
       01  WS-FS-CADENA            PIC X(02) VALUE SPACES.
       01  WS-FS-GENERADO          PIC X(02) VALUE SPACES.
       01  WS-FS-JORNAL            PIC X(02) VALUE SPACES.
       01  WS-FS-RUN-CONTROL       PIC X(02) VALUE SPACES.
       01  WS-FECHA-HORA-JORNAL.
           05  WS-FHJ-FECHA        PIC 9(08) VALUE ZERO.
           05  WS-FHJ-HORA         PIC 9(08) VALUE ZERO.
       01  WS-SW-FIN-RUN-CONTROL   PIC X(01) VALUE "N".
           88  WS-FIN-RUN-CONTROL             VALUE "S".
       01  WS-SW-FIN-JORNAL        PIC X(01) VALUE "N".
           88  WS-FIN-JORNAL                  VALUE "S".
       01  WS-SW-CADENA-DETENIDA   PIC X(01) VALUE "N".
           88  WS-CADENA-DETENIDA             VALUE "S".
       01  WS-SW-RESTAURADA        PIC X(01) VALUE "N".
           88  WS-CADENA-RESTAURADA           VALUE "S".
       01  WS-RESTAURA-16          PIC X(01) VALUE "N".
           88  WS-RESTAURAR-EN-16             VALUE "S".
       01  WS-SW-PASO-SALTEADO     PIC X(01) VALUE "N".
           88  WS-PASO-SALTEADO               VALUE "S".

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

       01  WS-PASO-ACTUAL          PIC 9(01) VALUE ZERO.
       01  WS-ULTIMO-PASO-OK       PIC 9(01) VALUE ZERO.
       01  WS-RC-PASO              PIC 9(02) VALUE ZERO.
       01  WS-RC-FINAL             PIC 9(02) VALUE ZERO.
       01  WS-RC-RESPALDO          PIC 9(02) VALUE ZERO.
       01  WS-CONTADOR-PASOS       PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-PASOS-OK    PIC 9(07) VALUE ZERO.
       01  WS-ULTIMO-TIPO-PASO     PIC X(06) VALUE SPACES.
       01  WS-FECHA-HOY            PIC 9(08) VALUE ZERO.
       01  WS-FECHA-PARAMETRO      PIC X(08) VALUE SPACES.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
           PERFORM 2000-EJECUTAR-PASO THRU 2000-EJECUTAR-PASO-EXIT
               VARYING WS-PASO-ACTUAL FROM WS-PASO-DESDE BY 1
               UNTIL WS-PASO-ACTUAL > 6
                   OR WS-CADENA-DETENIDA
           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           STOP RUN.
      * esta noche arranca en el paso siguiente solo si el punto es
      * de hoy. Un punto de otra fecha (o uno viejo sin fecha) se
      * descarta con aviso, y una cadena completa (0) o un control
      * ausente arrancan desde el paso 1. Una cadena que arranca del
      * paso 1 toma antes su generacion de respaldo.
      ******************************************************************
       1000-INICIAR.
           PERFORM 1020-LEER-RUN-CONTROL
               THRU 1020-LEER-RUN-CONTROL-EXIT
           PERFORM 1010-REGISTRAR-INICIO-JORNAL
               THRU 1010-REGISTRAR-INICIO-JORNAL-EXIT
           DISPLAY "EJERCICIOCADENA - CICLO DE FIN DE DIA"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-FECHA-PARAMETRO
                   NOT AT END
                       IF CC-ULTIMO-PASO NUMERIC
                           AND CC-ULTIMO-PASO > ZERO
                           AND CC-ULTIMO-PASO < 6
                           IF CC-FECHA NUMERIC
                               AND CC-FECHA = WS-FECHA-HOY
                               MOVE CC-ULTIMO-PASO
               DISPLAY "CADENA - SE RETOMA DESDE EL PASO "
                   WS-PASO-DESDE " ("
                   WS-NOMBRE-PASO (WS-PASO-DESDE) ")"
           END-IF
           IF WS-PASO-DESDE = 1
               PERFORM 1100-TOMAR-RESPALDO
                   THRU 1100-TOMAR-RESPALDO-EXIT
           END-IF.
       1000-INICIAR-EXIT.
           EXIT.

      ******************************************************************
      * 1010-REGISTRAR-INICIO-JORNAL - deja el registro INICIO de la
      * cadena en el jornal central antes de correr el primer paso:
      * el par INICIO/FIN de la cadena es lo que mide la noche entera
      * contra la ventana de proceso.
      ******************************************************************
       1010-REGISTRAR-INICIO-JORNAL.
           MOVE SPACES TO WS-LINEA-JORNAL
           MOVE "INICIO" TO WS-RJ-TIPO
           MOVE "CADENA" TO WS-RJ-PROGRAMA
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
                   MOVE RCTL-VALOR TO WS-ARCH-CADENA
               WHEN "RUNJRNL     "
                   MOVE RCTL-VALOR TO WS-ARCH-JORNAL
               WHEN "RESTAURA16  "
                   MOVE RCTL-VALOR (1:1) TO WS-RESTAURA-16
               WHEN "INPERM00    "
                   MOVE RCTL-VALOR TO WS-ARCH-GENERADO
               WHEN "CKPTPE03    "
                   MOVE RCTL-VALOR TO WS-ARCH-PUNTO-PERMANENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1030-APLICAR-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-TOMAR-RESPALDO - toma la generacion de respaldo de la
      * noche antes del primer paso. Sin respaldo no hay a donde
      * volver si un paso rompe la historia: un RC 8 o peor detiene
      * la cadena antes del driver, con el punto de reanudacion
      * intacto.
      ******************************************************************
       1100-TOMAR-RESPALDO.
           DISPLAY " "
           DISPLAY "CADENA - RESPALDO PREVIO AL PASO 1"
           MOVE "B" TO RSP-ACCION
           MOVE ZERO TO RSP-GENERACION
           MOVE ZERO TO RETURN-CODE
           CALL "EjercicioRespaldo" USING RESPALDO-REGISTRO
           CANCEL "EjercicioRespaldo"
           MOVE RETURN-CODE TO WS-RC-RESPALDO
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-RESPALDO >= 8
               SET WS-CADENA-DETENIDA TO TRUE
               MOVE WS-RC-RESPALDO TO WS-RC-FINAL
               DISPLAY "CADENA - EL RESPALDO TERMINO CON RC "
                   WS-RC-RESPALDO " - NO SE CORRE LA CADENA"
               GO TO 1100-TOMAR-RESPALDO-EXIT
           END-IF
           DISPLAY "CADENA - GENERACION DE RESPALDO "
               RSP-GENERACION " TOMADA".
       1100-TOMAR-RESPALDO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EJECUTAR-PASO - corre un paso de la cadena, toma su
      * codigo de retorno y verifica su registro FIN en el jornal;
      * un RC 8 o peor, o una corrida sin FIN, detienen la cadena
      * dejando el punto de reanudacion en el ultimo paso completado.
      * Un RC 4 (rechazos) se informa y la cadena sigue, pero queda
      * como codigo final si nada peor aparece despues. Un RC 16 con
      * RESTAURA16 en S restaura la generacion de la noche. El paso 2
      * sin archivo de instrucciones permanentes de hoy se saltea y
      * cuenta como completado.
      ******************************************************************
       2000-EJECUTAR-PASO.
           DISPLAY " "
           DISPLAY "CADENA - PASO " WS-PASO-ACTUAL ": "
               WS-NOMBRE-PASO (WS-PASO-ACTUAL)
           ADD 1 TO WS-CONTADOR-PASOS
           MOVE "N" TO WS-SW-PASO-SALTEADO
           IF WS-PASO-ACTUAL = 2
               PERFORM 2100-VERIFICAR-PERMANENTES
                   THRU 2100-VERIFICAR-PERMANENTES-EXIT
           END-IF
           MOVE ZERO TO RETURN-CODE
           EVALUATE WS-PASO-ACTUAL
               WHEN 1
                   CALL "EjercicioGenerador"
                   CANCEL "EjercicioGenerador"
               WHEN 2
                   IF NOT WS-PASO-SALTEADO
                       MOVE WS-ARCH-GENERADO TO WS-EPD-ARCHIVO
                       MOVE WS-ARCH-PUNTO-PERMANENTES
                           TO WS-EPD-PUNTO-CONTROL
                       CALL "Ejercicio03" USING OMITTED
                           WS-ENTRADA-PERMANENTES
                       CANCEL "Ejercicio03"
                   END-IF
               WHEN 3
                   CALL "EjercicioDriver"
                   CANCEL "EjercicioDriver"
               WHEN 4
                   CALL "EjercicioConcilia" USING WS-FECHA-PARAMETRO
                   CANCEL "EjercicioConcilia"
               WHEN 5
                   CALL "EjercicioExtracto" USING WS-FECHA-PARAMETRO
                   CANCEL "EjercicioExtracto"
               WHEN 6
                   CALL "EjercicioDepura" USING WS-MODO-PARAMETRO
                   CANCEL "EjercicioDepura"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RC-PASO
           MOVE ZERO TO RETURN-CODE

           IF NOT WS-PASO-SALTEADO
               PERFORM 2200-VERIFICAR-FIN-JORNAL
                   THRU 2200-VERIFICAR-FIN-JORNAL-EXIT
           END-IF

           DISPLAY "CADENA - PASO " WS-PASO-ACTUAL " TERMINO CON RC "
               WS-RC-PASO
               DISPLAY "CADENA - SE DETIENE LA CADENA EN EL PASO "
                   WS-PASO-ACTUAL " ("
                   WS-NOMBRE-PASO (WS-PASO-ACTUAL) ")"
               IF WS-RC-PASO >= 16 AND WS-RESTAURAR-EN-16
                   PERFORM 2600-RESTAURAR-RESPALDO
                       THRU 2600-RESTAURAR-RESPALDO-EXIT
               END-IF
           ELSE
               MOVE WS-PASO-ACTUAL TO WS-ULTIMO-PASO-OK
               ADD 1 TO WS-CONTADOR-PASOS-OK
               PERFORM 2500-GRABAR-CONTROL
                   THRU 2500-GRABAR-CONTROL-EXIT
               IF WS-RC-PASO > WS-RC-FINAL
       2000-EJECUTAR-PASO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VERIFICAR-PERMANENTES - el paso 2 solo corre si el
      * generador dejo el archivo de hoy: el primer registro tiene que
      * ser una cabecera con la fecha del dia. Un archivo ausente,
      * vacio (no vencia nada) o de otra fecha saltea el paso; la
      * verificacion de la cabecera la vuelve a hacer Ejercicio03.
      ******************************************************************
       2100-VERIFICAR-PERMANENTES.
           SET WS-PASO-SALTEADO TO TRUE
           OPEN INPUT ENTRADA-PERMANENTES
           IF WS-FS-GENERADO NOT = "00"
               DISPLAY "CADENA - SIN " WS-ARCH-GENERADO
                   " - SE SALTEA EL PASO"
               GO TO 2100-VERIFICAR-PERMANENTES-EXIT
           END-IF
           READ ENTRADA-PERMANENTES
               AT END
                   DISPLAY "CADENA - " WS-ARCH-GENERADO " VACIO - "
                       "NO HAY INSTRUCCIONES PERMANENTES DE HOY - SE "
                       "SALTEA EL PASO"
               NOT AT END
                   IF EPC-TIPO = "HDR" AND EPC-FECHA = WS-FECHA-HOY
                       MOVE "N" TO WS-SW-PASO-SALTEADO
                   ELSE
                       DISPLAY "CADENA - " WS-ARCH-GENERADO " NO ES "
                           "DE HOY - SE SALTEA EL PASO"
                   END-IF
           END-READ
           CLOSE ENTRADA-PERMANENTES.
       2100-VERIFICAR-PERMANENTES-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRABAR-CONTROL - graba el punto de reanudacion (ultimo
      * paso completado y fecha de la corrida) apenas el paso
       2500-GRABAR-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 2600-RESTAURAR-RESPALDO - tras un abend (RC 16) repone los
      * archivos de la noche desde la ultima generacion, que tiene
      * que ser de hoy; EjercicioRespaldo deja CADENA00.DAT en el paso
      * cero. Una restauracion que no se pudo hacer se informa y
      * queda a cargo del operador: el RC final sigue siendo el del
      * paso.
      ******************************************************************
       2600-RESTAURAR-RESPALDO.
           DISPLAY "CADENA - RESTAURACION AUTOMATICA (RESTAURA16)"
           MOVE "C" TO RSP-ACCION
           MOVE ZERO TO RSP-GENERACION
           MOVE ZERO TO RETURN-CODE
           CALL "EjercicioRespaldo" USING RESPALDO-REGISTRO
           CANCEL "EjercicioRespaldo"
           MOVE RETURN-CODE TO WS-RC-RESPALDO
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-RESPALDO NOT = ZERO
               DISPLAY "CADENA - LA RESTAURACION TERMINO CON RC "
                   WS-RC-RESPALDO " - RESTAURAR A MANO CON "
                   "EJERCICIORESPALDO ANTES DE RELANZAR"
               GO TO 2600-RESTAURAR-RESPALDO-EXIT
           END-IF
           SET WS-CADENA-RESTAURADA TO TRUE
           MOVE ZERO TO WS-ULTIMO-PASO-OK
           DISPLAY "CADENA - GENERACION " RSP-GENERACION
               " RESTAURADA".
       2600-RESTAURAR-RESPALDO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-VERIFICAR-FIN-JORNAL - el ultimo registro del jornal para
      * el programa del paso tiene que ser su FIN: un INICIO sin FIN
      * 3000-FINALIZAR - deja el punto de reanudacion final (el
      * ultimo paso completado quedo grabado paso a paso; una cadena
      * entera lo repone en cero para que la proxima noche arranque
      * del paso 1), informa el resultado, deja el FIN de la cadena
      * en el jornal y devuelve el peor codigo de retorno de la
      * noche.
      ******************************************************************
       3000-FINALIZAR.
           IF NOT WS-CADENA-DETENIDA
           IF WS-CADENA-DETENIDA
               DISPLAY "CADENA - CICLO INCOMPLETO - ULTIMO PASO "
                   "COMPLETADO: " WS-ULTIMO-PASO-OK
               IF WS-CADENA-RESTAURADA
                   DISPLAY "CADENA - ARCHIVOS RESTAURADOS - LA "
                       "PROXIMA INVOCACION ARRANCA DEL PASO 1"
               ELSE
                   DISPLAY "CADENA - LA PROXIMA INVOCACION RETOMA EL "
                       "PASO SIGUIENTE"
               END-IF
           ELSE
               DISPLAY "CADENA - CICLO DE FIN DE DIA COMPLETO"
           END-IF
           DISPLAY "CADENA - RC FINAL: " WS-RC-FINAL
           PERFORM 3100-REGISTRAR-FIN-JORNAL
               THRU 3100-REGISTRAR-FIN-JORNAL-EXIT
           MOVE WS-RC-FINAL TO RETURN-CODE.
       3000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-REGISTRAR-FIN-JORNAL - deja el registro FIN de la cadena
      * en el jornal central: pasos corridos y completados en esta
      * invocacion, el RC final y el fin normal (RC 0 o 4) o anormal.
      ******************************************************************
       3100-REGISTRAR-FIN-JORNAL.
           MOVE SPACES TO WS-LINEA-JORNAL
           MOVE "FIN" TO WS-RJ-TIPO
           MOVE "CADENA" TO WS-RJ-PROGRAMA
           MOVE WS-CONTADOR-PASOS TO WS-RJ-LEIDOS
           MOVE WS-CONTADOR-PASOS-OK TO WS-RJ-PROCESADOS
           MOVE ZERO TO WS-RJ-RECHAZOS
           MOVE WS-RC-FINAL TO WS-RJ-RETORNO
           IF WS-RC-FINAL < 8
               MOVE "NORMAL" TO WS-RJ-ESTADO
           ELSE
               MOVE "ANORMAL" TO WS-RJ-ESTADO
           END-IF
           PERFORM 6000-GRABAR-JORNAL THRU 6000-GRABAR-JORNAL-EXIT.
       3100-REGISTRAR-FIN-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRABAR-JORNAL - estampa fecha y hora y agrega la linea
      * armada al jornal central, abriendo y cerrando en el acto para
      * que el registro quede en disco aunque la cadena se caiga
      * despues; una falla del jornal no voltea la cadena.
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

       END PROGRAM EjercicioCadena.
