      *                  y sin esta opcion no habia forma dentro del
      *                  sistema de destrabarlo: quedaba bloqueado
      *                  todo actualizador hasta la medianoche.
      *   2026-10-14 TC  Nueva opcion 5: mantenimiento del maestro de
      *                  clientes con EjercicioClientes. CLIMST00.DAT
      *                  pasa a ser indexado por CM-CODIGO, con estado
      *                  y fecha de bloqueo; el cliente de la opcion 3
      *                  se lee ahora por clave en cada calculo (ya no
      *                  se carga una vez por sesion, que dejaba la
      *                  tabla vieja despues de un cambio hecho con la
      *                  opcion 5), y un cliente bloqueado o cerrado
      *                  tampoco se calcula.
      *   2026-10-14 TC  La opcion 3 pide la moneda del par (ENTER =
      *                  moneda base) y la tasa del dia a
      *                  EjercicioCotiza; sin tasa cargada en
      *                  TIPCAM00.DAT para esa moneda no se calcula.
      *                  El servicio de cotizaciones se cancela despues
      *                  de cada opcion que lo usa, asi una tasa que
      *                  tesoreria carga con el menu abierto rige en el
      *                  proximo calculo.
      *   2026-10-14 TC  Nueva opcion 6: revision de los probables
      *                  duplicados que Ejercicio03 y EjercicioDriver
      *                  retienen en DUPLIC00.DAT, con
      *                  EjercicioDuplicados; el supervisor los confirma
      *                  o los descarta con su codigo.
      *   2026-10-15 TC  Nueva opcion 7: reversa (anulacion) de un
      *                  registro de historia ya historizado, con
      *                  EjercicioReversa; graba el asiento REVERSA00
      *                  vinculado, la linea REVERSA de auditoria y
      *                  marca el original como revertido.
      *   2026-10-15 TC  Nueva opcion 8: generaciones de respaldo con
      *                  EjercicioRespaldo; el operador toma una
      *                  generacion a mano, lista el catalogo o restaura
      *                  una generacion sobre los archivos de la noche.
      *   2026-10-15 TC  Opcion 10: mantenimiento de las instrucciones
      *                  permanentes (EjercicioPermanentes). La opcion
      *                  pasa a dos posiciones alfanumericas; las
      *                  opciones de siempre, con 9 para salir, se
      *                  ingresan igual que antes.
      *   2026-10-15 TC  Ingreso del operador al arrancar
      *                  (EjercicioAcceso, operador y clave contra
      *                  OPERAD00.DAT, con bloqueo por intentos
      *                  fallidos); sin ingreso valido el menu termina
      *                  con RC 16. Cada opcion queda habilitada segun
      *                  el rol: el operador ve 1, 2, 3, 6, 7, 10 y 12,
      *                  el auditor solo las consultas 12 y 13 y el
      *                  supervisor todas; una opcion no habilitada se
      *                  rechaza y el rechazo queda en la bitacora de
      *                  accesos ACCLOG00.DAT. Nuevas opciones 11
      *                  (operadores, EjercicioOperadores), 12 (consulta
      *                  de historia, EjercicioConsulta) y 13 (rastro de
      *                  un registro, EjercicioRastro). Las opciones 5,
      *                  6, 7, 10 y 11 reciben el operador ingresado en
      *                  el USING en vez de pedirlo de nuevo, y la
      *                  opcion 9 deja la SALIDA en la bitacora.
      *                  EjercicioAcceso no se cancela: guarda la
      *                  sesion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioMenu.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-CLIENTES ASSIGN TO WS-ARCH-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODIGO
               FILE STATUS IS WS-FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CLIENTES
           RECORD CONTAINS 48 CHARACTERS.
       01  REG-MAESTRO-CLIENTES.
           05  CM-CODIGO          PIC X(06).
           05  FILLER             PIC X(01).
           05  CM-NOMBRE          PIC X(30).
           05  FILLER             PIC X(01).
           05  CM-ESTADO          PIC X(01).
               88  CM-ACTIVO                 VALUE "A".
               88  CM-BLOQUEADO              VALUE "B".
               88  CM-CERRADO                VALUE "C".
           05  FILLER             PIC X(01).
           05  CM-FECHA-BLOQUEO   PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY NUMPAIR.
       COPY CANDADO.
       COPY COTIZA.
       COPY ACCESO.

       01  WS-ARCH-CLIENTES         PIC X(40) VALUE "CLIMST00.DAT".
       01  WS-FS-CLIENTES           PIC X(02) VALUE SPACES.
       01  WS-SW-CLIENTE-VALIDO     PIC X(01) VALUE "N".
           88  WS-CLIENTE-VALIDO              VALUE "S".
           88  WS-CLIENTE-INEXISTENTE         VALUE "N".
           88  WS-CLIENTE-BLOQUEADO           VALUE "B".
           88  WS-CLIENTE-CERRADO             VALUE "C".
       01  WS-CONFIRMACION          PIC X(01) VALUE SPACE.
       01  WS-OPERADOR              PIC X(08) VALUE SPACES.
       01  WS-ROL                   PIC X(01) VALUE SPACE.
           88  WS-ROL-OPERADOR                VALUE "O".
           88  WS-ROL-SUPERVISOR              VALUE "S".
           88  WS-ROL-AUDITOR                 VALUE "A".
       01  WS-ROLES-OPCION          PIC X(03) VALUE SPACES.

       01  WS-OPCION                PIC X(02) VALUE SPACES.
           88  WS-OPCION-INVERTIR             VALUE "1".
           88  WS-OPCION-DIVIDIR              VALUE "2".
           88  WS-OPCION-CALCULAR             VALUE "3".
           88  WS-OPCION-CANDADO              VALUE "4".
           88  WS-OPCION-CLIENTES             VALUE "5".
           88  WS-OPCION-DUPLICADOS           VALUE "6".
           88  WS-OPCION-REVERSA              VALUE "7".
           88  WS-OPCION-RESPALDO             VALUE "8".
           88  WS-OPCION-SALIR                VALUE "9".
           88  WS-OPCION-PERMANENTES          VALUE "10".
           88  WS-OPCION-OPERADORES           VALUE "11".
           88  WS-OPCION-CONSULTA             VALUE "12".
           88  WS-OPCION-RASTRO               VALUE "13".
           88  WS-OPCION-VALIDA                VALUE "1", "2", "3",
                                                     "4", "5", "6",
                                                     "7", "8", "9",
                                                     "10", "11", "12",
                                                     "13".
       01  WS-RETURN-CODE            PIC S9(04) COMP VALUE ZERO.
       01  WS-IMPORTE-INGRESADO      PIC X(09) VALUE SPACES.
       01  WS-IMPORTE-NUMERICO REDEFINES WS-IMPORTE-INGRESADO
                                     PIC 9(07)V99.
       01  WS-OPERACION-INGRESADA    PIC X(01) VALUE SPACE.
       01  WS-CLIENTE-INGRESADO      PIC X(06) VALUE SPACES.
       01  WS-MONEDA-INGRESADA       PIC X(03) VALUE SPACES.
       01  WS-RESULTADO-EDITADO      PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-INGRESAR THRU 0500-INGRESAR-EXIT
           IF WS-OPERADOR = SPACES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-MOSTRAR-MENU THRU 1000-MOSTRAR-MENU-EXIT
               UNTIL WS-OPCION-SALIR
           MOVE "S" TO ACC-ACCION
           MOVE "MENU" TO ACC-PROGRAMA
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 0500-INGRESAR - ingreso del operador con EjercicioAcceso
      * (operador y clave, tres oportunidades); cualquier rol entra al
      * menu y el rol decide despues que opciones se le ofrecen.
      ******************************************************************
       0500-INGRESAR.
           DISPLAY "EJERCICIOMENU - INGRESO DE OPERADOR"
           MOVE "E" TO ACC-ACCION
           MOVE "MENU" TO ACC-PROGRAMA
           MOVE "OSA" TO ACC-ROLES
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO
           IF NOT ACC-OTORGADO
               DISPLAY "EJERCICIOMENU - SIN INGRESO VALIDO - SE "
                   "TERMINA"
               GO TO 0500-INGRESAR-EXIT
           END-IF
           MOVE ACC-OPERADOR TO WS-OPERADOR
           MOVE ACC-ROL TO WS-ROL.
       0500-INGRESAR-EXIT.
           EXIT.

      ******************************************************************
      * 1000-MOSTRAR-MENU - presenta al operador las opciones que su
      * rol tiene habilitadas, valida la respuesta y despacha la
      * utilidad elegida.
      ******************************************************************
       1000-MOSTRAR-MENU.
           DISPLAY " "
           DISPLAY "EJERCICIOMENU - UTILITARIOS DE LOTE - OPERADOR "
               WS-OPERADOR
           IF NOT WS-ROL-AUDITOR
               DISPLAY "  1. INVERTIR PARES   (EJERCICIO1  - "
                   "INFILE01.DAT)"
               DISPLAY "  2. DIVIDIR PARES    (EJERCICIO03 - "
                   "INFILE03.DAT)"
               DISPLAY "  3. CALCULAR UN PAR  (EJERCICIOCALCULO - "
                   "M/A/S)"
           END-IF
           IF WS-ROL-SUPERVISOR
               DISPLAY "  4. LIBERAR CANDADO  (EJERCICIOCANDADO - "
                   "A MANO)"
               DISPLAY "  5. MAESTRO CLIENTES (EJERCICIOCLIENTES)"
           END-IF
           IF NOT WS-ROL-AUDITOR
               DISPLAY "  6. REVISAR DUPLIC.  (EJERCICIODUPLICADOS)"
               DISPLAY "  7. REVERSAR REGISTRO (EJERCICIOREVERSA)"
           END-IF
           IF WS-ROL-SUPERVISOR
               DISPLAY "  8. RESPALDOS        (EJERCICIORESPALDO)"
           END-IF
           IF NOT WS-ROL-AUDITOR
               DISPLAY " 10. INSTR. PERMANENTES (EJERCICIOPERMANENTES)"
           END-IF
           IF WS-ROL-SUPERVISOR
               DISPLAY " 11. OPERADORES       (EJERCICIOOPERADORES)"
           END-IF
           DISPLAY " 12. CONSULTAR HISTORIA (EJERCICIOCONSULTA)"
           IF NOT WS-ROL-OPERADOR
               DISPLAY " 13. RASTRO DE REGISTRO (EJERCICIORASTRO)"
           END-IF
           DISPLAY "  9. SALIR"
           DISPLAY "OPCION: "
           ACCEPT WS-OPCION

           IF NOT WS-OPCION-VALIDA
               DISPLAY "OPCION INVALIDA - INGRESE 1 A 8, 10 A 13 O 9"
               GO TO 1000-MOSTRAR-MENU-EXIT
           END-IF

           PERFORM 1100-CONTROLAR-PERFIL
               THRU 1100-CONTROLAR-PERFIL-EXIT
           IF NOT ACC-OTORGADO
               GO TO 1000-MOSTRAR-MENU-EXIT
           END-IF

               CALL "Ejercicio1"
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "Ejercicio1"
               CANCEL "EjercicioCotiza"
           END-IF

           IF WS-OPCION-DIVIDIR
               CALL "Ejercicio03"
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "Ejercicio03"
               CANCEL "EjercicioCotiza"
           END-IF

           IF WS-OPCION-CALCULAR
           IF WS-OPCION-CANDADO
               PERFORM 3000-LIBERAR-CANDADO
                   THRU 3000-LIBERAR-CANDADO-EXIT
           END-IF

           IF WS-OPCION-CLIENTES
               CALL "EjercicioClientes" USING WS-OPERADOR
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioClientes"
           END-IF

           IF WS-OPCION-DUPLICADOS
               CALL "EjercicioDuplicados" USING WS-OPERADOR
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioDuplicados"
           END-IF

           IF WS-OPCION-REVERSA
               CALL "EjercicioReversa" USING WS-OPERADOR
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioReversa"
           END-IF

           IF WS-OPCION-RESPALDO
               CALL "EjercicioRespaldo"
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioRespaldo"
           END-IF

           IF WS-OPCION-PERMANENTES
               CALL "EjercicioPermanentes" USING WS-OPERADOR
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioPermanentes"
           END-IF

           IF WS-OPCION-OPERADORES
               CALL "EjercicioOperadores" USING WS-OPERADOR
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioOperadores"
           END-IF

           IF WS-OPCION-CONSULTA
               CALL "EjercicioConsulta"
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioConsulta"
           END-IF

           IF WS-OPCION-RASTRO
               CALL "EjercicioRastro"
               MOVE RETURN-CODE TO WS-RETURN-CODE
               CANCEL "EjercicioRastro"
           END-IF.
       1000-MOSTRAR-MENU-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CONTROLAR-PERFIL - roles habilitados por opcion: el
      * operador procesa, calcula, revisa duplicados y reversas (con
      * codigo de supervisor), carga instrucciones permanentes y
      * consulta la historia; el auditor solo consulta historia y
      * rastro; el supervisor tiene todas. El control lo hace
      * EjercicioAcceso con el operador de la sesion, que deja el
      * rechazo en la bitacora de accesos. Salir vale para todos.
      ******************************************************************
       1100-CONTROLAR-PERFIL.
           EVALUATE TRUE
               WHEN WS-OPCION-INVERTIR
               WHEN WS-OPCION-DIVIDIR
               WHEN WS-OPCION-CALCULAR
               WHEN WS-OPCION-DUPLICADOS
               WHEN WS-OPCION-REVERSA
               WHEN WS-OPCION-PERMANENTES
                   MOVE "OS " TO WS-ROLES-OPCION
               WHEN WS-OPCION-CONSULTA
               WHEN WS-OPCION-SALIR
                   MOVE "OSA" TO WS-ROLES-OPCION
               WHEN WS-OPCION-RASTRO
                   MOVE "SA " TO WS-ROLES-OPCION
               WHEN OTHER
                   MOVE "S  " TO WS-ROLES-OPCION
           END-EVALUATE
           MOVE "E" TO ACC-ACCION
           MOVE SPACES TO ACC-PROGRAMA
           MOVE "MENU-OPC-" TO ACC-PROGRAMA
           MOVE WS-OPCION TO ACC-PROGRAMA (10:2)
           MOVE WS-ROLES-OPCION TO ACC-ROLES
           CALL "EjercicioAcceso" USING ACCESO-REGISTRO.
       1100-CONTROLAR-PERFIL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CALCULAR-PAR - pide un par y la operacion al operador y
      * lo despacha a EjercicioCalculo, que audita e historiza el
      * resultado igual que una division; los importes se ingresan
      * como 9 digitos con 2 decimales implicitos, el formato de
      * INFILE03.DAT, en la moneda que se indique (la moneda base si
      * no se indica ninguna), que necesita su tasa del dia.
      ******************************************************************
       2000-CALCULAR-PAR.
           DISPLAY "NUM1 (9 DIGITOS, 2 DECIMALES IMPLICITOS): "
           ACCEPT WS-CLIENTE-INGRESADO
           PERFORM 2100-VALIDAR-CLIENTE
               THRU 2100-VALIDAR-CLIENTE-EXIT
           IF WS-CLIENTE-INEXISTENTE
               DISPLAY "CLIENTE NO ESTA EN EL MAESTRO - NO SE "
                   "CALCULA"
               GO TO 2000-CALCULAR-PAR-EXIT
           END-IF
           IF WS-CLIENTE-BLOQUEADO
               DISPLAY "CLIENTE BLOQUEADO - NO SE CALCULA"
               GO TO 2000-CALCULAR-PAR-EXIT
           END-IF
           IF WS-CLIENTE-CERRADO
               DISPLAY "CLIENTE CERRADO - NO SE CALCULA"
               GO TO 2000-CALCULAR-PAR-EXIT
           END-IF
           MOVE WS-CLIENTE-INGRESADO TO NP-CLIENTE

           DISPLAY "MONEDA (ENTER = MONEDA BASE): "
           ACCEPT WS-MONEDA-INGRESADA
           MOVE WS-MONEDA-INGRESADA TO CTZ-MONEDA
           ACCEPT CTZ-FECHA FROM DATE YYYYMMDD
           CALL "EjercicioCotiza" USING COTIZA-REGISTRO
           CANCEL "EjercicioCotiza"
           IF NOT CTZ-HALLADA
               DISPLAY "SIN COTIZACION DEL DIA PARA LA MONEDA "
                   WS-MONEDA-INGRESADA " - NO SE CALCULA"
               GO TO 2000-CALCULAR-PAR-EXIT
           END-IF
           MOVE CTZ-MONEDA TO NP-MONEDA
           MOVE CTZ-TASA TO NP-TASA
           MOVE SPACE TO NP-RESULTADO

           MOVE "T" TO CND-ACCION
               ELSE
                   MOVE NP-RES TO WS-RESULTADO-EDITADO
                   DISPLAY "RESULTADO: " WS-RESULTADO-EDITADO
                       " " NP-MONEDA
               END-IF
           END-IF.
       2000-CALCULAR-PAR-EXIT.

      ******************************************************************
      * 2100-VALIDAR-CLIENTE - un codigo no blanco debe figurar en el
      * maestro CLIMST00.DAT y estar activo, igual que en los circuitos
      * batch: el motor de calculo recibe el cliente ya validado por
      * el invocante. El maestro se abre y se lee por clave en cada
      * calculo, asi un cambio hecho con la opcion 5 rige enseguida.
      * Un blanco vale como sin cliente, y con el maestro ausente o
      * vacio se corre sin validar.
      ******************************************************************
       2100-VALIDAR-CLIENTE.
           SET WS-CLIENTE-VALIDO TO TRUE
           IF WS-CLIENTE-INGRESADO = SPACES
               GO TO 2100-VALIDAR-CLIENTE-EXIT
           END-IF
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "SIN MAESTRO DE CLIENTES - NO SE VALIDA EL "
                   "CODIGO DE CLIENTE"
               GO TO 2100-VALIDAR-CLIENTE-EXIT
           END-IF
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   CLOSE MAESTRO-CLIENTES
                   DISPLAY "MAESTRO DE CLIENTES VACIO - NO SE VALIDA "
                       "EL CODIGO DE CLIENTE"
                   GO TO 2100-VALIDAR-CLIENTE-EXIT
           END-READ
           MOVE WS-CLIENTE-INGRESADO TO CM-CODIGO
           READ MAESTRO-CLIENTES
               KEY IS CM-CODIGO
               INVALID KEY
                   SET WS-CLIENTE-INEXISTENTE TO TRUE
               NOT INVALID KEY
                   IF CM-BLOQUEADO
                       SET WS-CLIENTE-BLOQUEADO TO TRUE
                   END-IF
                   IF CM-CERRADO
                       SET WS-CLIENTE-CERRADO TO TRUE
                   END-IF
           END-READ
           CLOSE MAESTRO-CLIENTES.
       2100-VALIDAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
