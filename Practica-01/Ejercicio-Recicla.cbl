      *                  siendo desconocido - el caso tipico del
      *                  motivo 03 - deja el par pendiente hasta que
      *                  el operador lo corrija.
      *   2026-10-14 TC  RECHAZ00.DAT (44 bytes) y RECHAZ03.DAT (46
      *                  bytes) traen ahora la moneda del par, y el
      *                  par reciclado la conserva en la misma
      *                  posicion en que la leen el driver (14-16 de
      *                  REENT01.DAT) y Ejercicio03 (26-28 de
      *                  REENT03.DAT), para que un par en dolares no
      *                  vuelva a entrar como moneda base.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EjercicioRecicla.
           05  RR01-DESCRIPCION   PIC X(29).

       FD  RECHAZOS-00
           RECORD CONTAINS 44 CHARACTERS.
       01  REG-RECHAZOS-00.
           05  RR00-NUM1          PIC X(03).
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
           05  RR03-OPERACION     PIC X(01).
           05  FILLER             PIC X(01).
           05  RR03-DESCRIPCION   PIC X(15).
           05  FILLER             PIC X(01).
           05  RR03-MONEDA        PIC X(03).

       FD  REENTRADA-01
           RECORD CONTAINS 28 CHARACTERS.
           05  RN01-NUM1          PIC 9(03).
           05  RN01-NUM2          PIC 9(03).
           05  RN01-OPERACION     PIC X(01).
           05  FILLER             PIC X(06).
           05  RN01-MONEDA        PIC X(03).
           05  FILLER             PIC X(12).
       01  REG-CABECERA-R01.
           05  RC1-TIPO           PIC X(03).
           05  RC1-FECHA          PIC 9(08).
           05  RN03-NUM1          PIC 9(07)V99.
           05  RN03-NUM2          PIC 9(07)V99.
           05  RN03-OPERACION     PIC X(01).
           05  FILLER             PIC X(06).
           05  RN03-MONEDA        PIC X(03).
           05  FILLER             PIC X(08).
       01  REG-CABECERA-R03.
           05  RC3-TIPO           PIC X(03).
           05  RC3-FECHA          PIC 9(08).
                   MOVE RR00-NUM1 TO RN01-NUM1
                   MOVE RR00-NUM2 TO RN01-NUM2
                   MOVE WS-PAR-OPERACION TO RN01-OPERACION
                   MOVE RR00-MONEDA TO RN01-MONEDA
                   WRITE REG-REENTRADA-01
                   ADD 1 TO WS-CONTADOR-RECICLA-01
                   ADD WS-PAR-NUM1 TO WS-HASH-R01-NUM1
                   MOVE WS-PAR-NUM1 TO RN03-NUM1
                   MOVE WS-PAR-NUM2 TO RN03-NUM2
                   MOVE WS-PAR-OPERACION TO RN03-OPERACION
                   MOVE RR03-MONEDA TO RN03-MONEDA
                   WRITE REG-REENTRADA-03
                   ADD 1 TO WS-CONTADOR-RECICLA-03
                   ADD WS-PAR-NUM1 TO WS-HASH-R03-NUM1
