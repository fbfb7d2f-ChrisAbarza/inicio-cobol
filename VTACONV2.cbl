      * Date:
      * Purpose:  Conversion (una sola vez) de los archivos de ventas
      *           al formato ampliado con cliente, tipo y referencia
      *           de devolucion: VENTAS.TXT de 50, VENTAHIS.TXT de 54
      *           y EXCVENTA.TXT de 87 caracteres, regrabados ya en el
      *           formato vigente de linea de boleta (linea 01, una
      *           unidad, monto igual al precio, sin desglose de IVA:
      *           tasa cero y neto igual al monto).
      *           Operacion debe renombrar antes los archivos
      *           antiguos a VENTASAN.TXT, VTAHISAN.TXT y
      *           EXCVTAAN.TXT; este programa recorre cada uno y
      *           elimina tras su conversion limpia. VTALOTE.TXT no
      *           se convierte aqui: es un lote transitorio que debe
      *           consumirse antes del cambio de formato, y quien lo
      *           genere debe emitir desde ya el registro vigente
      *           (ver FDVTALOT.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  VTAHISAN
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VTAHISAN.
           05 REG-HAN-PERIODO     PIC 9(04).
           05 REG-HAN-NUMVENTA    PIC 9(05).
           05 REG-HAN-RESTO       PIC X(45).

       FD  EXCVTAAN
           RECORD CONTAINS 87 CHARACTERS
       01  REG-EXCVTAAN           PIC X(87).

       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.


      ******************************************************************
      * Maestro de ventas: el antiguo tambien es indexado, asi que se
      * recorre por clave y se recarga en el nuevo de 77 caracteres.
      ******************************************************************
       020-CONVIERTE-VENTAS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-VAN-NUMVENTA TO WS-VTA-NUMVENTA
                   MOVE 1 TO WS-VTA-LINEA
                   MOVE REG-VAN-RESTO TO WS-REG-VENTAS (8:45)
      *            El maestro antiguo no traia cliente ni distinguia
      *            devoluciones, y cada venta era una unidad
                   MOVE SPACES TO WS-VTA-CLIENTE
                   MOVE "V" TO WS-VTA-TIPO
                   MOVE ZERO TO WS-VTA-REFVENTA
                   MOVE 1 TO WS-VTA-CANTIDAD
                   MOVE WS-VTA-PRECIO TO WS-VTA-MONTO
                   MOVE ZERO TO WS-VTA-REFLINEA
                   MOVE "N" TO WS-VTA-EXENTO
                   MOVE ZERO TO WS-VTA-TASA WS-VTA-IVA
                   MOVE WS-VTA-MONTO TO WS-VTA-NETO
                   MOVE SPACES TO WS-VTA-OPERADOR
                   WRITE REG-VENTAS FROM WS-REG-VENTAS
                       INVALID KEY
                           DISPLAY "NUM DE VENTA " WS-VTA-NUMVENTA
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-HAN-PERIODO TO WS-HIS-PERIODO
                   MOVE REG-HAN-NUMVENTA TO WS-HIS-NUMVENTA
                   MOVE 1 TO WS-HIS-LINEA
                   MOVE REG-HAN-RESTO TO WS-REG-VENTAHIS (12:45)
                   MOVE SPACES TO WS-HIS-CLIENTE
                   MOVE "V" TO WS-HIS-TIPO
                   MOVE ZERO TO WS-HIS-REFVENTA
                   MOVE 1 TO WS-HIS-CANTIDAD
                   MOVE WS-HIS-PRECIO TO WS-HIS-MONTO
                   MOVE ZERO TO WS-HIS-REFLINEA
                   MOVE "N" TO WS-HIS-EXENTO
                   MOVE ZERO TO WS-HIS-TASA WS-HIS-IVA
                   MOVE WS-HIS-MONTO TO WS-HIS-NETO
                   MOVE SPACES TO WS-HIS-OPERADOR
                   WRITE REG-VENTAHIS FROM WS-REG-VENTAHIS
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-EXCVTAAN TO WS-REG-EXCVENTA (1:87)
                   MOVE SPACES TO WS-EXC-CLIENTE
                   MOVE 1 TO WS-EXC-LINEA
                   MOVE 1 TO WS-EXC-CANTIDAD
                   MOVE "N" TO WS-EXC-CREDITO
                   MOVE SPACES TO WS-EXC-OPERADOR
                   WRITE REG-EXCVENTA FROM WS-REG-EXCVENTA
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
