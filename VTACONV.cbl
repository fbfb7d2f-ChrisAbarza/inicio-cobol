      *           venta. Operacion debe renombrar antes el VENTAS.TXT
      *           secuencial a VENTASEC.TXT; este programa lo recorre
      *           completo y carga cada registro en el nuevo VENTAS.TXT
      *           indexado, en el formato vigente de linea de boleta
      *           (linea 01, una unidad, monto igual al precio, sin
      *           desglose de IVA: tasa cero y neto igual al monto),
      *           informando leidos, grabados y claves
      *           duplicadas por pantalla. Para que no pueda repetirse
      *           por accidente pisando el maestro vivo, aborta si
      *           VENTAS.TXT ya existe y elimina VENTASEC.TXT tras una
       FD  VENTASEC
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VENTASEC.
           05 REG-SEC-NUMVENTA    PIC 9(05).
           05 REG-SEC-RESTO       PIC X(45).

       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

           GOBACK.

       020-LEER.
           READ VENTASEC AT END
                MOVE "FIN" TO SW-FIN
           END-READ.
           IF SW-FIN NOT = "FIN"
               ADD 1 TO WS-CONT-LEIDOS
               MOVE REG-SEC-NUMVENTA TO WS-VTA-NUMVENTA
               MOVE 1 TO WS-VTA-LINEA
               MOVE REG-SEC-RESTO TO WS-REG-VENTAS (8:45)
      *        El maestro secuencial antiguo no traia cliente ni
      *        distinguia devoluciones, y cada venta era una unidad
               MOVE SPACES TO WS-VTA-CLIENTE
               MOVE "V" TO WS-VTA-TIPO
               MOVE ZERO TO WS-VTA-REFVENTA
               MOVE 1 TO WS-VTA-CANTIDAD
               MOVE WS-VTA-PRECIO TO WS-VTA-MONTO
               MOVE ZERO TO WS-VTA-REFLINEA
               MOVE "N" TO WS-VTA-EXENTO
               MOVE ZERO TO WS-VTA-TASA WS-VTA-IVA
               MOVE WS-VTA-MONTO TO WS-VTA-NETO
           END-IF.
       020-FIN. EXIT.

       030-CONVERTIR.
           MOVE SPACES TO WS-VTA-OPERADOR.
           WRITE REG-VENTAS FROM WS-REG-VENTAS
               INVALID KEY
                   DISPLAY "NUM DE VENTA " WS-VTA-NUMVENTA
