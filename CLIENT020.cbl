      *           los clientes distintos con ventas en el mes y luego
      *           emite en ESTCLIEN.TXT una seccion por cliente con el
      *           nombre oficial del maestro CLIENTE.TXT, el detalle
      *           de cada linea de boleta con su monto, el total del
      *           cliente y al final el
      *           total general. Las ventas anteriores a la apertura
      *           de clientes (codigo en espacios) se agrupan bajo la
      *           marca SIN CLIENTE.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

           05 WS-SUB-C             PIC 9(02).
           05 WS-SUB-ENCONTRADO    PIC X(01).
           05 WS-CLIENTE-ACTUAL    PIC X(05).
           05 WS-TOTAL-GENERAL     PIC S9(10) VALUE ZERO.
           05 WS-MONTO-VENTA       PIC S9(09) VALUE ZERO.
           05 WS-CAN-VENTAS-MES    PIC 9(05) VALUE ZERO.

       01  WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 50 TIMES.
               10 WS-TAB-CODIGO    PIC X(05) VALUE SPACES.
               10 WS-TAB-TOTAL     PIC S9(10) VALUE ZERO.
               10 WS-TAB-CANT      PIC 9(05) VALUE ZERO.
       01  WS-CAN-CLIENTES         PIC 9(02) VALUE ZERO.

           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                    VALUE "TOTAL DEL CLIENTE  : ".
           05 WS-TOT-CLIENTE       PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(37) VALUES SPACES.

       01  WS-DETALLE-TOT-GENERAL.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                    VALUE "TOTAL GENERAL      : ".
           05 WS-TOT-GENERAL       PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(37) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
               MOVE "FIN" TO SW-FIN
               GO TO 025-FIN
           END-IF.
           MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA.
           START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-VTA-FECHA (1:4) = WS-FECHA-8 (1:4)
                   IF WS-VTA-LINEA = 1
                       ADD 1 TO WS-CAN-VENTAS-MES
                   END-IF
                   IF WS-VTA-TIPO = "D"
                       COMPUTE WS-MONTO-VENTA = ZERO - WS-VTA-MONTO
                   ELSE
                       MOVE WS-VTA-MONTO TO WS-MONTO-VENTA
                   END-IF
                   ADD WS-MONTO-VENTA TO WS-TOTAL-GENERAL
                   PERFORM 045-ACUMULA-CLIENTE THRU 045-FIN
                   UNTIL WS-SUB-I > WS-CAN-CLIENTES
               IF WS-TAB-CODIGO (WS-SUB-I) = WS-VTA-CLIENTE
                   ADD WS-MONTO-VENTA TO WS-TAB-TOTAL (WS-SUB-I)
                   IF WS-VTA-LINEA = 1
                       ADD 1 TO WS-TAB-CANT (WS-SUB-I)
                   END-IF
                   MOVE "S" TO WS-SUB-ENCONTRADO
               END-IF
           END-PERFORM.
                       TO WS-TAB-CODIGO (WS-CAN-CLIENTES)
                   MOVE WS-MONTO-VENTA
                       TO WS-TAB-TOTAL (WS-CAN-CLIENTES)
                   IF WS-VTA-LINEA = 1
                       MOVE 1 TO WS-TAB-CANT (WS-CAN-CLIENTES)
                   END-IF
               ELSE
                   DISPLAY "ADVERTENCIA: MAS DE 50 CLIENTES DISTINTOS"
                           " - " WS-VTA-CLIENTE " NO SE DETALLA"
           IF WS-VENTAS-STATUS NOT = "00"
               GO TO 055-FIN
           END-IF.
           MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA.
           START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
           MOVE WS-VTA-NOMBRE TO WS-DET-PRODUCTO.
           MOVE WS-VTA-FECHA TO WS-DET-FECHA.
           IF WS-VTA-TIPO = "D"
               COMPUTE WS-MONTO-VENTA = ZERO - WS-VTA-MONTO
           ELSE
               MOVE WS-VTA-MONTO TO WS-MONTO-VENTA
           END-IF.
           MOVE WS-MONTO-VENTA TO WS-DET-MONTO.
           WRITE REG-REP-ESTADO FROM WS-DETALLE AFTER ADVANCING 1.
