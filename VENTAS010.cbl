      * Date:
      * Purpose:  Informe resumen mensual de ventas (mes a la fecha),
      *           leido desde el maestro VENTAS.TXT generado por
      *           COMERCIO. Totaliza el monto y las unidades de cada
      *           linea de boleta por codigo de producto (validado
      *           contra el catalogo PRODUCTO.TXT) y entrega el numero
      *           de boletas y el total general, siguiendo el mismo
      *           esquema de lectura y totalizacion que NOTAS010.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-CAN-VENTAS        PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-GENERAL     PIC S9(10) VALUE ZERO.
           05 WS-MONTO-VENTA       PIC S9(10) VALUE ZERO.
           05 WS-CANT-VENTA        PIC S9(05) VALUE ZERO.
           05 WS-FECHA-8           PIC 9(06).
           05 WS-SUB-I             PIC 9(02).
           05 WS-SUB-ENCONTRADO    PIC X(01).
           05 WS-PROD-ENTRY OCCURS 50 TIMES.
               10 WS-PROD-CODIGO   PIC X(08) VALUE SPACES.
               10 WS-PROD-NOMBRE   PIC X(25) VALUE SPACES.
               10 WS-PROD-TOTAL    PIC S9(10) VALUE ZERO.
               10 WS-PROD-CANT     PIC S9(05) VALUE ZERO.
       01  WS-CAN-PRODUCTOS        PIC 9(02) VALUE ZERO.

           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-CANTIDAD      PIC ZZZZ9-.
           05 FILLER               PIC X(07) VALUES SPACES.
           05 WS-DET-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(08) VALUES SPACES.

       01  WS-DETALLE-TOT-VENTAS.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                    VALUE "TOTAL DE BOLETAS   : ".
           05 WS-TOT-VENTAS        PIC ZZZZ9.
           05 FILLER               PIC X(46) VALUES SPACES.

           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                    VALUE "TOTAL GENERAL      : ".
           05 WS-TOT-GENERAL       PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(37) VALUES SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           OPEN OUTPUT REP-VENTAS.
           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA
               START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
                   INVALID KEY MOVE "FIN" TO SW-FIN
               END-START
           ELSE

       040-PROCESO.
           IF WS-VTA-FECHA (1:4) = WS-FECHA-8 (1:4)
               IF WS-VTA-LINEA = 1
                   ADD 1 TO WS-CAN-VENTAS
               END-IF
               IF WS-VTA-TIPO = "D"
                   COMPUTE WS-MONTO-VENTA = ZERO - WS-VTA-MONTO
                   COMPUTE WS-CANT-VENTA = ZERO - WS-VTA-CANTIDAD
               ELSE
                   MOVE WS-VTA-MONTO TO WS-MONTO-VENTA
                   MOVE WS-VTA-CANTIDAD TO WS-CANT-VENTA
               END-IF
               ADD WS-MONTO-VENTA TO WS-TOTAL-GENERAL
               PERFORM 045-ACUMULA-PRODUCTO THRU 045-FIN
       040-FIN. EXIT.

      ******************************************************************
      * WS-MONTO-VENTA y WS-CANT-VENTA vienen con signo desde
      * 040-PROCESO: positivos en la venta normal y negativos en la
      * devolucion, de modo que los totales por producto queden
      * neteados de los creditos.
      ******************************************************************
       045-ACUMULA-PRODUCTO.
           MOVE "N" TO WS-SUB-ENCONTRADO
                   UNTIL WS-SUB-I > WS-CAN-PRODUCTOS
               IF WS-PROD-CODIGO (WS-SUB-I) = WS-VTA-CODIGO
                   ADD WS-MONTO-VENTA TO WS-PROD-TOTAL (WS-SUB-I)
                   ADD WS-CANT-VENTA TO WS-PROD-CANT (WS-SUB-I)
                   MOVE "S" TO WS-SUB-ENCONTRADO
               END-IF
           END-PERFORM.
                       TO WS-PROD-NOMBRE (WS-CAN-PRODUCTOS)
                   MOVE WS-MONTO-VENTA
                       TO WS-PROD-TOTAL (WS-CAN-PRODUCTOS)
                   MOVE WS-CANT-VENTA
                       TO WS-PROD-CANT (WS-CAN-PRODUCTOS)
               ELSE
                   DISPLAY "ADVERTENCIA: MAS DE 50 PRODUCTOS DISTINTOS"
                           " - " WS-VTA-CODIGO " NO SE DETALLA"
