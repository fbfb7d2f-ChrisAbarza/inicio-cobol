      *           proceso) desde el maestro indexado VENTAS.TXT al
      *           historico VENTAHIS.TXT organizado por periodo AAMM,
      *           dejando en el maestro solo el mes abierto, y emite
      *           el estado de cierre oficial (unidades y monto de las
      *           lineas por producto, total general y cantidad de
      *           registros) en
      *           CIERRVTA.TXT. Si el periodo ya fue cerrado (no hay
      *           registros en el maestro) el estado se reimprime
      *           desde el historico, de modo que la cifra oficial
      *           sea siempre reproducible. Con el dia de negocio
      *           abierto (DIACTL.TXT) el cierre se rechaza. El
      *           historico conserva el operador que grabo cada venta o
      *           nota de credito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-REIMPRESION    PIC X(01) VALUE "N".
           05 WS-CONT-ARCHIVADOS   PIC 9(05) VALUE ZERO.
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

       01  WS-DETALLE-TOT-REG.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                    VALUE "TOTAL GENERAL      : ".
           05 WS-TOT-GENERAL       PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(37) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
               GO TO 020-FIN
           END-IF.

           MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA.
           START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.

       025-ARCHIVA-REGISTRO.
           MOVE WS-PERIODO-CIERRE TO WS-HIS-PERIODO.
           MOVE WS-VTA-NUMVENTA TO WS-HIS-NUMVENTA.
           MOVE WS-VTA-LINEA TO WS-HIS-LINEA.
           MOVE WS-VTA-CODIGO TO WS-HIS-CODIGO.
           MOVE WS-VTA-NOMBRE TO WS-HIS-NOMBRE.
           MOVE WS-VTA-PRECIO TO WS-HIS-PRECIO.
           MOVE WS-VTA-CLIENTE TO WS-HIS-CLIENTE.
           MOVE WS-VTA-TIPO TO WS-HIS-TIPO.
           MOVE WS-VTA-REFVENTA TO WS-HIS-REFVENTA.
           MOVE WS-VTA-CANTIDAD TO WS-HIS-CANTIDAD.
           MOVE WS-VTA-MONTO TO WS-HIS-MONTO.
           MOVE WS-VTA-REFLINEA TO WS-HIS-REFLINEA.
           MOVE WS-VTA-EXENTO TO WS-HIS-EXENTO.
           MOVE WS-VTA-TASA TO WS-HIS-TASA.
           MOVE WS-VTA-NETO TO WS-HIS-NETO.
           MOVE WS-VTA-IVA TO WS-HIS-IVA.
           MOVE WS-VTA-OPERADOR TO WS-HIS-OPERADOR.
           WRITE REG-VENTAHIS FROM WS-REG-VENTAHIS.

           DELETE VENTAS
               INVALID KEY
                   DISPLAY "ERROR AL ELIMINAR VENTA " WS-VTA-NUMVENTA
                           " LINEA " WS-VTA-LINEA
           END-DELETE.

           ADD 1 TO WS-CONT-ARCHIVADOS.
           IF WS-VTA-TIPO = "D"
               COMPUTE WS-MONTO-VENTA = ZERO - WS-VTA-MONTO
               COMPUTE WS-CANT-VENTA = ZERO - WS-VTA-CANTIDAD
           ELSE
               MOVE WS-VTA-MONTO TO WS-MONTO-VENTA
               MOVE WS-VTA-CANTIDAD TO WS-CANT-VENTA
           END-IF.
           ADD WS-MONTO-VENTA TO WS-TOTAL-GENERAL.
           PERFORM 045-ACUMULA-PRODUCTO THRU 045-FIN.
                   MOVE WS-HIS-PRECIO TO WS-VTA-PRECIO
                   MOVE WS-HIS-TIPO TO WS-VTA-TIPO
                   IF WS-VTA-TIPO = "D"
                       COMPUTE WS-MONTO-VENTA = ZERO - WS-HIS-MONTO
                       COMPUTE WS-CANT-VENTA = ZERO - WS-HIS-CANTIDAD
                   ELSE
                       MOVE WS-HIS-MONTO TO WS-MONTO-VENTA
                       MOVE WS-HIS-CANTIDAD TO WS-CANT-VENTA
                   END-IF
                   ADD WS-MONTO-VENTA TO WS-TOTAL-GENERAL
                   PERFORM 045-ACUMULA-PRODUCTO THRU 045-FIN
       040-FIN. EXIT.

      ******************************************************************
      * WS-MONTO-VENTA y WS-CANT-VENTA vienen con signo desde el
      * llamador: positivos en la venta normal y negativos en la
      * devolucion, de modo que la cifra oficial de cierre quede
      * neteada de los creditos.
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
