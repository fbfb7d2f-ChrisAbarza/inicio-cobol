      *           las ventas de la fecha de proceso en VENTAS.TXT (y
      *           en VENTAHIS.TXT, para cubrir fechas ya archivadas) y
      *           genera CONTABIF.TXT en formato fijo con un registro
      *           "D" por categoria del catalogo PRODUCTO.TXT, con las
      *           unidades y montos de las lineas de boleta neteados
      *           de las devoluciones (signo explicito adelante), con
      *           el monto abierto en neto, para la cuenta de ventas
      *           de la categoria, e IVA, para la cuenta de IVA debito
      *           fiscal, segun el desglose grabado en cada linea; mas
      *           un encabezado "H" con la fecha y el numero de
      *           secuencia de corrida de CTLCONTA.TXT y un finalizador
      *           "T" con los totales de control de registros, monto,
      *           neto e IVA, para que contabilidad pruebe la
      *           completitud sin redigitar RESVTA.TXT.
      *           Modo reenvio: si existe CONTAREQ.TXT con una fecha
      *           AAMMDD, el archivo se regenera para esa fecha (desde
      *           el historico si el mes ya cerro) con una secuencia
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

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

           05 WS-FECHA-OBJETIVO    PIC 9(06) VALUE ZERO.
           05 WS-FECHA-REQ         PIC 9(06) VALUE ZERO.
           05 WS-SECUENCIA         PIC 9(05) VALUE ZERO.
           05 WS-MONTO-VENTA       PIC S9(09) VALUE ZERO.
           05 WS-CANT-VENTA        PIC S9(05) VALUE ZERO.
           05 WS-NETO-VENTA        PIC S9(09) VALUE ZERO.
           05 WS-IVA-VENTA         PIC S9(09) VALUE ZERO.
           05 WS-CATEGORIA         PIC X(10) VALUE SPACES.
           05 WS-SUB-I             PIC 9(02).
           05 WS-SUB-ENCONTRADO    PIC X(01).
           05 WS-CONT-DIA          PIC 9(05) VALUE ZERO.
           05 WS-CONT-DETALLE      PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-GENERAL     PIC S9(10) VALUE ZERO.
           05 WS-TOTAL-NETO        PIC S9(10) VALUE ZERO.
           05 WS-TOTAL-IVA         PIC S9(10) VALUE ZERO.
           05 WS-FECHA-8           PIC 9(06) VALUE ZERO.

       01  WS-TABLA-CATEGORIAS.
               10 WS-CAT-CODIGO    PIC X(10) VALUE SPACES.
               10 WS-CAT-CANT      PIC S9(05) VALUE ZERO.
               10 WS-CAT-TOTAL     PIC S9(08) VALUE ZERO.
               10 WS-CAT-NETO      PIC S9(08) VALUE ZERO.
               10 WS-CAT-IVA       PIC S9(08) VALUE ZERO.
       01  WS-CAN-CATEGORIAS       PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Formato fijo de la interfaz: un "H" de encabezado, un "D" por
      * categoria y un "T" finalizador. Los campos con signo llevan el
      * signo adelante y separado para que el receptor lo lea directo.
      * En el "D" el monto es bruto y neto mas IVA lo cuadran; el
      * receptor abona el neto a la cuenta de ventas de la categoria y
      * el IVA a la de debito fiscal.
      ******************************************************************
       01  WS-IF-HEADER.
           05 FILLER               PIC X(01) VALUE "H".
                                   SIGN IS LEADING SEPARATE.
           05 WS-IFD-MONTO         PIC S9(08)
                                   SIGN IS LEADING SEPARATE.
           05 WS-IFD-NETO          PIC S9(08)
                                   SIGN IS LEADING SEPARATE.
           05 WS-IFD-IVA           PIC S9(08)
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X(16) VALUE SPACES.

       01  WS-IF-TRAILER.
           05 FILLER               PIC X(01) VALUE "T".
           05 WS-IFT-REGISTROS     PIC 9(05).
           05 WS-IFT-MONTO         PIC S9(10)
                                   SIGN IS LEADING SEPARATE.
           05 WS-IFT-NETO          PIC S9(10)
                                   SIGN IS LEADING SEPARATE.
           05 WS-IFT-IVA           PIC S9(10)
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           IF WS-VENTAS-STATUS NOT = "00"
               GO TO 020-FIN
           END-IF.
           MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA.
           START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
                   MOVE WS-HIS-CODIGO TO WS-VTA-CODIGO
                   MOVE WS-HIS-PRECIO TO WS-VTA-PRECIO
                   MOVE WS-HIS-TIPO TO WS-VTA-TIPO
                   MOVE WS-HIS-CANTIDAD TO WS-VTA-CANTIDAD
                   MOVE WS-HIS-MONTO TO WS-VTA-MONTO
                   MOVE WS-HIS-NETO TO WS-VTA-NETO
                   MOVE WS-HIS-IVA TO WS-VTA-IVA
                   PERFORM 040-ACUMULA-CATEGORIA THRU 040-FIN
               END-IF
           END-PERFORM.
       040-ACUMULA-CATEGORIA.
           ADD 1 TO WS-CONT-DIA.
           IF WS-VTA-TIPO = "D"
               COMPUTE WS-MONTO-VENTA = ZERO - WS-VTA-MONTO
               COMPUTE WS-CANT-VENTA = ZERO - WS-VTA-CANTIDAD
               COMPUTE WS-NETO-VENTA = ZERO - WS-VTA-NETO
               COMPUTE WS-IVA-VENTA = ZERO - WS-VTA-IVA
           ELSE
               MOVE WS-VTA-MONTO TO WS-MONTO-VENTA
               MOVE WS-VTA-CANTIDAD TO WS-CANT-VENTA
               MOVE WS-VTA-NETO TO WS-NETO-VENTA
               MOVE WS-VTA-IVA TO WS-IVA-VENTA
           END-IF.
           ADD WS-MONTO-VENTA TO WS-TOTAL-GENERAL.
           ADD WS-NETO-VENTA TO WS-TOTAL-NETO.
           ADD WS-IVA-VENTA TO WS-TOTAL-IVA.
           PERFORM 045-BUSCA-CATEGORIA THRU 045-FIN.

           MOVE "N" TO WS-SUB-ENCONTRADO.
                   UNTIL WS-SUB-I > WS-CAN-CATEGORIAS
               IF WS-CAT-CODIGO (WS-SUB-I) = WS-CATEGORIA
                   ADD WS-MONTO-VENTA TO WS-CAT-TOTAL (WS-SUB-I)
                   ADD WS-CANT-VENTA TO WS-CAT-CANT (WS-SUB-I)
                   ADD WS-NETO-VENTA TO WS-CAT-NETO (WS-SUB-I)
                   ADD WS-IVA-VENTA TO WS-CAT-IVA (WS-SUB-I)
                   MOVE "S" TO WS-SUB-ENCONTRADO
               END-IF
           END-PERFORM.
                       TO WS-CAT-CODIGO (WS-CAN-CATEGORIAS)
                   MOVE WS-MONTO-VENTA
                       TO WS-CAT-TOTAL (WS-CAN-CATEGORIAS)
                   MOVE WS-CANT-VENTA
                       TO WS-CAT-CANT (WS-CAN-CATEGORIAS)
                   MOVE WS-NETO-VENTA
                       TO WS-CAT-NETO (WS-CAN-CATEGORIAS)
                   MOVE WS-IVA-VENTA
                       TO WS-CAT-IVA (WS-CAN-CATEGORIAS)
               ELSE
                   DISPLAY "ADVERTENCIA: MAS DE 50 CATEGORIAS"
                           " - " WS-CATEGORIA " NO SE DETALLA"
               MOVE WS-CAT-CODIGO (WS-SUB-I) TO WS-IFD-CATEGORIA
               MOVE WS-CAT-CANT (WS-SUB-I) TO WS-IFD-CANTIDAD
               MOVE WS-CAT-TOTAL (WS-SUB-I) TO WS-IFD-MONTO
               MOVE WS-CAT-NETO (WS-SUB-I) TO WS-IFD-NETO
               MOVE WS-CAT-IVA (WS-SUB-I) TO WS-IFD-IVA
               WRITE REG-CONTABIF FROM WS-IF-DETALLE
               ADD 1 TO WS-CONT-DETALLE
           END-PERFORM.
           MOVE WS-CONT-DETALLE TO WS-IFT-DETALLES.
           MOVE WS-CONT-DIA TO WS-IFT-REGISTROS.
           MOVE WS-TOTAL-GENERAL TO WS-IFT-MONTO.
           MOVE WS-TOTAL-NETO TO WS-IFT-NETO.
           MOVE WS-TOTAL-IVA TO WS-IFT-IVA.
           WRITE REG-CONTABIF FROM WS-IF-TRAILER.

           CLOSE CONTABIF.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "CONTA010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-DETALLE TO WS-AUD-CONT-1.
