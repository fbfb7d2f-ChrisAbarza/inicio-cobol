           COPY SELCLIENT.
           COPY SELDIACTL.
           COPY SELFECPRO.
           COPY SELIVAPAR.
           COPY SELCARTE.
           COPY SELMOVST.
           SELECT CTLMOVST ASSIGN TO "G:\cobol\archivos\CTLMOVST.TXT"
               FILE STATUS IS WS-CTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REG-LOTECTL               PIC X(60).

       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

           COPY FDCTLVTA.

       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  VTALOTE
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTALOT.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

           COPY FDSTOCK.

       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  IVAPAR
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDIVAPAR.

       FD  CARTERA
           RECORD CONTAINS 62 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCARTE.

       FD  MOVSTOCK
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDMOVST.

       FD  CTLMOVST
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCTLMOV.

       WORKING-STORAGE SECTION.
       01  WS-VENTAS-STATUS          PIC X(02) VALUES SPACES.
       01  WS-CTL-STATUS             PIC X(02) VALUES SPACES.
       01  WS-CLIENTES-STATUS        PIC X(02) VALUES SPACES.
       01  WS-DIACTL-STATUS          PIC X(02) VALUES SPACES.
       01  WS-FECPROC-STATUS         PIC X(02) VALUES SPACES.
       01  WS-IVAPAR-STATUS          PIC X(02) VALUES SPACES.
       01  WS-CARTERA-STATUS         PIC X(02) VALUES SPACES.
       01  WS-MOVSTOCK-STATUS        PIC X(02) VALUES SPACES.
       01  WS-CTM-STATUS             PIC X(02) VALUES SPACES.
       01  WS-SW-MODO-LOTE           PIC X(01) VALUES "N".
       01  WS-VTL-ARCHIVO            PIC X(29)
                               VALUE "G:\cobol\archivos\VTALOTE.TXT".
       01  WS-REG-VTALOTE.
           COPY WSVTALOT.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

      * Operador de la venta en curso: el de la sesion en modo manual,
      * el de la linea de lote en modo lote ("BATCH" si viene en
      * blanco). El de auditoria es el del lote completo cuando todas
      * sus lineas traen el mismo, si no "BATCH".
       01  WS-OPERADOR-VENTA         PIC X(08) VALUE SPACES.
       01  WS-OPERADOR-AUDIT         PIC X(08) VALUE SPACES.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-REG-IVAPAR.
           COPY WSIVAPAR.

       01  WS-REG-CARTERA.
           COPY WSCARTE.

       01  WS-REG-MOVSTOCK.
           COPY WSMOVST.

       01  WS-REG-CTLMOVST.
           COPY WSCTLMOV.

       01  WS-FECHA-PROCESO          PIC 9(06) VALUES ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA              PIC 9(02).

       01  WS-HORA-8                 PIC 9(08).

       01  WS-TASA-IVA               PIC 9(02)V99 VALUES 19.00.
       01  WS-VIGENCIA-IVA           PIC 9(06) VALUES ZERO.
       01  WS-SW-FIN-IVA             PIC X(01) VALUES SPACE.

       01  WS-NUMVENTA-MANUAL        PIC 9(05) VALUES ZERO.
       01  WS-NUMVENTA-NUM           PIC 9(05) VALUES ZERO.
       01  WS-CODIGO-PROD            PIC X(08) VALUES SPACES.
       01  WS-CLIENTE-COD            PIC X(05) VALUES SPACES.
       01  WS-PRECIO-NUM             PIC 9(06) VALUES ZERO.
       01  WS-CANTIDAD-NUM           PIC 9(03) VALUES ZERO.
       01  WS-CANT-PEDIDA            PIC 9(05) VALUES ZERO.
       01  WS-SW-ERROR               PIC X(01) VALUES SPACE.
       01  WS-SW-ERROR-LINEA         PIC X(01) VALUES SPACE.
       01  WS-SW-FIN-PRECIO          PIC X(01) VALUES SPACE.
       01  WS-SW-DIA-CERRADO         PIC X(01) VALUES "N".
       01  WS-SW-FIN-LOTE            PIC X(03) VALUES SPACES.
       01  WS-SW-FIN-LINEAS          PIC X(03) VALUES SPACES.
       01  WS-SW-EXCESO-LINEAS       PIC X(01) VALUES "N".
       01  WS-MOTIVO-RECHAZO         PIC X(30) VALUES SPACES.
       01  WS-MOTIVO-LINEA           PIC X(30) VALUES SPACES.

      ******************************************************************
      * Venta a cuenta: la marca viene de la captura o del lote y el
      * plazo del maestro de clientes; la deuda es la suma de los
      * saldos abiertos del cliente en CARTERA.TXT antes de la boleta.
      ******************************************************************
       01  WS-SW-CREDITO             PIC X(01) VALUES "N".
       01  WS-SW-FIN-CARTERA         PIC X(01) VALUES SPACE.
       01  WS-PLAZO-CLIENTE          PIC 9(03) VALUES ZERO.
       01  WS-LIMITE-CLIENTE         PIC 9(09) VALUES ZERO.
       01  WS-DEUDA-CLIENTE          PIC 9(11) VALUES ZERO.

      ******************************************************************
      * Libro de movimientos de stock: un movimiento "V" por linea de
      * boleta que rebaja el saldo.
      ******************************************************************
       01  WS-SW-MOVST-ABIERTO       PIC X(01) VALUES "N".
       01  WS-SW-MOV-GRABADO         PIC X(01) VALUES SPACE.
       01  WS-REINTENTO-MOV          PIC 9(02) VALUES ZERO.

      ******************************************************************
      * Boleta en curso: la cabecera (numero, cliente) va en los campos
      * de arriba y las lineas en esta tabla, que se valida completa
      * antes de grabar nada para aceptar o rechazar la boleta entera.
      ******************************************************************
       01  WS-BOLETA-ACTUAL          PIC 9(05) VALUES ZERO.
       01  WS-MAX-LINEAS             PIC 9(02) VALUES 20.
       01  WS-CAN-LINEAS             PIC 9(02) VALUES ZERO.
       01  WS-SUB-L                  PIC 9(02) VALUES ZERO.
       01  WS-SUB-K                  PIC 9(02) VALUES ZERO.
       01  WS-TOTAL-BOLETA           PIC 9(09) VALUES ZERO.
       01  WS-NETO-BOLETA            PIC 9(09) VALUES ZERO.
       01  WS-IVA-BOLETA             PIC 9(09) VALUES ZERO.
       01  WS-UNIDADES-BOLETA        PIC 9(05) VALUES ZERO.
       01  WS-TABLA-BOLETA.
           05 WS-BOL-ENTRY OCCURS 20 TIMES.
               10 WS-BOL-CODIGO      PIC X(08).
               10 WS-BOL-NOMBRE      PIC X(25).
               10 WS-BOL-CANTIDAD    PIC 9(03).
               10 WS-BOL-PRECIO      PIC 9(06).
               10 WS-BOL-MONTO       PIC 9(09).
               10 WS-BOL-MOTIVO      PIC X(30).
               10 WS-BOL-EXENTO      PIC X(01).
               10 WS-BOL-TASA        PIC 9(02)V99.
               10 WS-BOL-NETO        PIC 9(09).
               10 WS-BOL-IVA         PIC 9(09).

       01  WS-CONT-LEIDAS            PIC 9(05) VALUES ZERO.
       01  WS-CONT-LINEAS            PIC 9(05) VALUES ZERO.
       01  WS-CONT-ACEPTADAS         PIC 9(05) VALUES ZERO.
       01  WS-CONT-RECHAZADAS        PIC 9(05) VALUES ZERO.
       01  WS-CONT-UNIDADES          PIC 9(05) VALUES ZERO.
       01  WS-CONT-DESCARTADAS       PIC 9(05) VALUES ZERO.
       01  WS-MONTO-VENDIDO          PIC 9(11) VALUES ZERO.
       01  WS-IVA-VENDIDO            PIC 9(11) VALUES ZERO.
       01  WS-CONT-A-CUENTA          PIC 9(05) VALUES ZERO.
       01  WS-MONTO-A-CUENTA         PIC 9(11) VALUES ZERO.

       01  WS-FECHA-8                PIC 9(06).
       01  WS-GUIONES.
           05 WS-NUMVENTA            PIC ZZZZ9     VALUES ZERO.
           05 FILLER                 PIC X(24).

       01  WS-TIT-CLIENTE.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(20)
                                     VALUE "CODIGO DE CLIENTE  :".
           05 WS-CLIENTE             PIC X(05)     VALUES SPACES.
           05 FILLER                 PIC X(24).

       01  WS-TIT-CONDICION.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(20)
                                     VALUE "CONDICION DE VENTA :".
           05 WS-CONDICION           PIC X(08)     VALUES SPACES.
           05 FILLER                 PIC X(21).

       01  WS-TIT-LINEAS.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(24)
                                     VALUE "LN CODIGO   PRODUCTO".
           05 FILLER                 PIC X(25)
                                     VALUE " CAN  PRECIO       MONTO".

       01  WS-TIT-LINEA.
           05 FILLER                 PIC X(01).
           05 WS-RL-LINEA            PIC 9(02).
           05 FILLER                 PIC X(01).
           05 WS-RL-CODIGO           PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-RL-NOMBRE           PIC X(12).
           05 FILLER                 PIC X(01).
           05 WS-RL-CANTIDAD         PIC ZZ9.
           05 FILLER                 PIC X(01).
           05 WS-RL-PRECIO           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01).
           05 WS-RL-MONTO            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01).

       01  WS-TIT-NETO.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(20)
                                     VALUE "NETO               :".
           05 WS-NETO                PIC $$$$,$$$,$$9 VALUES ZERO.
           05 FILLER                 PIC X(17).

       01  WS-TIT-IVA.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(20)
                                     VALUE "IVA                :".
           05 WS-IVA                 PIC $$$$,$$$,$$9 VALUES ZERO.
           05 FILLER                 PIC X(17).

       01  WS-TIT-TOTAL.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(20)
                                     VALUE "TOTAL DE LA BOLETA :".
           05 WS-TOTAL               PIC $$$$,$$$,$$9 VALUES ZERO.
           05 FILLER                 PIC X(17).

       01  WS-LOT-GUIONES.
           05 FILLER                 PIC X(01).
           05 WS-LOT-DET-CANT        PIC ZZZZ9.
           05 FILLER                 PIC X(34).

       01  WS-LOT-MONTO.
           05 FILLER                 PIC X(01).
           05 WS-LOT-MON-GLOSA       PIC X(20).
           05 WS-LOT-MON-VALOR       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(25).

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 022-LEER-FECHA-PROCESO THRU 022-FIN.
           PERFORM 037-BUSCA-TASA-IVA THRU 037-FIN.
           PERFORM 025-VALIDA-DIA THRU 025-FIN.
           IF WS-SW-DIA-CERRADO = "S"
               DISPLAY "DIA DE NEGOCIO CERRADO - NO SE ACEPTAN VENTAS"
               GOBACK
           END-IF.
           PERFORM 011-ABRIR-LOTE THRU 011-FIN.
           IF WS-SW-MODO-LOTE NOT = "S"
               PERFORM 005-INICIA-SESION THRU 005-FIN
               IF WS-SGN-RESULTADO NOT = "S"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-SGN-OPERADOR TO WS-OPERADOR-VENTA
               MOVE WS-SGN-OPERADOR TO WS-OPERADOR-AUDIT
           END-IF.
           IF WS-SW-MODO-LOTE = "S"
               PERFORM 012-PROCESA-LOTE THRU 012-FIN
           ELSE
           END-IF.
           GOBACK.

      ******************************************************************
      * La venta manual exige inicio de sesion y autorizacion del
      * operador (SIGNON010); el lote no, trae su operador por linea.
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "COMERCIO" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       011-ABRIR-LOTE.
           MOVE "N" TO WS-SW-MODO-LOTE.
           OPEN INPUT VTALOTE.
           END-IF.
       011-FIN. EXIT.

      ******************************************************************
      * El lote se lee con un registro de adelanto: 020-INGRESA-DATOS
      * junta en la boleta en curso todas las lineas consecutivas con
      * el mismo numero de boleta del lote y deja leida la primera
      * linea de la boleta siguiente.
      ******************************************************************
       012-PROCESA-LOTE.
           MOVE SPACES TO WS-SW-FIN-LOTE.
           PERFORM 028-LEER-LOTE THRU 028-FIN.
           PERFORM 014-PROCESA-VENTA THRU 014-FIN
                   UNTIL WS-SW-FIN-LOTE = "FIN".
           CLOSE VTALOTE.
           CALL "CBL_DELETE_FILE" USING WS-VTL-ARCHIVO
               RETURNING WS-VTL-DEL-STATUS.
       012-FIN. EXIT.

       013-PROCESA-MANUAL.
           PERFORM 014-PROCESA-VENTA THRU 014-FIN.
           IF WS-SW-ERROR NOT = "S"
               PERFORM 030-MOSTRAR-DATOS THRU 030-FIN
       014-PROCESA-VENTA.
           MOVE SPACE TO WS-SW-ERROR.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-CLIENTE-COD.
           MOVE "N" TO WS-SW-CREDITO.
           MOVE ZERO TO WS-NUMVENTA-MANUAL.
           PERFORM 020-INGRESA-DATOS THRU 020-FIN.
           IF WS-CAN-LINEAS = ZERO
               DISPLAY "BOLETA SIN LINEAS - NO SE GRABA"
               MOVE "S" TO WS-SW-ERROR
               GO TO 014-FIN
           END-IF.
           ADD 1 TO WS-CONT-LEIDAS.
           PERFORM 015-ASIGNA-NUMVENTA THRU 015-FIN.
           IF WS-SW-ERROR = "S"
               MOVE "NUM DE VENTA DUPLICADO" TO WS-MOTIVO-RECHAZO
               ELSE
                   PERFORM 017-ACTUALIZA-CONTROL THRU 017-FIN
                   PERFORM 060-GRABAR-VENTA THRU 060-FIN
                   IF WS-SW-CREDITO = "S"
                       PERFORM 062-GRABAR-CARTERA THRU 062-FIN
                   END-IF
                   PERFORM 024-REBAJA-STOCK THRU 024-FIN
                   ADD 1 TO WS-CONT-ACEPTADAS
                   ADD WS-UNIDADES-BOLETA TO WS-CONT-UNIDADES
                   ADD WS-TOTAL-BOLETA TO WS-MONTO-VENDIDO
                   ADD WS-IVA-BOLETA TO WS-IVA-VENDIDO
               END-IF
           END-IF.
       014-FIN. EXIT.
           COMPUTE WS-NUMVENTA-NUM = WS-CTL-ULTIMO-NUM + 1.

           IF WS-SW-MODO-LOTE = "S"
               CONTINUE
           ELSE
               MOVE WS-NUMVENTA-NUM TO WS-NUMVENTA
               DISPLAY "NUM DE VENTA ASIGNADO: " WS-NUMVENTA

       015-FIN. EXIT.

      ******************************************************************
      * Toda boleta grabada tiene linea 01, asi que basta la lectura
      * directa de numero + 01 para saber si el numero ya se uso.
      ******************************************************************
       016-VALIDA-DUPLICADO.
           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               MOVE WS-NUMVENTA-NUM TO REG-VTA-NUMVENTA
               MOVE 1 TO REG-VTA-LINEA
               READ VENTAS INTO WS-REG-VENTAS
                   INVALID KEY
                       CONTINUE
           CLOSE CTLVENTA.
       017-FIN. EXIT.

      ******************************************************************
      * Valida la boleta completa: primero lo que es de la cabecera y
      * luego cada linea (032-VALIDA-LINEA), que guarda su propio
      * motivo. La primera falla pasa a ser el motivo de la boleta y
      * basta una para rechazarla entera.
      ******************************************************************
       018-VALIDA-DATOS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE ZERO TO WS-TOTAL-BOLETA WS-UNIDADES-BOLETA.
           MOVE ZERO TO WS-NETO-BOLETA WS-IVA-BOLETA.

           IF WS-SW-EXCESO-LINEAS = "S"
               MOVE "BOLETA EXCEDE 20 LINEAS" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-ERROR
           END-IF.

           PERFORM 032-VALIDA-LINEA THRU 032-FIN
                   VARYING WS-SUB-L FROM 1 BY 1
                   UNTIL WS-SUB-L > WS-CAN-LINEAS.

           IF WS-SW-ERROR NOT = "S"
               PERFORM 027-VALIDA-CLIENTE THRU 027-FIN
           END-IF.

           IF WS-SW-ERROR NOT = "S" AND WS-SW-CREDITO = "S"
               PERFORM 041-VALIDA-CREDITO THRU 041-FIN
           END-IF.

           IF WS-NUMVENTA-NUM NOT NUMERIC OR WS-NUMVENTA-NUM NOT > ZERO
               MOVE "NUM DE VENTA INVALIDO" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-ERROR
           END-IF.
       018-FIN. EXIT.

      ******************************************************************
      * Un rechazo graba un registro de EXCVENTA por cada linea de la
      * boleta, con el mismo numero de venta: la linea que fallo lleva
      * su motivo y las demas el motivo de la boleta.
      ******************************************************************
       019-GRABAR-RECHAZO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           OPEN EXTEND EXCVENTA.
               OPEN OUTPUT EXCVENTA
           END-IF.

           PERFORM 034-GRABA-RECHAZO-LINEA THRU 034-FIN
                   VARYING WS-SUB-L FROM 1 BY 1
                   UNTIL WS-SUB-L > WS-CAN-LINEAS.

           CLOSE EXCVENTA.
       019-FIN. EXIT.

      * se conserva por compatibilidad pero se ignora.
      ******************************************************************
       020-INGRESA-DATOS.
           MOVE ZERO TO WS-CAN-LINEAS.
           MOVE "N" TO WS-SW-EXCESO-LINEAS.
           MOVE SPACES TO WS-SW-FIN-LINEAS.
           IF WS-SW-MODO-LOTE = "S"
               MOVE WS-VTL-CLIENTE TO WS-CLIENTE-COD
               IF WS-VTL-CREDITO = "S"
                   MOVE "S" TO WS-SW-CREDITO
               END-IF
               MOVE WS-VTL-NUMVENTA TO WS-NUMVENTA-MANUAL
               MOVE WS-VTL-BOLETA TO WS-BOLETA-ACTUAL
               MOVE WS-VTL-OPERADOR TO WS-OPERADOR-VENTA
               IF WS-OPERADOR-VENTA = SPACES
                   MOVE "BATCH" TO WS-OPERADOR-VENTA
               END-IF
               IF WS-OPERADOR-AUDIT = SPACES
                   MOVE WS-OPERADOR-VENTA TO WS-OPERADOR-AUDIT
               END-IF
               IF WS-OPERADOR-AUDIT NOT = WS-OPERADOR-VENTA
                   MOVE "BATCH" TO WS-OPERADOR-AUDIT
               END-IF
               PERFORM 033-CARGA-LINEA-LOTE THRU 033-FIN
                       UNTIL WS-SW-FIN-LOTE = "FIN"
                       OR WS-VTL-BOLETA NOT = WS-BOLETA-ACTUAL
           ELSE
               DISPLAY "INGRESAR CODIGO DE CLIENTE:"
               ACCEPT WS-CLIENTE-COD
               DISPLAY "VENTA A CUENTA (S/N):"
               ACCEPT WS-SW-CREDITO
               IF WS-SW-CREDITO NOT = "S"
                   MOVE "N" TO WS-SW-CREDITO
               END-IF
               PERFORM 029-INGRESA-LINEA THRU 029-FIN
                       UNTIL WS-SW-FIN-LINEAS = "FIN"
           END-IF.
       020-FIN. EXIT.

       021-BUSCA-PRODUCTO.
           MOVE SPACES TO WS-BOL-NOMBRE (WS-SUB-L).
           OPEN INPUT PRODUCTOS.
           IF WS-PRODUCTOS-STATUS = "00"
               MOVE WS-CODIGO-PROD TO REG-PRO-CODIGO
               READ PRODUCTOS INTO WS-REG-PRODUCTOS
                   INVALID KEY
                       MOVE "PRODUCTO NO EXISTE EN CATALOGO"
                           TO WS-MOTIVO-LINEA
                       MOVE "S" TO WS-SW-ERROR-LINEA
                   NOT INVALID KEY
                       IF WS-PRO-VIGENTE = "S"
                           MOVE WS-PRO-DESCRIPCION
                               TO WS-BOL-NOMBRE (WS-SUB-L)
                           IF WS-PRO-EXENTO = "S"
                               MOVE "S" TO WS-BOL-EXENTO (WS-SUB-L)
                           END-IF
                       ELSE
                           MOVE "PRODUCTO INACTIVO EN CATALOGO"
                               TO WS-MOTIVO-LINEA
                           MOVE "S" TO WS-SW-ERROR-LINEA
                       END-IF
               END-READ
               CLOSE PRODUCTOS
           ELSE
               MOVE "NO EXISTE CATALOGO PRODUCTOS"
                   TO WS-MOTIVO-LINEA
               MOVE "S" TO WS-SW-ERROR-LINEA
           END-IF.
       021-FIN. EXIT.

      * Control de existencias contra el maestro STOCK.TXT. Si el
      * maestro no existe el sistema sigue vendiendo sin control, igual
      * que con FECPROC.TXT ausente; si existe, un producto sin
      * registro de stock o con saldo menor a lo pedido se rechaza a
      * EXCVENTA. Lo pedido es la suma de las lineas de la boleta con
      * el mismo producto hasta la linea en curso, para que dos lineas
      * del mismo codigo no pasen cada una por separado.
      ******************************************************************
       023-VALIDA-STOCK.
           OPEN INPUT STOCK.
           IF WS-STOCK-STATUS NOT = "00"
               GO TO 023-FIN
           END-IF.
           MOVE ZERO TO WS-CANT-PEDIDA.
           PERFORM 035-SUMA-PEDIDA THRU 035-FIN
                   VARYING WS-SUB-K FROM 1 BY 1
                   UNTIL WS-SUB-K > WS-SUB-L.
           MOVE WS-CODIGO-PROD TO REG-STK-CODIGO.
           READ STOCK INTO WS-REG-STOCK
               INVALID KEY
                   MOVE "SIN STOCK DISPONIBLE"
                       TO WS-MOTIVO-LINEA
                   MOVE "S" TO WS-SW-ERROR-LINEA
               NOT INVALID KEY
                   IF WS-STK-SALDO NOT > ZERO
                       MOVE "SIN STOCK DISPONIBLE"
                           TO WS-MOTIVO-LINEA
                       MOVE "S" TO WS-SW-ERROR-LINEA
                   ELSE
                       IF WS-STK-SALDO < WS-CANT-PEDIDA
                           MOVE "STOCK INSUFICIENTE PARA CANTIDAD"
                               TO WS-MOTIVO-LINEA
                           MOVE "S" TO WS-SW-ERROR-LINEA
                       END-IF
                   END-IF
           END-READ.
           CLOSE STOCK.
       023-FIN. EXIT.

      ******************************************************************
      * Rebaja el stock de cada linea de la boleta aceptada por la
      * cantidad vendida. Si entre la validacion y la rebaja el saldo
      * quedo corto se deja en cero, igual que antes. Cada rebaja deja
      * su movimiento de venta en MOVSTOCK.TXT.
      ******************************************************************
       024-REBAJA-STOCK.
           OPEN I-O STOCK.
           IF WS-STOCK-STATUS NOT = "00"
               GO TO 024-FIN
           END-IF.
           MOVE "N" TO WS-SW-MOVST-ABIERTO.
           OPEN I-O MOVSTOCK.
           IF WS-MOVSTOCK-STATUS = "35"
               CLOSE MOVSTOCK
               OPEN OUTPUT MOVSTOCK
               CLOSE MOVSTOCK
               OPEN I-O MOVSTOCK
           END-IF.
           IF WS-MOVSTOCK-STATUS = "00"
               MOVE "S" TO WS-SW-MOVST-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR MOVSTOCK.TXT - VENTA "
                       WS-NUMVENTA-NUM " SIN MOVIMIENTO DE STOCK"
           END-IF.
           PERFORM 036-REBAJA-LINEA THRU 036-FIN
                   VARYING WS-SUB-L FROM 1 BY 1
                   UNTIL WS-SUB-L > WS-CAN-LINEAS.
           IF WS-SW-MOVST-ABIERTO = "S"
               CLOSE MOVSTOCK
           END-IF.
           CLOSE STOCK.
       024-FIN. EXIT.


      ******************************************************************
      * Control del dia de negocio contra DIACTL.TXT. Si el archivo no
      * existe el sistema opera sin control de dia, igual que con
      * registro del producto con la mayor vigencia no posterior a la
      * fecha de proceso. Si la lista no existe o el producto no tiene
      * vigencia aplicable se cae al precio de lista del catalogo; si
      * tampoco hay, 032-VALIDA-LINEA rechaza la linea por
      * "SIN PRECIO VIGENTE".
      ******************************************************************
       026-BUSCA-PRECIO.
           CLOSE CLIENTES.
       027-FIN. EXIT.

       028-LEER-LOTE.
           READ VTALOTE INTO WS-REG-VTALOTE.
           IF WS-VTL-STATUS NOT = "00"
               MOVE "FIN" TO WS-SW-FIN-LOTE
           ELSE
               ADD 1 TO WS-CONT-LINEAS
           END-IF.
       028-FIN. EXIT.

      ******************************************************************
      * Ingreso manual de una linea. Un codigo en blanco cierra la
      * boleta; al llegar a WS-MAX-LINEAS se cierra sola.
      ******************************************************************
       029-INGRESA-LINEA.
           IF WS-CAN-LINEAS NOT < WS-MAX-LINEAS
               DISPLAY "BOLETA COMPLETA - MAXIMO " WS-MAX-LINEAS
                       " LINEAS"
               MOVE "FIN" TO WS-SW-FIN-LINEAS
               GO TO 029-FIN
           END-IF.
           MOVE SPACES TO WS-CODIGO-PROD.
           DISPLAY "INGRESAR CODIGO DE PRODUCTO (EN BLANCO TERMINA):"
           ACCEPT WS-CODIGO-PROD.
           IF WS-CODIGO-PROD = SPACES
               MOVE "FIN" TO WS-SW-FIN-LINEAS
               GO TO 029-FIN
           END-IF.
           MOVE ZERO TO WS-CANTIDAD-NUM.
           DISPLAY "INGRESAR CANTIDAD:"
           ACCEPT WS-CANTIDAD-NUM.
           ADD 1 TO WS-CAN-LINEAS.
           MOVE WS-CODIGO-PROD TO WS-BOL-CODIGO (WS-CAN-LINEAS).
           MOVE WS-CANTIDAD-NUM TO WS-BOL-CANTIDAD (WS-CAN-LINEAS).
           MOVE SPACES TO WS-BOL-NOMBRE (WS-CAN-LINEAS)
                          WS-BOL-MOTIVO (WS-CAN-LINEAS).
           MOVE ZERO TO WS-BOL-PRECIO (WS-CAN-LINEAS)
                        WS-BOL-MONTO (WS-CAN-LINEAS)
                        WS-BOL-NETO (WS-CAN-LINEAS)
                        WS-BOL-IVA (WS-CAN-LINEAS).
       029-FIN. EXIT.

       030-MOSTRAR-DATOS.
           MOVE WS-NUMVENTA-NUM TO WS-NUMVENTA.
           MOVE WS-CLIENTE-COD TO WS-CLIENTE.
           IF WS-SW-CREDITO = "S"
               MOVE "A CUENTA" TO WS-CONDICION
           ELSE
               MOVE "CONTADO" TO WS-CONDICION
           END-IF.
           MOVE WS-NETO-BOLETA TO WS-NETO.
           MOVE WS-IVA-BOLETA TO WS-IVA.
           MOVE WS-TOTAL-BOLETA TO WS-TOTAL.
           DISPLAY "NUM DE VENTA       : " WS-NUMVENTA
           DISPLAY "CODIGO DE CLIENTE  : " WS-CLIENTE
           DISPLAY "CONDICION DE VENTA : " WS-CONDICION
           DISPLAY WS-TIT-LINEAS
           PERFORM 031-MOSTRAR-LINEA THRU 031-FIN
                   VARYING WS-SUB-L FROM 1 BY 1
                   UNTIL WS-SUB-L > WS-CAN-LINEAS.
           DISPLAY "NETO               : " WS-NETO.
           DISPLAY "IVA                : " WS-IVA.
           DISPLAY "TOTAL DE LA BOLETA : " WS-TOTAL.
       030-FIN. EXIT.

       031-MOSTRAR-LINEA.
           PERFORM 038-ARMA-LINEA THRU 038-FIN.
           DISPLAY WS-TIT-LINEA.
       031-FIN. EXIT.

      ******************************************************************
      * Validacion de una linea: cantidad, producto, precio vigente y
      * stock. La falla queda en WS-BOL-MOTIVO de la linea y la
      * primera de la boleta pasa a ser el motivo de rechazo.
      ******************************************************************
       032-VALIDA-LINEA.
           MOVE SPACE TO WS-SW-ERROR-LINEA.
           MOVE SPACES TO WS-MOTIVO-LINEA.
           MOVE WS-BOL-CODIGO (WS-SUB-L) TO WS-CODIGO-PROD.
           MOVE ZERO TO WS-PRECIO-NUM.
           MOVE "N" TO WS-BOL-EXENTO (WS-SUB-L).

           IF WS-BOL-CANTIDAD (WS-SUB-L) NOT NUMERIC
               OR WS-BOL-CANTIDAD (WS-SUB-L) = ZERO
               MOVE ZERO TO WS-BOL-CANTIDAD (WS-SUB-L)
               MOVE "CANTIDAD INVALIDA" TO WS-MOTIVO-LINEA
               MOVE "S" TO WS-SW-ERROR-LINEA
           END-IF.

           IF WS-SW-ERROR-LINEA NOT = "S"
               PERFORM 021-BUSCA-PRODUCTO THRU 021-FIN
           END-IF.

           IF WS-SW-ERROR-LINEA NOT = "S"
               PERFORM 026-BUSCA-PRECIO THRU 026-FIN
           END-IF.

           IF WS-SW-ERROR-LINEA NOT = "S"
               AND WS-PRECIO-NUM NOT > ZERO
               MOVE "SIN PRECIO VIGENTE" TO WS-MOTIVO-LINEA
               MOVE "S" TO WS-SW-ERROR-LINEA
           END-IF.

           MOVE WS-PRECIO-NUM TO WS-BOL-PRECIO (WS-SUB-L).
           COMPUTE WS-BOL-MONTO (WS-SUB-L) =
                   WS-BOL-CANTIDAD (WS-SUB-L) * WS-PRECIO-NUM.
           PERFORM 039-DESGLOSA-IVA THRU 039-FIN.

           IF WS-SW-ERROR-LINEA NOT = "S"
               PERFORM 023-VALIDA-STOCK THRU 023-FIN
           END-IF.

           IF WS-SW-ERROR-LINEA = "S"
               MOVE WS-MOTIVO-LINEA TO WS-BOL-MOTIVO (WS-SUB-L)
               IF WS-SW-ERROR NOT = "S"
                   MOVE WS-MOTIVO-LINEA TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-ERROR
               END-IF
           ELSE
               ADD WS-BOL-MONTO (WS-SUB-L) TO WS-TOTAL-BOLETA
               ADD WS-BOL-CANTIDAD (WS-SUB-L) TO WS-UNIDADES-BOLETA
               ADD WS-BOL-NETO (WS-SUB-L) TO WS-NETO-BOLETA
               ADD WS-BOL-IVA (WS-SUB-L) TO WS-IVA-BOLETA
           END-IF.
       032-FIN. EXIT.

      ******************************************************************
      * Carga la linea de lote ya leida en la boleta en curso y lee la
      * siguiente. Las lineas que pasan de WS-MAX-LINEAS no caben en la
      * tabla: la boleta se rechaza por exceso y esas lineas se cuentan
      * como descartadas en el informe de control del lote.
      ******************************************************************
       033-CARGA-LINEA-LOTE.
           IF WS-CAN-LINEAS < WS-MAX-LINEAS
               ADD 1 TO WS-CAN-LINEAS
               MOVE WS-VTL-CODIGO TO WS-BOL-CODIGO (WS-CAN-LINEAS)
               MOVE WS-VTL-CANTIDAD TO WS-BOL-CANTIDAD (WS-CAN-LINEAS)
               MOVE SPACES TO WS-BOL-NOMBRE (WS-CAN-LINEAS)
                              WS-BOL-MOTIVO (WS-CAN-LINEAS)
               MOVE ZERO TO WS-BOL-PRECIO (WS-CAN-LINEAS)
                            WS-BOL-MONTO (WS-CAN-LINEAS)
                            WS-BOL-NETO (WS-CAN-LINEAS)
                            WS-BOL-IVA (WS-CAN-LINEAS)
           ELSE
               MOVE "S" TO WS-SW-EXCESO-LINEAS
               ADD 1 TO WS-CONT-DESCARTADAS
           END-IF.
           PERFORM 028-LEER-LOTE THRU 028-FIN.
       033-FIN. EXIT.

       034-GRABA-RECHAZO-LINEA.
           MOVE WS-NUMVENTA-NUM TO WS-EXC-NUMVENTA
           MOVE WS-BOL-CODIGO (WS-SUB-L) TO WS-EXC-CODIGO
           MOVE WS-BOL-NOMBRE (WS-SUB-L) TO WS-EXC-NOMBRE
           MOVE WS-BOL-PRECIO (WS-SUB-L) TO WS-EXC-PRECIO
           MOVE WS-FECHA-8 TO WS-EXC-FECHA
           IF WS-BOL-MOTIVO (WS-SUB-L) NOT = SPACES
               MOVE WS-BOL-MOTIVO (WS-SUB-L) TO WS-EXC-MOTIVO
           ELSE
               MOVE WS-MOTIVO-RECHAZO TO WS-EXC-MOTIVO
           END-IF
           MOVE "P" TO WS-EXC-ESTADO
           MOVE ZERO TO WS-EXC-FECHA-DISP
           MOVE WS-CLIENTE-COD TO WS-EXC-CLIENTE
           MOVE WS-SUB-L TO WS-EXC-LINEA
           MOVE WS-BOL-CANTIDAD (WS-SUB-L) TO WS-EXC-CANTIDAD
           MOVE WS-SW-CREDITO TO WS-EXC-CREDITO
           MOVE SPACES TO WS-EXC-OPERADOR

           WRITE REG-EXCVENTA FROM WS-REG-EXCVENTA.
       034-FIN. EXIT.

       035-SUMA-PEDIDA.
           IF WS-BOL-CODIGO (WS-SUB-K) = WS-CODIGO-PROD
               ADD WS-BOL-CANTIDAD (WS-SUB-K) TO WS-CANT-PEDIDA
           END-IF.
       035-FIN. EXIT.

       036-REBAJA-LINEA.
           MOVE WS-BOL-CODIGO (WS-SUB-L) TO REG-STK-CODIGO.
           READ STOCK INTO WS-REG-STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-STK-SALDO > WS-BOL-CANTIDAD (WS-SUB-L)
                       SUBTRACT WS-BOL-CANTIDAD (WS-SUB-L)
                           FROM WS-STK-SALDO
                   ELSE
                       MOVE ZERO TO WS-STK-SALDO
                   END-IF
                   REWRITE REG-STOCK FROM WS-REG-STOCK
                       INVALID KEY
                           DISPLAY "ERROR AL REBAJAR STOCK "
                                   WS-BOL-CODIGO (WS-SUB-L)
                       NOT INVALID KEY
                           PERFORM 063-GRABA-MOVIMIENTO THRU 063-FIN
                   END-REWRITE
           END-READ.
       036-FIN. EXIT.

      ******************************************************************
      * Tasa de IVA en vigor a la fecha de proceso segun IVAPAR.TXT:
      * la del registro con la mayor vigencia no posterior a esa fecha.
      * Si la tabla no existe o ninguna vigencia aplica queda la tasa
      * por omision de 19,00%, igual que AUDIT010 asume 12 meses sin
      * AUDITPAR.TXT.
      ******************************************************************
       037-BUSCA-TASA-IVA.
           MOVE 19 TO WS-TASA-IVA.
           MOVE ZERO TO WS-VIGENCIA-IVA.
           OPEN INPUT IVAPAR.
           IF WS-IVAPAR-STATUS NOT = "00"
               GO TO 037-FIN
           END-IF.
           MOVE "N" TO WS-SW-FIN-IVA.
           PERFORM UNTIL WS-SW-FIN-IVA = "S"
               READ IVAPAR INTO WS-REG-IVAPAR AT END
                    MOVE "S" TO WS-SW-FIN-IVA
               END-READ
               IF WS-SW-FIN-IVA NOT = "S"
                   AND WS-IVA-VIGENCIA NUMERIC
                   AND WS-IVA-TASA NUMERIC
                   AND WS-IVA-VIGENCIA NOT > WS-FECHA-PROCESO
                   AND WS-IVA-VIGENCIA NOT < WS-VIGENCIA-IVA
                   MOVE WS-IVA-VIGENCIA TO WS-VIGENCIA-IVA
                   MOVE WS-IVA-TASA TO WS-TASA-IVA
               END-IF
           END-PERFORM.
           CLOSE IVAPAR.
       037-FIN. EXIT.

       038-ARMA-LINEA.
           MOVE WS-SUB-L TO WS-RL-LINEA.
           MOVE WS-BOL-CODIGO (WS-SUB-L) TO WS-RL-CODIGO.
           MOVE WS-BOL-NOMBRE (WS-SUB-L) TO WS-RL-NOMBRE.
           MOVE WS-BOL-CANTIDAD (WS-SUB-L) TO WS-RL-CANTIDAD.
           MOVE WS-BOL-PRECIO (WS-SUB-L) TO WS-RL-PRECIO.
           MOVE WS-BOL-MONTO (WS-SUB-L) TO WS-RL-MONTO.
       038-FIN. EXIT.

      ******************************************************************
      * Desglose de la linea: el monto es bruto, asi que el neto se
      * obtiene dividiendo por uno mas la tasa y el IVA es la
      * diferencia, para que neto mas IVA cuadre siempre con el monto.
      * Un producto exento no lleva impuesto.
      ******************************************************************
       039-DESGLOSA-IVA.
           IF WS-BOL-EXENTO (WS-SUB-L) = "S"
               MOVE ZERO TO WS-BOL-TASA (WS-SUB-L)
               MOVE WS-BOL-MONTO (WS-SUB-L) TO WS-BOL-NETO (WS-SUB-L)
               MOVE ZERO TO WS-BOL-IVA (WS-SUB-L)
           ELSE
               MOVE WS-TASA-IVA TO WS-BOL-TASA (WS-SUB-L)
               COMPUTE WS-BOL-NETO (WS-SUB-L) ROUNDED =
                       WS-BOL-MONTO (WS-SUB-L) * 100
                       / (100 + WS-TASA-IVA)
               COMPUTE WS-BOL-IVA (WS-SUB-L) =
                       WS-BOL-MONTO (WS-SUB-L) - WS-BOL-NETO (WS-SUB-L)
           END-IF.
       039-FIN. EXIT.

       040-ABRIR-ARCHIVOS.
           OPEN OUTPUT RESPUESTA.

       040-FIN. EXIT.

      ******************************************************************
      * Venta a cuenta: exige cliente registrado en CLIENTE.TXT con
      * limite de credito, y que la deuda abierta en CARTERA.TXT mas el
      * total de la boleta no pase ese limite. A diferencia de la
      * validacion del cliente, aqui el maestro es obligatorio: sin el
      * no hay limite contra el cual vender a cuenta.
      ******************************************************************
       041-VALIDA-CREDITO.
           MOVE ZERO TO WS-LIMITE-CLIENTE WS-PLAZO-CLIENTE.
           IF WS-CLIENTE-COD = SPACES
               MOVE "VENTA A CUENTA SIN CLIENTE" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-ERROR
               GO TO 041-FIN
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT = "00"
               MOVE "SIN MAESTRO CLIENTES P/CREDITO"
                   TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-ERROR
               GO TO 041-FIN
           END-IF.
           MOVE WS-CLIENTE-COD TO REG-CLI-CODIGO.
           READ CLIENTES INTO WS-REG-CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN MAESTRO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-ERROR
               NOT INVALID KEY
                   IF WS-CLI-LIMITE NUMERIC
                       MOVE WS-CLI-LIMITE TO WS-LIMITE-CLIENTE
                   END-IF
                   IF WS-CLI-PLAZO NUMERIC
                       MOVE WS-CLI-PLAZO TO WS-PLAZO-CLIENTE
                   END-IF
           END-READ.
           CLOSE CLIENTES.
           IF WS-SW-ERROR = "S"
               GO TO 041-FIN
           END-IF.
           IF WS-LIMITE-CLIENTE = ZERO
               MOVE "CLIENTE SIN CREDITO" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-ERROR
               GO TO 041-FIN
           END-IF.

           PERFORM 042-SUMA-DEUDA THRU 042-FIN.
           IF WS-DEUDA-CLIENTE + WS-TOTAL-BOLETA > WS-LIMITE-CLIENTE
               MOVE "EXCEDE LIMITE DE CREDITO" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-ERROR
           END-IF.
       041-FIN. EXIT.

      ******************************************************************
      * Deuda abierta del cliente: recorre sus partidas por la clave
      * alterna de CARTERA.TXT. Sin cartera el cliente no debe nada.
      ******************************************************************
       042-SUMA-DEUDA.
           MOVE ZERO TO WS-DEUDA-CLIENTE.
           OPEN INPUT CARTERA.
           IF WS-CARTERA-STATUS NOT = "00"
               GO TO 042-FIN
           END-IF.
           MOVE "N" TO WS-SW-FIN-CARTERA.
           MOVE WS-CLIENTE-COD TO REG-CAR-CLIENTE.
           START CARTERA KEY IS NOT LESS THAN REG-CAR-CLIENTE
               INVALID KEY MOVE "S" TO WS-SW-FIN-CARTERA
           END-START.
           PERFORM UNTIL WS-SW-FIN-CARTERA = "S"
               READ CARTERA NEXT RECORD INTO WS-REG-CARTERA AT END
                    MOVE "S" TO WS-SW-FIN-CARTERA
               END-READ
               IF WS-SW-FIN-CARTERA NOT = "S"
                   IF WS-CAR-CLIENTE NOT = WS-CLIENTE-COD
                       MOVE "S" TO WS-SW-FIN-CARTERA
                   ELSE
                       IF WS-CAR-ESTADO = "A"
                           ADD WS-CAR-SALDO TO WS-DEUDA-CLIENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CARTERA.
       042-FIN. EXIT.

       050-IMPRIMIR-DATOS.
           WRITE REG-RESPUESTA FROM WS-GUIONES AFTER ADVANCING PAGE
           WRITE REG-RESPUESTA FROM WS-TIT-NUMVENTA AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-TIT-CLIENTE AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-TIT-CONDICION AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-TIT-LINEAS AFTER ADVANCING 1
           PERFORM 051-IMPRIMIR-LINEA THRU 051-FIN
                   VARYING WS-SUB-L FROM 1 BY 1
                   UNTIL WS-SUB-L > WS-CAN-LINEAS.
           WRITE REG-RESPUESTA FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-TIT-NETO AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-TIT-IVA AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-TIT-TOTAL AFTER ADVANCING 1
           WRITE REG-RESPUESTA FROM WS-GUIONES AFTER ADVANCING 1
           CLOSE RESPUESTA.
       050-FIN. EXIT.

       051-IMPRIMIR-LINEA.
           PERFORM 038-ARMA-LINEA THRU 038-FIN.
           WRITE REG-RESPUESTA FROM WS-TIT-LINEA AFTER ADVANCING 1.
       051-FIN. EXIT.

       060-GRABAR-VENTA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           OPEN I-O VENTAS.
               CLOSE VENTAS
               OPEN I-O VENTAS
           END-IF.
           PERFORM 061-GRABAR-LINEA THRU 061-FIN
                   VARYING WS-SUB-L FROM 1 BY 1
                   UNTIL WS-SUB-L > WS-CAN-LINEAS.
           CLOSE VENTAS.
       060-FIN. EXIT.

       061-GRABAR-LINEA.
           MOVE WS-NUMVENTA-NUM TO WS-VTA-NUMVENTA
           MOVE WS-SUB-L TO WS-VTA-LINEA
           MOVE WS-BOL-CODIGO (WS-SUB-L) TO WS-VTA-CODIGO
           MOVE WS-BOL-NOMBRE (WS-SUB-L) TO WS-VTA-NOMBRE
           MOVE WS-BOL-PRECIO (WS-SUB-L) TO WS-VTA-PRECIO
           MOVE WS-FECHA-8 TO WS-VTA-FECHA
           MOVE WS-CLIENTE-COD TO WS-VTA-CLIENTE
           MOVE "V" TO WS-VTA-TIPO
           MOVE ZERO TO WS-VTA-REFVENTA
           MOVE WS-BOL-CANTIDAD (WS-SUB-L) TO WS-VTA-CANTIDAD
           MOVE WS-BOL-MONTO (WS-SUB-L) TO WS-VTA-MONTO
           MOVE ZERO TO WS-VTA-REFLINEA
           MOVE WS-BOL-EXENTO (WS-SUB-L) TO WS-VTA-EXENTO
           MOVE WS-BOL-TASA (WS-SUB-L) TO WS-VTA-TASA
           MOVE WS-BOL-NETO (WS-SUB-L) TO WS-VTA-NETO
           MOVE WS-BOL-IVA (WS-SUB-L) TO WS-VTA-IVA
           MOVE WS-OPERADOR-VENTA TO WS-VTA-OPERADOR

           WRITE REG-VENTAS FROM WS-REG-VENTAS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR VENTA " WS-NUMVENTA-NUM
                           " LINEA " WS-SUB-L
           END-WRITE.
       061-FIN. EXIT.

      ******************************************************************
      * Abre la partida de la venta a cuenta en CARTERA.TXT por el
      * total de la boleta, con el plazo del cliente a esta fecha.
      ******************************************************************
       062-GRABAR-CARTERA.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS = "35"
               CLOSE CARTERA
               OPEN OUTPUT CARTERA
               CLOSE CARTERA
               OPEN I-O CARTERA
           END-IF.

           MOVE WS-NUMVENTA-NUM TO WS-CAR-NUMVENTA
           MOVE WS-CLIENTE-COD TO WS-CAR-CLIENTE
           MOVE WS-FECHA-8 TO WS-CAR-FECHA
           MOVE WS-PLAZO-CLIENTE TO WS-CAR-PLAZO
           MOVE WS-TOTAL-BOLETA TO WS-CAR-MONTO
           MOVE ZERO TO WS-CAR-ABONOS
           MOVE ZERO TO WS-CAR-CREDITOS
           MOVE WS-TOTAL-BOLETA TO WS-CAR-SALDO
           MOVE "A" TO WS-CAR-ESTADO
           MOVE WS-FECHA-8 TO WS-CAR-FECHA-ULT

           WRITE REG-CARTERA FROM WS-REG-CARTERA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR CARTERA " WS-NUMVENTA-NUM
           END-WRITE.
           CLOSE CARTERA.

           ADD 1 TO WS-CONT-A-CUENTA.
           ADD WS-TOTAL-BOLETA TO WS-MONTO-A-CUENTA.
       062-FIN. EXIT.

      ******************************************************************
      * Movimiento de venta de la linea WS-SUB-L: cantidad negativa y
      * saldo resultante, con la boleta y la linea como documento. El
      * numero de movimiento es el siguiente de CTLMOVST.TXT; si ya
      * existe en el libro (control perdido o restaurado) se prueba
      * con el siguiente.
      ******************************************************************
       063-GRABA-MOVIMIENTO.
           IF WS-SW-MOVST-ABIERTO NOT = "S"
               GO TO 063-FIN
           END-IF.
           ACCEPT WS-HORA-8 FROM TIME.
           MOVE WS-BOL-CODIGO (WS-SUB-L) TO WS-MOV-CODIGO.
           MOVE WS-FECHA-PROCESO TO WS-MOV-FECHA.
           MOVE WS-HORA-8 TO WS-MOV-HORA.
           MOVE ZERO TO WS-CTM-ULTIMO-NUM.
           OPEN INPUT CTLMOVST.
           IF WS-CTM-STATUS = "00"
               READ CTLMOVST INTO WS-REG-CTLMOVST
               CLOSE CTLMOVST
           END-IF.
           COMPUTE WS-MOV-NUMERO = WS-CTM-ULTIMO-NUM + 1.
           MOVE ZERO TO WS-REINTENTO-MOV.
           MOVE "V" TO WS-MOV-TIPO.
           COMPUTE WS-MOV-CANTIDAD = ZERO - WS-BOL-CANTIDAD (WS-SUB-L).
           MOVE WS-STK-SALDO TO WS-MOV-SALDO.
           MOVE WS-NUMVENTA-NUM TO WS-MOV-DOCUMENTO.
           MOVE WS-SUB-L TO WS-MOV-LINEA.
           MOVE SPACE TO WS-SW-MOV-GRABADO.
           PERFORM UNTIL WS-SW-MOV-GRABADO NOT = SPACE
               WRITE REG-MOVSTOCK FROM WS-REG-MOVSTOCK
                   INVALID KEY
                       IF WS-REINTENTO-MOV < 99
                           ADD 1 TO WS-REINTENTO-MOV
                           ADD 1 TO WS-MOV-NUMERO
                       ELSE
                           DISPLAY "ERROR AL GRABAR MOVIMIENTO DE "
                                   WS-MOV-CODIGO
                           MOVE "E" TO WS-SW-MOV-GRABADO
                       END-IF
                   NOT INVALID KEY
                       MOVE "S" TO WS-SW-MOV-GRABADO
               END-WRITE
           END-PERFORM.
           IF WS-SW-MOV-GRABADO = "S"
               MOVE WS-MOV-NUMERO TO WS-CTM-ULTIMO-NUM
               OPEN OUTPUT CTLMOVST
               WRITE REG-CTLMOVST FROM WS-REG-CTLMOVST
               CLOSE CTLMOVST
           END-IF.
       063-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "COMERCIO" TO WS-AUD-PROGRAMA.
           IF WS-OPERADOR-AUDIT = SPACES
               MOVE "BATCH" TO WS-OPERADOR-AUDIT
           END-IF.
           MOVE WS-OPERADOR-AUDIT TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-ACEPTADAS TO WS-AUD-CONT-1.
           MOVE WS-CONT-RECHAZADAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-UNIDADES TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
           WRITE REG-LOTECTL FROM WS-LOT-GUIONES AFTER ADVANCING 1.

           MOVE "REGISTROS LEIDOS   :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-LINEAS TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "BOLETAS LEIDAS     :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-LEIDAS TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "BOLETAS ACEPTADAS  :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-ACEPTADAS TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "BOLETAS RECHAZADAS :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-RECHAZADAS TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "LINEAS DESCARTADAS :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-DESCARTADAS TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "UNIDADES VENDIDAS  :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-UNIDADES TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "MONTO VENDIDO      :" TO WS-LOT-MON-GLOSA.
           MOVE WS-MONTO-VENDIDO TO WS-LOT-MON-VALOR.
           WRITE REG-LOTECTL FROM WS-LOT-MONTO AFTER ADVANCING 1.

           MOVE "IVA INCLUIDO       :" TO WS-LOT-MON-GLOSA.
           MOVE WS-IVA-VENDIDO TO WS-LOT-MON-VALOR.
           WRITE REG-LOTECTL FROM WS-LOT-MONTO AFTER ADVANCING 1.

           MOVE "BOLETAS A CUENTA   :" TO WS-LOT-DET-GLOSA.
           MOVE WS-CONT-A-CUENTA TO WS-LOT-DET-CANT.
           WRITE REG-LOTECTL FROM WS-LOT-DETALLE AFTER ADVANCING 1.

           MOVE "MONTO A CUENTA     :" TO WS-LOT-MON-GLOSA.
           MOVE WS-MONTO-A-CUENTA TO WS-LOT-MON-VALOR.
           WRITE REG-LOTECTL FROM WS-LOT-MONTO AFTER ADVANCING 1.

           WRITE REG-LOTECTL FROM WS-LOT-GUIONES AFTER ADVANCING 1.
           CLOSE LOTECTL.
       080-FIN. EXIT.
