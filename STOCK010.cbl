      * Author:
      * Date:
      * Purpose:  Mantencion del maestro de stock STOCK.TXT (registro
      *           REG-STOCK de 20 caracteres: CODIGO 8 + SALDO 6 + PUNTO
      *           6), al estilo de PRODUC010. Permite dar de alta el
      *           stock de un producto del catalogo PRODUCTO.TXT,
      *           registrar recepciones de bodega (suma unidades),
      *           ajustar el saldo a un conteo fisico, cambiar el punto
      *           de reposicion y eliminar el registro. COMERCIO rebaja
      *           este saldo en la cantidad de cada linea de boleta
      *           aceptada y STOCK020 informa los productos bajo el
      *           punto de reposicion y genera sus ordenes de compra.
      *           Toda recepcion se registra contra una orden y linea de
      *           ORDCOMPRA.TXT: se rechaza la mercaderia no pedida
      *           (orden o linea inexistente, linea ya cerrada o
      *           producto distinto al de la linea) y la sobre-recepcion
      *           (mas unidades que las pendientes de la linea). La
      *           recepcion aceptada suma al saldo, acumula lo recibido
      *           en la linea y la deja parcial o cerrada, con la fecha
      *           de proceso de FECPROC.TXT como fecha de la ultima
      *           recepcion. Cada cambio de saldo (alta, recepcion,
      *           ajuste por conteo y baja) deja su movimiento en el
      *           libro MOVSTOCK.TXT con el saldo resultante. Exige
      *           inicio de sesion y cada opcion la autorizacion del rol
      *           del operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELSTOCK.
           COPY SELPRODUC.
           COPY SELORDEN.
           COPY SELFECPRO.
           COPY SELMOVST.
           SELECT CTLMOVST ASSIGN TO "G:\cobol\archivos\CTLMOVST.TXT"
               FILE STATUS IS WS-CTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSTOCK.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       FD  ORDCOMPRA
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDORDEN.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  MOVSTOCK
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDMOVST.

       FD  CTLMOVST
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCTLMOV.

       WORKING-STORAGE SECTION.
       01  WS-STOCK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-ORDCOMPRA-STATUS     PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS       PIC X(02) VALUE SPACES.
       01  WS-MOVSTOCK-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CTM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO        PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-AREA-STOCK.
           COPY WSSTOCK.
       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-REG-ORDCOMPRA.
           COPY WSORDEN.

       01  WS-REG-MOVSTOCK.
           COPY WSMOVST.

       01  WS-REG-CTLMOVST.
           COPY WSCTLMOV.

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-SW-PRODUCTO-OK       PIC X(01) VALUE SPACE.
       01  WS-CODIGO-BUSCADO       PIC X(08) VALUE SPACES.
       01  WS-CANTIDAD             PIC 9(06) VALUE ZERO.
       01  WS-NUM-ORDEN            PIC 9(05) VALUE ZERO.
       01  WS-LINEA-ORDEN          PIC 9(02) VALUE ZERO.
       01  WS-PENDIENTE            PIC 9(06) VALUE ZERO.
       01  WS-SALDO-ANTERIOR       PIC 9(06) VALUE ZERO.
       01  WS-HORA-8               PIC 9(08) VALUE ZERO.
       01  WS-SW-MOVST-ABIERTO     PIC X(01) VALUE "N".
       01  WS-SW-MOV-GRABADO       PIC X(01) VALUE SPACE.
       01  WS-REINTENTO-MOV        PIC 9(02) VALUE ZERO.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           OPEN I-O STOCK.
           IF WS-STOCK-STATUS = "35"
               CLOSE STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF.
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
               DISPLAY "NO SE PUDO ABRIR MOVSTOCK.TXT - LOS CAMBIOS"
                       " DE SALDO NO QUEDARAN EN EL LIBRO"
           END-IF.

           PERFORM 020-MOSTRAR-MENU THRU 020-FIN
                   UNTIL WS-SW-TERMINA = "FIN".

           IF WS-SW-MOVST-ABIERTO = "S"
               CLOSE MOVSTOCK
           END-IF.
           CLOSE STOCK.
           GOBACK.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC INTO WS-REG-FECPROC
                   AT END
                       MOVE ZERO TO WS-FEC-PROCESO
               END-READ
               CLOSE FECPROC
               IF WS-FEC-PROCESO NUMERIC
                   MOVE WS-FEC-PROCESO TO WS-FECHA-VAL
                   IF WS-VAL-MM >= 1 AND WS-VAL-MM <= 12
                       AND WS-VAL-DD >= 1 AND WS-VAL-DD <= 31
                       MOVE WS-FEC-PROCESO TO WS-FECHA-PROCESO
                   END-IF
               END-IF
           END-IF.
       015-FIN. EXIT.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "STOCK010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR PRODUCTO A STOCK".
           DISPLAY "2. RECEPCION DE BODEGA".
           DISPLAY "6. SALIR".
           DISPLAY "INGRESE OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 6
               PERFORM 006-AUTORIZA-OPCION THRU 006-FIN
               IF WS-SGN-RESULTADO NOT = "S"
                   GO TO 020-FIN
               END-IF
           END-IF.

           EVALUATE WS-OPCION
               WHEN 1
                           " YA TIENE REGISTRO DE STOCK"
               NOT INVALID KEY
                   DISPLAY "STOCK AGREGADO"
                   MOVE "I" TO WS-MOV-TIPO
                   MOVE WS-STK-SALDO TO WS-MOV-CANTIDAD
                   MOVE ZERO TO WS-MOV-DOCUMENTO WS-MOV-LINEA
                   PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN
           END-WRITE.
       030-FIN. EXIT.

       040-RECEPCION.
           DISPLAY "INGRESAR NUMERO DE ORDEN DE COMPRA:"
           MOVE ZERO TO WS-NUM-ORDEN
           ACCEPT WS-NUM-ORDEN
           DISPLAY "INGRESAR LINEA DE LA ORDEN:"
           MOVE ZERO TO WS-LINEA-ORDEN
           ACCEPT WS-LINEA-ORDEN.

           OPEN I-O ORDCOMPRA.
           IF WS-ORDCOMPRA-STATUS NOT = "00"
               DISPLAY "NO EXISTEN ORDENES DE COMPRA -"
                       " RECEPCION RECHAZADA"
               GO TO 040-FIN
           END-IF.
           PERFORM 045-RECIBE-LINEA THRU 045-FIN.
           CLOSE ORDCOMPRA.
       040-FIN. EXIT.

      ******************************************************************
      * Recepcion contra la linea de orden: la linea debe existir y no
      * estar cerrada, el producto debe ser el pedido y las unidades
      * no pueden superar lo pendiente (pedido menos ya recibido).
      ******************************************************************
       045-RECIBE-LINEA.
           MOVE WS-NUM-ORDEN TO REG-OC-NUMORDEN.
           MOVE WS-LINEA-ORDEN TO REG-OC-LINEA.
           READ ORDCOMPRA INTO WS-REG-ORDCOMPRA
               INVALID KEY
                   DISPLAY "ORDEN " WS-NUM-ORDEN " LINEA "
                           WS-LINEA-ORDEN " NO EXISTE -"
                           " MERCADERIA NO PEDIDA"
                   GO TO 045-FIN
           END-READ.
           IF WS-OC-ESTADO = "C"
               DISPLAY "LINEA YA RECIBIDA COMPLETA -"
                       " MERCADERIA NO PEDIDA"
               GO TO 045-FIN
           END-IF.
           COMPUTE WS-PENDIENTE = WS-OC-PEDIDA - WS-OC-RECIBIDA.
           DISPLAY "PROVEEDOR: " WS-OC-PROVEEDOR
                   "  PRODUCTO PEDIDO: " WS-OC-CODIGO.
           DISPLAY "PEDIDAS: " WS-OC-PEDIDA
                   "  RECIBIDAS: " WS-OC-RECIBIDA
                   "  PENDIENTES: " WS-PENDIENTE.

           DISPLAY "INGRESAR CODIGO RECIBIDO:"
           ACCEPT WS-CODIGO-BUSCADO.
           IF WS-CODIGO-BUSCADO NOT = WS-OC-CODIGO
               DISPLAY "PRODUCTO " WS-CODIGO-BUSCADO
                       " NO CORRESPONDE A LA LINEA -"
                       " MERCADERIA NO PEDIDA"
               GO TO 045-FIN
           END-IF.

           MOVE WS-CODIGO-BUSCADO TO REG-STK-CODIGO.
           READ STOCK INTO WS-REG-STOCK
               INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-BUSCADO
                           " SIN REGISTRO DE STOCK"
                   GO TO 045-FIN
           END-READ.
           DISPLAY "SALDO ACTUAL: " WS-STK-SALDO.
           DISPLAY "INGRESAR UNIDADES RECIBIDAS:"
           MOVE ZERO TO WS-CANTIDAD
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD NOT NUMERIC OR WS-CANTIDAD = ZERO
               DISPLAY "CANTIDAD INVALIDA"
               GO TO 045-FIN
           END-IF.
           IF WS-CANTIDAD > WS-PENDIENTE
               DISPLAY "SOBRE-RECEPCION: LA LINEA SOLO TIENE "
                       WS-PENDIENTE " PENDIENTES -"
                       " RECEPCION RECHAZADA"
               GO TO 045-FIN
           END-IF.

           ADD WS-CANTIDAD TO WS-STK-SALDO.
           REWRITE REG-STOCK FROM WS-REG-STOCK
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR STOCK "
                           WS-CODIGO-BUSCADO
                   GO TO 045-FIN
           END-REWRITE.
           DISPLAY "NUEVO SALDO: " WS-STK-SALDO.
           MOVE "R" TO WS-MOV-TIPO.
           MOVE WS-CANTIDAD TO WS-MOV-CANTIDAD.
           MOVE WS-NUM-ORDEN TO WS-MOV-DOCUMENTO.
           MOVE WS-LINEA-ORDEN TO WS-MOV-LINEA.
           PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN.

           ADD WS-CANTIDAD TO WS-OC-RECIBIDA.
           IF WS-OC-RECIBIDA < WS-OC-PEDIDA
               MOVE "P" TO WS-OC-ESTADO
           ELSE
               MOVE "C" TO WS-OC-ESTADO
           END-IF.
           MOVE WS-FECHA-PROCESO TO WS-OC-FECHA-ULT.
           REWRITE REG-ORDCOMPRA FROM WS-REG-ORDCOMPRA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR ORDEN " WS-NUM-ORDEN
                           " LINEA " WS-LINEA-ORDEN
               NOT INVALID KEY
                   IF WS-OC-ESTADO = "C"
                       DISPLAY "LINEA DE ORDEN CERRADA"
                   ELSE
                       DISPLAY "LINEA DE ORDEN PARCIAL"
                   END-IF
           END-REWRITE.
       045-FIN. EXIT.

       050-AJUSTE.
           DISPLAY "INGRESAR CODIGO:"
                           " SIN REGISTRO DE STOCK"
               NOT INVALID KEY
                   DISPLAY "SALDO ACTUAL: " WS-STK-SALDO
                   MOVE WS-STK-SALDO TO WS-SALDO-ANTERIOR
                   DISPLAY "INGRESAR SALDO SEGUN CONTEO:"
                   ACCEPT WS-STK-SALDO
                   REWRITE REG-STOCK FROM WS-REG-STOCK
                                   WS-CODIGO-BUSCADO
                       NOT INVALID KEY
                           DISPLAY "SALDO AJUSTADO A: " WS-STK-SALDO
                           MOVE "A" TO WS-MOV-TIPO
                           COMPUTE WS-MOV-CANTIDAD =
                                   WS-STK-SALDO - WS-SALDO-ANTERIOR
                           MOVE ZERO TO WS-MOV-DOCUMENTO WS-MOV-LINEA
                           PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN
                   END-REWRITE
           END-READ.
       050-FIN. EXIT.
           END-READ.
       060-FIN. EXIT.

      ******************************************************************
      * La baja deja en el libro un movimiento "E" por el saldo que
      * tenia el registro, para que la conciliacion no lo eche de menos.
      ******************************************************************
       070-ELIMINAR.
           DISPLAY "INGRESAR CODIGO A ELIMINAR:"
           ACCEPT WS-CODIGO-BUSCADO.
           MOVE WS-CODIGO-BUSCADO TO REG-STK-CODIGO.

           READ STOCK INTO WS-REG-STOCK
               INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-BUSCADO
                           " SIN REGISTRO DE STOCK"
                   GO TO 070-FIN
           END-READ.
           MOVE WS-STK-SALDO TO WS-SALDO-ANTERIOR.

           DELETE STOCK
               INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-BUSCADO
                           " SIN REGISTRO DE STOCK"
               NOT INVALID KEY
                   DISPLAY "REGISTRO DE STOCK ELIMINADO"
                   MOVE ZERO TO WS-STK-SALDO
                   MOVE "E" TO WS-MOV-TIPO
                   COMPUTE WS-MOV-CANTIDAD = ZERO - WS-SALDO-ANTERIOR
                   MOVE ZERO TO WS-MOV-DOCUMENTO WS-MOV-LINEA
                   PERFORM 080-GRABA-MOVIMIENTO THRU 080-FIN
           END-DELETE.
       070-FIN. EXIT.

      ******************************************************************
      * Graba en MOVSTOCK.TXT el movimiento ya preparado (tipo,
      * cantidad con signo, documento y linea) para WS-STK-CODIGO, con
      * WS-STK-SALDO como saldo resultante. El numero de movimiento es
      * el siguiente de CTLMOVST.TXT; si ya existe en el libro (control
      * perdido o restaurado) se prueba con el siguiente.
      ******************************************************************
       080-GRABA-MOVIMIENTO.
           IF WS-SW-MOVST-ABIERTO NOT = "S"
               GO TO 080-FIN
           END-IF.
           ACCEPT WS-HORA-8 FROM TIME.
           MOVE WS-STK-CODIGO TO WS-MOV-CODIGO.
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
           MOVE WS-STK-SALDO TO WS-MOV-SALDO.
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
       080-FIN. EXIT.
