      * Author:
      * Date:
      * Purpose:  Ingreso de devoluciones (notas de credito) sobre
      *           lineas de boletas ya grabadas. Pide el numero de la
      *           venta original y la linea a devolver, la busca con
      *           lectura directa en VENTAS.TXT o, si ya fue archivada,
      *           recorriendo VENTAHIS.TXT, y pide la cantidad, que no
      *           puede pasar de lo vendido en la linea menos lo ya
      *           devuelto en notas anteriores. La nota de credito se
      *           graba en VENTAS.TXT como linea 01 de un registro
      *           REG-VTA-TIPO "D" con su propio correlativo de
      *           CTLVENTA.TXT, REG-VTA-REFVENTA y REG-VTA-REFLINEA
      *           apuntando a la linea revertida y monto igual a
      *           cantidad por precio unitario, de modo que VENTAS010,
      *           CIERRE010 y CONCIL010 la neteen en sus totales. El
      *           monto se desglosa en neto e IVA con la tasa y la marca
      *           de exento de la linea original, para que la nota
      *           revierta el mismo impuesto que se cobro. Las unidades
      *           devueltas se reponen al maestro STOCK.TXT si existe,
      *           con su movimiento de devolucion en MOVSTOCK.TXT. Si la
      *           venta original fue a cuenta, la nota rebaja el saldo
      *           abierto de su partida en CARTERA.TXT; lo que exceda
      *           ese saldo (boleta ya pagada) se informa como saldo a
      *           favor del cliente. Registra la corrida en AUDITLOG.TXT
      *           (emitidas en el contador 1, intentos rechazados en el
      *           3). Con el dia de negocio cerrado (DIACTL.TXT) no
      *           graba nada. Exige inicio de sesion y la autorizacion
      *           del rol del operador (SIGNON010); la nota de credito y
      *           la auditoria registran el operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY SELAUDIT.
           COPY SELDIACTL.
           COPY SELFECPRO.
           COPY SELCARTE.
           COPY SELMOVST.
           SELECT CTLMOVST ASSIGN TO "G:\cobol\archivos\CTLMOVST.TXT"
               FILE STATUS IS WS-CTM-STATUS.
           SELECT CTLVENTA ASSIGN TO "G:\cobol\archivos\CTLVENTA.TXT"
               FILE STATUS IS WS-CTL-STATUS.

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

           COPY FDSTOCK.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

           BLOCK CONTAINS 0 RECORDS.
           COPY FDCTLVTA.

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
       01  WS-VENTAS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-VENTAHIS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-DIACTL-STATUS       PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CARTERA-STATUS      PIC X(02) VALUE SPACES.
       01  WS-MOVSTOCK-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CTM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REG-FECPROC.
       01  WS-REG-DIACTL.
           COPY WSDIACTL.

       01  WS-REG-CARTERA.
           COPY WSCARTE.

       01  WS-REG-MOVSTOCK.
           COPY WSMOVST.

       01  WS-REG-CTLMOVST.
           COPY WSCTLMOV.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-SW-DIA-CERRADO      PIC X(01) VALUE "N".
       01  WS-SW-ENCONTRADA        PIC X(01) VALUE "N".
       01  WS-SW-YA-DEVUELTA       PIC X(01) VALUE "N".
       01  WS-SW-MOV-GRABADO       PIC X(01) VALUE SPACE.
       01  WS-REINTENTO-MOV        PIC 9(02) VALUE ZERO.
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
       01  WS-NUM-ORIGINAL         PIC 9(05) VALUE ZERO.
       01  WS-LIN-ORIGINAL         PIC 9(02) VALUE ZERO.
       01  WS-CANT-DEVOLVER        PIC 9(03) VALUE ZERO.
       01  WS-CANT-DEVUELTA        PIC 9(05) VALUE ZERO.
       01  WS-CANT-DISPONIBLE      PIC 9(05) VALUE ZERO.
       01  WS-MONTO-CREDITO        PIC 9(09) VALUE ZERO.
       01  WS-NETO-CREDITO         PIC 9(09) VALUE ZERO.
       01  WS-IVA-CREDITO          PIC 9(09) VALUE ZERO.
       01  WS-NUM-CREDITO          PIC 9(05) VALUE ZERO.
       01  WS-CREDITO-APLICADO     PIC 9(09) VALUE ZERO.
       01  WS-CREDITO-EXCEDENTE    PIC 9(09) VALUE ZERO.
       01  WS-CONT-EMITIDAS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-RECHAZADAS      PIC 9(05) VALUE ZERO.

           05 WS-ORIG-NOMBRE       PIC X(25) VALUE SPACES.
           05 WS-ORIG-PRECIO       PIC 9(06) VALUE ZERO.
           05 WS-ORIG-CLIENTE      PIC X(05) VALUE SPACES.
           05 WS-ORIG-CANTIDAD     PIC 9(03) VALUE ZERO.
           05 WS-ORIG-EXENTO       PIC X(01) VALUE SPACE.
           05 WS-ORIG-TASA         PIC 9(02)V99 VALUE ZERO.

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
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           PERFORM 017-VALIDA-DIA THRU 017-FIN.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion del programa
      * (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "DEVOL010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
               MOVE "FIN" TO SW-FIN
               GO TO 020-FIN
           END-IF.
           DISPLAY "INGRESAR LINEA DE LA BOLETA A DEVOLVER:"
           ACCEPT WS-LIN-ORIGINAL.
           IF WS-LIN-ORIGINAL NOT NUMERIC
               OR WS-LIN-ORIGINAL = ZERO
               DISPLAY "LINEA INVALIDA"
               ADD 1 TO WS-CONT-RECHAZADAS
               GO TO 020-FIN
           END-IF.

           PERFORM 030-BUSCA-ORIGINAL THRU 030-FIN.
           IF WS-SW-ENCONTRADA NOT = "S"
               DISPLAY "VENTA " WS-NUM-ORIGINAL " LINEA "
                       WS-LIN-ORIGINAL
                       " NO EXISTE EN MAESTRO NI HISTORICO"
               ADD 1 TO WS-CONT-RECHAZADAS
               GO TO 020-FIN

           PERFORM 040-VALIDA-NO-DEVUELTA THRU 040-FIN.
           IF WS-SW-YA-DEVUELTA = "S"
               DISPLAY "VENTA " WS-NUM-ORIGINAL " LINEA "
                       WS-LIN-ORIGINAL
                       " YA FUE DEVUELTA COMPLETA"
               ADD 1 TO WS-CONT-RECHAZADAS
               GO TO 020-FIN
           END-IF.

           DISPLAY "PRODUCTO    : " WS-ORIG-NOMBRE.
           DISPLAY "PRECIO UNIT : " WS-ORIG-PRECIO.
           IF WS-ORIG-EXENTO = "S"
               DISPLAY "IVA         : EXENTO"
           ELSE
               DISPLAY "TASA IVA    : " WS-ORIG-TASA
           END-IF.
           DISPLAY "VENDIDAS    : " WS-ORIG-CANTIDAD.
           DISPLAY "YA DEVUELTAS: " WS-CANT-DEVUELTA.
           DISPLAY "CLIENTE     : " WS-ORIG-CLIENTE.

           DISPLAY "INGRESAR CANTIDAD A DEVOLVER:"
           ACCEPT WS-CANT-DEVOLVER.
           IF WS-CANT-DEVOLVER NOT NUMERIC
               OR WS-CANT-DEVOLVER = ZERO
               OR WS-CANT-DEVOLVER > WS-CANT-DISPONIBLE
               DISPLAY "CANTIDAD INVALIDA - MAXIMO "
                       WS-CANT-DISPONIBLE
               ADD 1 TO WS-CONT-RECHAZADAS
               GO TO 020-FIN
           END-IF.
           COMPUTE WS-MONTO-CREDITO =
                   WS-CANT-DEVOLVER * WS-ORIG-PRECIO.
           PERFORM 045-DESGLOSA-IVA THRU 045-FIN.

           PERFORM 050-ASIGNA-NUMERO THRU 050-FIN.
           PERFORM 060-GRABA-CREDITO THRU 060-FIN.
           PERFORM 065-REPONE-STOCK THRU 065-FIN.
           PERFORM 066-REBAJA-CARTERA THRU 066-FIN.
           ADD 1 TO WS-CONT-EMITIDAS.
           DISPLAY "DEVOLUCION " WS-NUM-CREDITO
                   " EMITIDA SOBRE VENTA " WS-NUM-ORIGINAL
                   " LINEA " WS-LIN-ORIGINAL.
       020-FIN. EXIT.

      ******************************************************************
      * Busca la linea original: primero con lectura directa en el
      * maestro y, si no esta (mes ya cerrado), recorriendo el
      * historico. Una devolucion no puede devolverse a su vez.
      ******************************************************************
           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               MOVE WS-NUM-ORIGINAL TO REG-VTA-NUMVENTA
               MOVE WS-LIN-ORIGINAL TO REG-VTA-LINEA
               READ VENTAS INTO WS-REG-VENTAS
                   INVALID KEY
                       CONTINUE
                           MOVE WS-VTA-NOMBRE TO WS-ORIG-NOMBRE
                           MOVE WS-VTA-PRECIO TO WS-ORIG-PRECIO
                           MOVE WS-VTA-CLIENTE TO WS-ORIG-CLIENTE
                           MOVE WS-VTA-CANTIDAD TO WS-ORIG-CANTIDAD
                           MOVE WS-VTA-EXENTO TO WS-ORIG-EXENTO
                           MOVE WS-VTA-TASA TO WS-ORIG-TASA
                       END-IF
               END-READ
               CLOSE VENTAS
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-HIS-NUMVENTA = WS-NUM-ORIGINAL
                   AND WS-HIS-LINEA = WS-LIN-ORIGINAL
                   AND WS-HIS-TIPO NOT = "D"
                   MOVE "S" TO WS-SW-ENCONTRADA
                   MOVE WS-HIS-CODIGO TO WS-ORIG-CODIGO
                   MOVE WS-HIS-NOMBRE TO WS-ORIG-NOMBRE
                   MOVE WS-HIS-PRECIO TO WS-ORIG-PRECIO
                   MOVE WS-HIS-CLIENTE TO WS-ORIG-CLIENTE
                   MOVE WS-HIS-CANTIDAD TO WS-ORIG-CANTIDAD
                   MOVE WS-HIS-EXENTO TO WS-ORIG-EXENTO
                   MOVE WS-HIS-TASA TO WS-ORIG-TASA
               END-IF
           END-PERFORM.
           CLOSE VENTAHIS.
       035-FIN. EXIT.

      ******************************************************************
      * Una linea admite devoluciones parciales hasta completar lo
      * vendido: se suman las cantidades de los registros tipo "D" del
      * maestro y del historico que apuntan a la venta y linea
      * originales, y lo que queda es lo disponible para devolver.
      ******************************************************************
       040-VALIDA-NO-DEVUELTA.
           MOVE "N" TO WS-SW-YA-DEVUELTA.
           MOVE ZERO TO WS-CANT-DEVUELTA WS-CANT-DISPONIBLE.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA
               START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
                   INVALID KEY MOVE "FIN" TO SW-FIN
               END-START
               PERFORM UNTIL SW-FIN = "FIN"
                   IF SW-FIN NOT = "FIN"
                       AND WS-VTA-TIPO = "D"
                       AND WS-VTA-REFVENTA = WS-NUM-ORIGINAL
                       AND WS-VTA-REFLINEA = WS-LIN-ORIGINAL
                       ADD WS-VTA-CANTIDAD TO WS-CANT-DEVUELTA
                   END-IF
               END-PERFORM
               CLOSE VENTAS
                   IF SW-FIN NOT = "FIN"
                       AND WS-HIS-TIPO = "D"
                       AND WS-HIS-REFVENTA = WS-NUM-ORIGINAL
                       AND WS-HIS-REFLINEA = WS-LIN-ORIGINAL
                       ADD WS-HIS-CANTIDAD TO WS-CANT-DEVUELTA
                   END-IF
               END-PERFORM
               CLOSE VENTAHIS
           END-IF.
           MOVE SPACES TO SW-FIN.
           IF WS-CANT-DEVUELTA NOT < WS-ORIG-CANTIDAD
               MOVE "S" TO WS-SW-YA-DEVUELTA
           ELSE
               COMPUTE WS-CANT-DISPONIBLE =
                       WS-ORIG-CANTIDAD - WS-CANT-DEVUELTA
           END-IF.
       040-FIN. EXIT.

      ******************************************************************
      * Desglose del credito con la tasa de la linea original, igual
      * que COMERCIO (039-DESGLOSA-IVA): neto dividiendo el monto bruto
      * por uno mas la tasa e IVA por diferencia.
      ******************************************************************
       045-DESGLOSA-IVA.
           IF WS-ORIG-EXENTO = "S"
               OR WS-ORIG-TASA NOT NUMERIC
               OR WS-ORIG-TASA = ZERO
               MOVE WS-MONTO-CREDITO TO WS-NETO-CREDITO
               MOVE ZERO TO WS-IVA-CREDITO
           ELSE
               COMPUTE WS-NETO-CREDITO ROUNDED =
                       WS-MONTO-CREDITO * 100 / (100 + WS-ORIG-TASA)
               COMPUTE WS-IVA-CREDITO =
                       WS-MONTO-CREDITO - WS-NETO-CREDITO
           END-IF.
       045-FIN. EXIT.

       050-ASIGNA-NUMERO.
           MOVE ZERO TO WS-CTL-ULTIMO-NUM.
           OPEN INPUT CTLVENTA.
           END-IF.

           MOVE WS-NUM-CREDITO TO WS-VTA-NUMVENTA
           MOVE 1 TO WS-VTA-LINEA
           MOVE WS-ORIG-CODIGO TO WS-VTA-CODIGO
           MOVE WS-ORIG-NOMBRE TO WS-VTA-NOMBRE
           MOVE WS-ORIG-PRECIO TO WS-VTA-PRECIO
           MOVE WS-ORIG-CLIENTE TO WS-VTA-CLIENTE
           MOVE "D" TO WS-VTA-TIPO
           MOVE WS-NUM-ORIGINAL TO WS-VTA-REFVENTA
           MOVE WS-CANT-DEVOLVER TO WS-VTA-CANTIDAD
           MOVE WS-MONTO-CREDITO TO WS-VTA-MONTO
           MOVE WS-LIN-ORIGINAL TO WS-VTA-REFLINEA
           MOVE WS-ORIG-EXENTO TO WS-VTA-EXENTO
           MOVE WS-ORIG-TASA TO WS-VTA-TASA
           MOVE WS-NETO-CREDITO TO WS-VTA-NETO
           MOVE WS-IVA-CREDITO TO WS-VTA-IVA
           MOVE WS-SGN-OPERADOR TO WS-VTA-OPERADOR

           WRITE REG-VENTAS FROM WS-REG-VENTAS
               INVALID KEY
       060-FIN. EXIT.

      ******************************************************************
      * Las unidades devueltas vuelven a bodega. Si no existe STOCK.TXT
      * el sistema sigue sin control de existencias, igual que
      * COMERCIO. La reposicion deja su movimiento de devolucion en
      * MOVSTOCK.TXT con la nota de credito como documento.
      ******************************************************************
       065-REPONE-STOCK.
           OPEN I-O STOCK.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-CANT-DEVOLVER TO WS-STK-SALDO
                   REWRITE REG-STOCK FROM WS-REG-STOCK
                       INVALID KEY
                           DISPLAY "ERROR AL REPONER STOCK "
                                   WS-ORIG-CODIGO
                       NOT INVALID KEY
                           PERFORM 067-GRABA-MOVIMIENTO THRU 067-FIN
                   END-REWRITE
           END-READ.
           CLOSE STOCK.
       065-FIN. EXIT.

      ******************************************************************
      * Movimiento de devolucion: cantidad positiva y saldo resultante.
      * El numero de movimiento es el siguiente de CTLMOVST.TXT; si ya
      * existe en el libro (control perdido o restaurado) se prueba
      * con el siguiente.
      ******************************************************************
       067-GRABA-MOVIMIENTO.
           OPEN I-O MOVSTOCK.
           IF WS-MOVSTOCK-STATUS = "35"
               CLOSE MOVSTOCK
               OPEN OUTPUT MOVSTOCK
               CLOSE MOVSTOCK
               OPEN I-O MOVSTOCK
           END-IF.
           IF WS-MOVSTOCK-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR MOVSTOCK.TXT - DEVOLUCION "
                       WS-NUM-CREDITO " SIN MOVIMIENTO DE STOCK"
               GO TO 067-FIN
           END-IF.
           ACCEPT WS-HORA-8 FROM TIME.
           MOVE WS-ORIG-CODIGO TO WS-MOV-CODIGO.
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
           MOVE "D" TO WS-MOV-TIPO.
           MOVE WS-CANT-DEVOLVER TO WS-MOV-CANTIDAD.
           MOVE WS-STK-SALDO TO WS-MOV-SALDO.
           MOVE WS-NUM-CREDITO TO WS-MOV-DOCUMENTO.
           MOVE 1 TO WS-MOV-LINEA.
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
           CLOSE MOVSTOCK.
       067-FIN. EXIT.

      ******************************************************************
      * Nota de credito sobre una venta a cuenta: rebaja el saldo de la
      * partida de la venta original en CARTERA.TXT, hasta dejarla en
      * cero (cancelada). Una venta de contado no tiene partida y no
      * hay nada que rebajar; lo que pase del saldo no se aplica y se
      * informa como saldo a favor del cliente.
      ******************************************************************
       066-REBAJA-CARTERA.
           MOVE ZERO TO WS-CREDITO-APLICADO WS-CREDITO-EXCEDENTE.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS NOT = "00"
               GO TO 066-FIN
           END-IF.
           MOVE WS-NUM-ORIGINAL TO REG-CAR-NUMVENTA.
           READ CARTERA INTO WS-REG-CARTERA
               INVALID KEY
                   CLOSE CARTERA
                   GO TO 066-FIN
           END-READ.

           IF WS-MONTO-CREDITO > WS-CAR-SALDO
               MOVE WS-CAR-SALDO TO WS-CREDITO-APLICADO
               COMPUTE WS-CREDITO-EXCEDENTE =
                       WS-MONTO-CREDITO - WS-CAR-SALDO
           ELSE
               MOVE WS-MONTO-CREDITO TO WS-CREDITO-APLICADO
           END-IF.
           ADD WS-CREDITO-APLICADO TO WS-CAR-CREDITOS.
           SUBTRACT WS-CREDITO-APLICADO FROM WS-CAR-SALDO.
           IF WS-CAR-SALDO = ZERO
               MOVE "C" TO WS-CAR-ESTADO
           END-IF.
           MOVE WS-FECHA-8 TO WS-CAR-FECHA-ULT.
           REWRITE REG-CARTERA FROM WS-REG-CARTERA
               INVALID KEY
                   DISPLAY "ERROR AL REBAJAR CARTERA " WS-NUM-ORIGINAL
           END-REWRITE.
           CLOSE CARTERA.

           DISPLAY "REBAJADO DE CARTERA : " WS-CREDITO-APLICADO
                   " SALDO BOLETA: " WS-CAR-SALDO.
           IF WS-CREDITO-EXCEDENTE > ZERO
               DISPLAY "SALDO A FAVOR DEL CLIENTE " WS-ORIG-CLIENTE
                       " : " WS-CREDITO-EXCEDENTE
           END-IF.
       066-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "DEVOL010" TO WS-AUD-PROGRAMA.
           MOVE WS-SGN-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-EMITIDAS TO WS-AUD-CONT-1.
