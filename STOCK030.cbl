      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Kardex mensual de existencias desde el libro de
      *           movimientos MOVSTOCK.TXT. Para cada producto con
      *           movimientos emite en KARDEX.TXT el saldo inicial del
      *           mes, cada movimiento del mes en el orden en que se
      *           grabo (venta, devolucion, recepcion, ajuste, saldo
      *           inicial o baja, con su documento de origen, la entrada
      *           o salida y el saldo resultante) y el saldo final con
      *           el total de entradas y salidas. El saldo inicial es el
      *           saldo resultante del ultimo movimiento anterior al mes
      *           o, si el producto no tiene movimientos previos, el
      *           saldo anterior al primero del mes. Un producto sin
      *           movimientos en el mes se lista solo con su saldo, y se
      *           omite si su registro de stock fue dado de baja antes
      *           del mes. El mes es el periodo cerrado (el anterior a
      *           la fecha de proceso, igual que LIBRO010); si existe
      *           KARDXREQ.TXT con un periodo AAMM el kardex se emite
      *           para ese periodo (puede ser el mes en curso) y la
      *           solicitud se elimina. Registra la corrida en
      *           AUDITLOG.TXT (productos listados en el contador 1,
      *           movimientos del mes en el 2, movimientos leidos en el
      *           3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                STOCK030.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELMOVST.
           COPY SELPRODUC.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT KARDXREQ ASSIGN TO "G:\cobol\archivos\KARDXREQ.TXT"
               FILE STATUS IS WS-KARDXREQ-STATUS.
           SELECT REP-KARDEX ASSIGN TO "G:\cobol\archivos\KARDEX.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVSTOCK
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDMOVST.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  KARDXREQ
           RECORD CONTAINS 4 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-KARDXREQ           PIC X(04).

       FD  REP-KARDEX
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-KARDEX         PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-MOVSTOCK-STATUS     PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-KARDXREQ-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.
       01  WS-REQ-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\KARDXREQ.TXT".
       01  WS-REQ-DEL-STATUS      PIC S9(9) COMP-5.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-REG-MOVSTOCK.
           COPY WSMOVST.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-REIMPRESION    PIC X(01) VALUE "N".
           05 WS-SW-PRODUC-ABIERTO PIC X(01) VALUE "N".
           05 WS-SW-PROD-ABIERTO   PIC X(01) VALUE "N".
           05 WS-PERIODO-REQ       PIC 9(04) VALUE ZERO.
           05 WS-FECHA-8           PIC 9(06) VALUE ZERO.
           05 WS-CONT-LEIDOS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-PRODUCTOS    PIC 9(05) VALUE ZERO.
           05 WS-CONT-MOVIMIENTOS  PIC 9(05) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

       01  WS-HORA-GREG.
           05 WS-HH-8              PIC 9(2).
           05 WS-MI-8              PIC 9(2).
           05 WS-SS-8              PIC 9(2).
           05 WS-CC-8              PIC 9(2).

       01  WS-PERIODO-KARDEX.
           05 WS-PER-AA            PIC 9(02).
           05 WS-PER-MM            PIC 9(02).

       01  WS-MOV-PERIODO         PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Producto en curso: el libro viene ordenado por producto, fecha
      * y numero de movimiento, asi que basta un corte por codigo.
      * WS-PRD-PREVIO indica que hubo movimientos antes del mes y
      * WS-PRD-ULT-TIPO guarda el tipo del ultimo de ellos.
      ******************************************************************
       01  WS-PRODUCTO.
           05 WS-PRD-CODIGO        PIC X(08) VALUE SPACES.
           05 WS-PRD-PREVIO        PIC X(01) VALUE "N".
           05 WS-PRD-ULT-TIPO      PIC X(01) VALUE SPACE.
           05 WS-PRD-EN-MES        PIC 9(05) VALUE ZERO.
           05 WS-PRD-SALDO-INI     PIC S9(07) VALUE ZERO.
           05 WS-PRD-SALDO-FIN     PIC S9(07) VALUE ZERO.
           05 WS-PRD-ENTRADAS      PIC 9(07) VALUE ZERO.
           05 WS-PRD-SALIDAS       PIC 9(07) VALUE ZERO.

       01  WS-TITULO-1.
           05 FILLER               PIC X(27) VALUES SPACES.
           05 FILLER               PIC X(19)
                       VALUES "KARDEX DE STOCK".
           05 FILLER               PIC X(27) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(11) VALUES " PERIODO: ".
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-ANIO        PIC 9(02).
           05 FILLER               PIC X(07) VALUES SPACES.
           05 WS-TIT-2-MARCA       PIC X(20) VALUES SPACES.
           05 FILLER               PIC X(28) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(07) VALUE " FECHA".
           05 FILLER               PIC X(07) VALUE "HORA".
           05 FILLER               PIC X(13) VALUE "MOVIMIENTO".
           05 FILLER               PIC X(10) VALUE "DOCUMENTO".
           05 FILLER               PIC X(09) VALUE "ENTRADA".
           05 FILLER               PIC X(09) VALUE " SALIDA".
           05 FILLER               PIC X(07) VALUE "  SALDO".
           05 FILLER               PIC X(11) VALUES SPACES.

       01  WS-LINEA-PRODUCTO.
           05 FILLER               PIC X(11) VALUES " PRODUCTO: ".
           05 WS-LPR-CODIGO        PIC X(08).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-LPR-NOMBRE        PIC X(25).
           05 FILLER               PIC X(27) VALUES SPACES.

       01  WS-LINEA-SALDO-INI.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(54)
                       VALUES "SALDO INICIAL".
           05 WS-LSI-SALDO         PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(10) VALUES SPACES.

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-DD            PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-DET-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-HH            PIC 9(02).
           05 FILLER               PIC X(01) VALUES ":".
           05 WS-DET-MI            PIC 9(02).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-TIPO          PIC X(12).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-DOCUMENTO.
               10 WS-DET-DOC       PIC ZZZZ9.
               10 WS-DET-SEP       PIC X(01).
               10 WS-DET-LIN       PIC 99.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-ENTRADA       PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-SALIDA        PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-SALDO         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(11) VALUES SPACES.

       01  WS-LINEA-SIN-MOV.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)
                       VALUES "  (SIN MOVIMIENTOS EN EL PERIODO)".

       01  WS-LINEA-SALDO-FIN.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(36)
                       VALUES "SALDO FINAL".
           05 WS-LSF-ENTRADAS      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-LSF-SALIDAS       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-LSF-SALDO         PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(10) VALUES SPACES.

       01  WS-DETALLE-CANT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-CAN-GLOSA         PIC X(21).
           05 WS-CAN-VALOR         PIC ZZZZ9.
           05 FILLER               PIC X(46) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.
           PERFORM 015-CALCULA-PERIODO THRU 015-FIN.
           PERFORM 017-REVISA-REIMPRESION THRU 017-FIN.

           OPEN INPUT PRODUCTOS.
           IF WS-PRODUCTOS-STATUS = "00"
               MOVE "S" TO WS-SW-PRODUC-ABIERTO
           END-IF.

           PERFORM 020-ENCABEZADO THRU 020-FIN.
           PERFORM 030-RECORRE-LIBRO THRU 030-FIN.
           PERFORM 050-TOTALES THRU 050-FIN.

           IF WS-SW-PRODUC-ABIERTO = "S"
               CLOSE PRODUCTOS
           END-IF.

           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           IF WS-SW-REIMPRESION = "S"
               CALL "CBL_DELETE_FILE" USING WS-REQ-ARCHIVO
                   RETURNING WS-REQ-DEL-STATUS
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       012-LEER-FECHA-PROCESO.
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
       012-FIN. EXIT.

      ******************************************************************
      * Periodo cerrado: el mes anterior a la fecha de proceso, igual
      * que en LIBRO010.
      ******************************************************************
       015-CALCULA-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           IF WS-MM-8 = 1
               MOVE 12 TO WS-PER-MM
               COMPUTE WS-PER-AA = WS-AA-8 - 1
           ELSE
               COMPUTE WS-PER-MM = WS-MM-8 - 1
               MOVE WS-AA-8 TO WS-PER-AA
           END-IF.
       015-FIN. EXIT.

      ******************************************************************
      * Si existe KARDXREQ.TXT con un periodo AAMM valido el kardex se
      * emite para ese periodo. Una solicitud invalida se descarta
      * avisando por pantalla y se emite el periodo cerrado.
      ******************************************************************
       017-REVISA-REIMPRESION.
           OPEN INPUT KARDXREQ.
           IF WS-KARDXREQ-STATUS NOT = "00"
               GO TO 017-FIN
           END-IF.
           READ KARDXREQ INTO WS-PERIODO-REQ
               AT END
                   MOVE ZERO TO WS-PERIODO-REQ
           END-READ.
           CLOSE KARDXREQ.
           MOVE "S" TO WS-SW-REIMPRESION.
           IF WS-PERIODO-REQ NUMERIC
               AND WS-PERIODO-REQ (3:2) >= "01"
               AND WS-PERIODO-REQ (3:2) <= "12"
               MOVE WS-PERIODO-REQ TO WS-PERIODO-KARDEX
           ELSE
               DISPLAY "KARDXREQ.TXT CON PERIODO INVALIDO - SE EMITE"
                       " EL PERIODO CERRADO"
           END-IF.
       017-FIN. EXIT.

       020-ENCABEZADO.
           MOVE WS-PER-MM TO WS-TIT-2-MES.
           MOVE WS-PER-AA TO WS-TIT-2-ANIO.
           IF WS-SW-REIMPRESION = "S"
               MOVE "(A SOLICITUD)" TO WS-TIT-2-MARCA
           END-IF.
           DISPLAY "KARDEX DE STOCK PERIODO: " WS-PER-AA WS-PER-MM.

           OPEN OUTPUT REP-KARDEX.
           WRITE REG-REP-KARDEX FROM WS-GUIONES AFTER ADVANCING PAGE.
           WRITE REG-REP-KARDEX FROM WS-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-REP-KARDEX FROM WS-TITULO-2 AFTER ADVANCING 1.
           WRITE REG-REP-KARDEX FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-KARDEX FROM WS-SUB-TITULO-1
               AFTER ADVANCING 1.
           WRITE REG-REP-KARDEX FROM WS-GUIONES AFTER ADVANCING 1.
       020-FIN. EXIT.

      ******************************************************************
      * Recorre el libro completo en orden de clave. Los movimientos
      * anteriores al mes solo fijan el saldo inicial y los
      * posteriores se ignoran.
      ******************************************************************
       030-RECORRE-LIBRO.
           MOVE SPACES TO SW-FIN.
           MOVE "N" TO WS-SW-PROD-ABIERTO.
           OPEN INPUT MOVSTOCK.
           IF WS-MOVSTOCK-STATUS NOT = "00"
               DISPLAY "SIN MOVSTOCK.TXT - KARDEX SIN MOVIMIENTOS"
               GO TO 030-FIN
           END-IF.
           MOVE LOW-VALUES TO REG-MOV-CLAVE.
           START MOVSTOCK KEY IS NOT LESS THAN REG-MOV-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ MOVSTOCK NEXT RECORD INTO WS-REG-MOVSTOCK AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   IF WS-SW-PROD-ABIERTO = "S"
                       AND WS-MOV-CODIGO NOT = WS-PRD-CODIGO
                       PERFORM 040-CIERRA-PRODUCTO THRU 040-FIN
                   END-IF
                   IF WS-SW-PROD-ABIERTO NOT = "S"
                       PERFORM 035-INICIA-PRODUCTO THRU 035-FIN
                   END-IF
                   PERFORM 037-PROCESA-MOVIMIENTO THRU 037-FIN
               END-IF
           END-PERFORM.
           CLOSE MOVSTOCK.
           IF WS-SW-PROD-ABIERTO = "S"
               PERFORM 040-CIERRA-PRODUCTO THRU 040-FIN
           END-IF.
       030-FIN. EXIT.

       035-INICIA-PRODUCTO.
           MOVE "S" TO WS-SW-PROD-ABIERTO.
           MOVE WS-MOV-CODIGO TO WS-PRD-CODIGO.
           MOVE "N" TO WS-PRD-PREVIO.
           MOVE SPACE TO WS-PRD-ULT-TIPO.
           MOVE ZERO TO WS-PRD-EN-MES WS-PRD-SALDO-INI
                        WS-PRD-SALDO-FIN WS-PRD-ENTRADAS
                        WS-PRD-SALIDAS.
       035-FIN. EXIT.

      ******************************************************************
      * Un movimiento del mes imprime su linea; el primero del mes
      * imprime antes el encabezado del producto con el saldo inicial.
      ******************************************************************
       037-PROCESA-MOVIMIENTO.
           MOVE WS-MOV-FECHA (1:4) TO WS-MOV-PERIODO.
           IF WS-MOV-PERIODO < WS-PERIODO-KARDEX
               MOVE "S" TO WS-PRD-PREVIO
               MOVE WS-MOV-TIPO TO WS-PRD-ULT-TIPO
               MOVE WS-MOV-SALDO TO WS-PRD-SALDO-INI
               MOVE WS-MOV-SALDO TO WS-PRD-SALDO-FIN
               GO TO 037-FIN
           END-IF.
           IF WS-MOV-PERIODO > WS-PERIODO-KARDEX
               GO TO 037-FIN
           END-IF.

           IF WS-PRD-EN-MES = ZERO
               IF WS-PRD-PREVIO NOT = "S"
                   COMPUTE WS-PRD-SALDO-INI =
                           WS-MOV-SALDO - WS-MOV-CANTIDAD
               END-IF
               PERFORM 045-ENCABEZA-PRODUCTO THRU 045-FIN
           END-IF.
           ADD 1 TO WS-PRD-EN-MES.
           ADD 1 TO WS-CONT-MOVIMIENTOS.

           MOVE WS-MOV-FECHA TO WS-FECHA-GREG.
           MOVE WS-DD-8 TO WS-DET-DD.
           MOVE WS-MM-8 TO WS-DET-MM.
           MOVE WS-MOV-HORA TO WS-HORA-GREG.
           MOVE WS-HH-8 TO WS-DET-HH.
           MOVE WS-MI-8 TO WS-DET-MI.
           EVALUATE WS-MOV-TIPO
               WHEN "V"
                   MOVE "VENTA" TO WS-DET-TIPO
               WHEN "D"
                   MOVE "DEVOLUCION" TO WS-DET-TIPO
               WHEN "R"
                   MOVE "RECEPCION" TO WS-DET-TIPO
               WHEN "A"
                   MOVE "AJUSTE CONT." TO WS-DET-TIPO
               WHEN "I"
                   MOVE "SALDO INIC." TO WS-DET-TIPO
               WHEN "E"
                   MOVE "BAJA" TO WS-DET-TIPO
               WHEN OTHER
                   MOVE "TIPO ?" TO WS-DET-TIPO
           END-EVALUATE.
           IF WS-MOV-DOCUMENTO = ZERO
               MOVE SPACES TO WS-DET-DOCUMENTO
           ELSE
               MOVE WS-MOV-DOCUMENTO TO WS-DET-DOC
               MOVE "-" TO WS-DET-SEP
               MOVE WS-MOV-LINEA TO WS-DET-LIN
           END-IF.
           IF WS-MOV-CANTIDAD < ZERO
               MOVE ZERO TO WS-DET-ENTRADA
               COMPUTE WS-DET-SALIDA = ZERO - WS-MOV-CANTIDAD
               SUBTRACT WS-MOV-CANTIDAD FROM WS-PRD-SALIDAS
           ELSE
               MOVE WS-MOV-CANTIDAD TO WS-DET-ENTRADA
               MOVE ZERO TO WS-DET-SALIDA
               ADD WS-MOV-CANTIDAD TO WS-PRD-ENTRADAS
           END-IF.
           MOVE WS-MOV-SALDO TO WS-DET-SALDO.
           MOVE WS-MOV-SALDO TO WS-PRD-SALDO-FIN.
           WRITE REG-REP-KARDEX FROM WS-DETALLE AFTER ADVANCING 1.
       037-FIN. EXIT.

      ******************************************************************
      * Cierre del producto: saldo final y totales del mes. Sin
      * movimientos en el mes se lista solo el saldo que traia, salvo
      * que su ultimo movimiento haya sido la baja del registro.
      ******************************************************************
       040-CIERRA-PRODUCTO.
           MOVE "N" TO WS-SW-PROD-ABIERTO.
           IF WS-PRD-EN-MES = ZERO
               IF WS-PRD-PREVIO NOT = "S"
                   OR WS-PRD-ULT-TIPO = "E"
                   GO TO 040-FIN
               END-IF
               PERFORM 045-ENCABEZA-PRODUCTO THRU 045-FIN
               WRITE REG-REP-KARDEX FROM WS-LINEA-SIN-MOV
                   AFTER ADVANCING 1
           END-IF.
           MOVE WS-PRD-ENTRADAS TO WS-LSF-ENTRADAS.
           MOVE WS-PRD-SALIDAS TO WS-LSF-SALIDAS.
           MOVE WS-PRD-SALDO-FIN TO WS-LSF-SALDO.
           WRITE REG-REP-KARDEX FROM WS-LINEA-SALDO-FIN
               AFTER ADVANCING 1.
           WRITE REG-REP-KARDEX FROM WS-GUIONES AFTER ADVANCING 1.
       040-FIN. EXIT.

       045-ENCABEZA-PRODUCTO.
           ADD 1 TO WS-CONT-PRODUCTOS.
           MOVE WS-PRD-CODIGO TO WS-LPR-CODIGO.
           MOVE "*NO EN CATALOGO*" TO WS-LPR-NOMBRE.
           IF WS-SW-PRODUC-ABIERTO = "S"
               MOVE WS-PRD-CODIGO TO REG-PRO-CODIGO
               READ PRODUCTOS INTO WS-REG-PRODUCTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-PRO-DESCRIPCION TO WS-LPR-NOMBRE
               END-READ
           END-IF.
           WRITE REG-REP-KARDEX FROM WS-LINEA-PRODUCTO
               AFTER ADVANCING 1.
           MOVE WS-PRD-SALDO-INI TO WS-LSI-SALDO.
           WRITE REG-REP-KARDEX FROM WS-LINEA-SALDO-INI
               AFTER ADVANCING 1.
       045-FIN. EXIT.

       050-TOTALES.
           MOVE "PRODUCTOS LISTADOS  : " TO WS-CAN-GLOSA.
           MOVE WS-CONT-PRODUCTOS TO WS-CAN-VALOR.
           WRITE REG-REP-KARDEX FROM WS-DETALLE-CANT AFTER ADVANCING 1.
           MOVE "MOVIMIENTOS DEL MES : " TO WS-CAN-GLOSA.
           MOVE WS-CONT-MOVIMIENTOS TO WS-CAN-VALOR.
           WRITE REG-REP-KARDEX FROM WS-DETALLE-CANT AFTER ADVANCING 1.
           WRITE REG-REP-KARDEX FROM WS-GUIONES AFTER ADVANCING 1.
           CLOSE REP-KARDEX.
       050-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "STOCK030" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-PRODUCTOS TO WS-AUD-CONT-1.
           MOVE WS-CONT-MOVIMIENTOS TO WS-AUD-CONT-2.
           MOVE WS-CONT-LEIDOS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
