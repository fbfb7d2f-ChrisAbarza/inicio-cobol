      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Informe de ordenes de compra abiertas. Recorre
      *           ORDCOMPRA.TXT por numero de orden y linea y lista en
      *           ORDENREP.TXT cada orden con alguna linea abierta o
      *           parcial: una cabecera con el proveedor (nombre del
      *           maestro PROVEEDOR.TXT), la fecha de emision y la fecha
      *           prometida, y debajo sus lineas no cerradas con el
      *           producto (descripcion de PRODUCTO.TXT), las unidades
      *           pedidas, recibidas y pendientes. Una linea cuya fecha
      *           prometida ya paso respecto de la fecha de proceso de
      *           FECPROC.TXT se marca atrasada, con los dias de
      *           atraso. Al pie, ordenes y lineas abiertas, lineas
      *           atrasadas y unidades pendientes. Registra la corrida
      *           en AUDITLOG.TXT (ordenes abiertas en el contador 1,
      *           lineas abiertas en el 2 y lineas atrasadas en el 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ORDEN010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELORDEN.
           COPY SELPROVE.
           COPY SELPRODUC.
           COPY SELFECPRO.
           COPY SELAUDIT.
           SELECT REP-ORDEN
               ASSIGN TO "G:\cobol\archivos\ORDENREP.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  ORDCOMPRA
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDORDEN.

       FD  PROVEEDOR
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPROVE.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  REP-ORDEN
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-ORDEN          PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-ORDCOMPRA-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PROVEEDOR-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-REG-ORDCOMPRA.
           COPY WSORDEN.

       01  WS-AREA-PROVEEDOR.
           COPY WSPROVE.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-PROVE-ABIERTO  PIC X(01) VALUE "N".
           05 WS-SW-PRODUC-ABIERTO PIC X(01) VALUE "N".
           05 WS-FECHA-8           PIC 9(06).
           05 WS-ORDEN-ACTUAL      PIC 9(05) VALUE ZERO.
           05 WS-PENDIENTE         PIC 9(06) VALUE ZERO.
           05 WS-CONT-ORDENES      PIC 9(05) VALUE ZERO.
           05 WS-CONT-LINEAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-ATRASADAS    PIC 9(05) VALUE ZERO.
           05 WS-TOT-PENDIENTE     PIC 9(09) VALUE ZERO.

      ******************************************************************
      * Conversion de fecha AAMMDD a numero de dias corridos desde el
      * 01/01/2000, para restar fechas entre meses y anios. Los anios
      * multiplos de 4 son bisiestos (valido para 2000-2099).
      ******************************************************************
       01  WS-DIAS-ACUMULADOS      PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-TABLA-DIAS-ACUM REDEFINES WS-DIAS-ACUMULADOS.
           05 WS-DIAS-ACUM-MES     PIC 9(03) OCCURS 12 TIMES.

       01  WS-DIA-FECHA.
           05 WS-DIA-AA            PIC 9(02).
           05 WS-DIA-MM            PIC 9(02).
           05 WS-DIA-DD            PIC 9(02).
       01  WS-DIA-SERIAL           PIC 9(07) VALUE ZERO.
       01  WS-DIA-BISIESTOS        PIC 9(03) VALUE ZERO.
       01  WS-DIA-RESTO            PIC 9(01) VALUE ZERO.
       01  WS-DIA-AUX              PIC 9(03) VALUE ZERO.

       01  WS-SERIAL-PROCESO       PIC 9(07) VALUE ZERO.
       01  WS-DIAS-ATRASO          PIC S9(07) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

       01  WS-TITULO-1.
           05 FILLER               PIC X(22) VALUES SPACES.
           05 FILLER               PIC X(29)
                       VALUES "ORDENES DE COMPRA ABIERTAS".
           05 FILLER               PIC X(22) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(09) VALUES " FECHA: ".
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-ANIO        PIC 9(02).
           05 FILLER               PIC X(54) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 FILLER               PIC X(04) VALUE "LN".
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(21) VALUE "DESCRIPCION".
           05 FILLER               PIC X(07) VALUE "PEDIDA".
           05 FILLER               PIC X(07) VALUE "RECIB.".
           05 FILLER               PIC X(07) VALUE "PEND.".
           05 FILLER               PIC X(08) VALUE "ESTADO".
           05 FILLER               PIC X(07) VALUE "ATRASO".

       01  WS-CABECERA-ORDEN.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(06) VALUE "ORDEN ".
           05 WS-CAB-NUMORDEN      PIC 9(05).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-CAB-PROVEEDOR     PIC X(05).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-CAB-NOMBRE        PIC X(25).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(05) VALUE "EMIT ".
           05 WS-CAB-EMI-DD        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-CAB-EMI-MM        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-CAB-EMI-AA        PIC 9(02).
           05 FILLER               PIC X(06) VALUE " PROM ".
           05 WS-CAB-PRO-DD        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-CAB-PRO-MM        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-CAB-PRO-AA        PIC 9(02).

       01  WS-DETALLE.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 WS-DET-LINEA         PIC 9(02).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-CODIGO        PIC X(08).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-DESCRIPCION   PIC X(20).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-PEDIDA        PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-RECIBIDA      PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-PENDIENTE     PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-ESTADO        PIC X(07).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-ATRASO        PIC ZZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-MARCA         PIC X(01).
           05 FILLER               PIC X(01) VALUES SPACES.

       01  WS-DET-CIFRA.
           05 FILLER               PIC X(01).
           05 WS-DET-GLOSA         PIC X(30).
           05 WS-DET-CANT          PIC ZZZZZZZZ9.
           05 FILLER               PIC X(33) VALUES SPACES.

       01  WS-NOTA-MARCA.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(60)
                 VALUE "* LINEA ATRASADA: PROMETIDA VENCIDA (DIAS)".
           05 FILLER               PIC X(12) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-PROCESO TO WS-DIA-FECHA.
           PERFORM 060-DIAS-FECHA THRU 060-FIN.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-PROCESO.

           PERFORM 020-ABRIR-DOC THRU 020-FIN.
           PERFORM 030-ESCRIBIR-TITULO THRU 030-FIN.
           PERFORM 040-RECORRE-ORDENES THRU 040-FIN.
           PERFORM 080-ESCRIBIR-FOOT THRU 080-FIN.
           PERFORM 100-CERRAR-DOC THRU 100-FIN.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "ORDENES ABIERTAS       : " WS-CONT-ORDENES.
           DISPLAY "LINEAS ABIERTAS        : " WS-CONT-LINEAS.
           DISPLAY "LINEAS ATRASADAS       : " WS-CONT-ATRASADAS.
           MOVE ZERO TO RETURN-CODE.
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

       020-ABRIR-DOC.
           OPEN OUTPUT REP-ORDEN.
           OPEN INPUT PROVEEDOR.
           IF WS-PROVEEDOR-STATUS = "00"
               MOVE "S" TO WS-SW-PROVE-ABIERTO
           END-IF.
           OPEN INPUT PRODUCTOS.
           IF WS-PRODUCTOS-STATUS = "00"
               MOVE "S" TO WS-SW-PRODUC-ABIERTO
           END-IF.
       020-FIN. EXIT.

       030-ESCRIBIR-TITULO.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           MOVE WS-AA-8 TO WS-TIT-2-ANIO.
           MOVE WS-MM-8 TO WS-TIT-2-MES.
           MOVE WS-DD-8 TO WS-TIT-2-DIA.

           WRITE REG-REP-ORDEN FROM WS-TITULO-1 AFTER ADVANCING PAGE.
           WRITE REG-REP-ORDEN FROM WS-TITULO-2 AFTER ADVANCING 2.
           WRITE REG-REP-ORDEN FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-ORDEN FROM WS-SUB-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-REP-ORDEN FROM WS-GUIONES AFTER ADVANCING 1.
       030-FIN. EXIT.

      ******************************************************************
      * Las lineas llegan agrupadas por orden: la cabecera de una orden
      * se escribe al encontrar su primera linea no cerrada, de modo
      * que una orden ya recibida completa no aparece.
      ******************************************************************
       040-RECORRE-ORDENES.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT ORDCOMPRA.
           IF WS-ORDCOMPRA-STATUS NOT = "00"
               DISPLAY "SIN ORDCOMPRA.TXT - NO HAY ORDENES DE COMPRA"
               GO TO 040-FIN
           END-IF.
           MOVE LOW-VALUES TO REG-OC-CLAVE.
           START ORDCOMPRA KEY IS NOT LESS THAN REG-OC-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ ORDCOMPRA NEXT RECORD INTO WS-REG-ORDCOMPRA AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-OC-ESTADO NOT = "C"
                       IF WS-OC-NUMORDEN NOT = WS-ORDEN-ACTUAL
                           PERFORM 045-CABECERA-ORDEN THRU 045-FIN
                       END-IF
                       PERFORM 050-DETALLE-LINEA THRU 050-FIN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ORDCOMPRA.
       040-FIN. EXIT.

       045-CABECERA-ORDEN.
           MOVE WS-OC-NUMORDEN TO WS-ORDEN-ACTUAL.
           ADD 1 TO WS-CONT-ORDENES.
           MOVE WS-OC-NUMORDEN TO WS-CAB-NUMORDEN.
           MOVE WS-OC-PROVEEDOR TO WS-CAB-PROVEEDOR.
           MOVE "*NO REGISTRADO*" TO WS-CAB-NOMBRE.
           IF WS-SW-PROVE-ABIERTO = "S"
               MOVE WS-OC-PROVEEDOR TO REG-PRV-CODIGO
               READ PROVEEDOR INTO WS-REG-PROVEEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-PRV-NOMBRE TO WS-CAB-NOMBRE
               END-READ
           END-IF.
           MOVE WS-OC-FECHA TO WS-FECHA-GREG.
           MOVE WS-DD-8 TO WS-CAB-EMI-DD.
           MOVE WS-MM-8 TO WS-CAB-EMI-MM.
           MOVE WS-AA-8 TO WS-CAB-EMI-AA.
           MOVE WS-OC-FECHA-PROM TO WS-FECHA-GREG.
           MOVE WS-DD-8 TO WS-CAB-PRO-DD.
           MOVE WS-MM-8 TO WS-CAB-PRO-MM.
           MOVE WS-AA-8 TO WS-CAB-PRO-AA.
           WRITE REG-REP-ORDEN FROM WS-CABECERA-ORDEN AFTER ADVANCING 2.
       045-FIN. EXIT.

       050-DETALLE-LINEA.
           ADD 1 TO WS-CONT-LINEAS.
           COMPUTE WS-PENDIENTE = WS-OC-PEDIDA - WS-OC-RECIBIDA.
           ADD WS-PENDIENTE TO WS-TOT-PENDIENTE.
           MOVE WS-OC-LINEA TO WS-DET-LINEA.
           MOVE WS-OC-CODIGO TO WS-DET-CODIGO.
           PERFORM 055-BUSCA-DESCRIPCION THRU 055-FIN.
           MOVE WS-OC-PEDIDA TO WS-DET-PEDIDA.
           MOVE WS-OC-RECIBIDA TO WS-DET-RECIBIDA.
           MOVE WS-PENDIENTE TO WS-DET-PENDIENTE.
           IF WS-OC-ESTADO = "P"
               MOVE "PARCIAL" TO WS-DET-ESTADO
           ELSE
               MOVE "ABIERTA" TO WS-DET-ESTADO
           END-IF.

           MOVE WS-OC-FECHA-PROM TO WS-DIA-FECHA.
           PERFORM 060-DIAS-FECHA THRU 060-FIN.
           COMPUTE WS-DIAS-ATRASO = WS-SERIAL-PROCESO - WS-DIA-SERIAL.
           IF WS-DIAS-ATRASO > ZERO
               ADD 1 TO WS-CONT-ATRASADAS
               MOVE WS-DIAS-ATRASO TO WS-DET-ATRASO
               MOVE "*" TO WS-DET-MARCA
           ELSE
               MOVE ZERO TO WS-DET-ATRASO
               MOVE SPACE TO WS-DET-MARCA
           END-IF.
           WRITE REG-REP-ORDEN FROM WS-DETALLE AFTER ADVANCING 1.
       050-FIN. EXIT.

       055-BUSCA-DESCRIPCION.
           MOVE "*SIN CATALOGO*" TO WS-DET-DESCRIPCION.
           IF WS-SW-PRODUC-ABIERTO = "S"
               MOVE WS-OC-CODIGO TO REG-PRO-CODIGO
               READ PRODUCTOS INTO WS-REG-PRODUCTOS
                   INVALID KEY
                       MOVE "*NO EN CATALOGO*" TO WS-DET-DESCRIPCION
                   NOT INVALID KEY
                       MOVE WS-PRO-DESCRIPCION TO WS-DET-DESCRIPCION
               END-READ
           END-IF.
       055-FIN. EXIT.

      ******************************************************************
      * Dias corridos de WS-DIA-FECHA: 365 por anio mas un dia por cada
      * bisiesto ya transcurrido, los dias de los meses anteriores y
      * el dia del mes (mas uno despues de febrero en anio bisiesto).
      ******************************************************************
       060-DIAS-FECHA.
           IF WS-DIA-MM NOT NUMERIC OR WS-DIA-MM < 1 OR WS-DIA-MM > 12
               MOVE 1 TO WS-DIA-MM
           END-IF.
           IF WS-DIA-DD NOT NUMERIC
               MOVE 1 TO WS-DIA-DD
           END-IF.
           IF WS-DIA-AA NOT NUMERIC
               MOVE ZERO TO WS-DIA-AA
           END-IF.
           COMPUTE WS-DIA-AUX = WS-DIA-AA + 3.
           DIVIDE WS-DIA-AUX BY 4 GIVING WS-DIA-BISIESTOS.
           DIVIDE WS-DIA-AA BY 4 GIVING WS-DIA-AUX
                  REMAINDER WS-DIA-RESTO.
           COMPUTE WS-DIA-SERIAL = WS-DIA-AA * 365
                                 + WS-DIA-BISIESTOS
                                 + WS-DIAS-ACUM-MES (WS-DIA-MM)
                                 + WS-DIA-DD.
           IF WS-DIA-RESTO = ZERO AND WS-DIA-MM > 2
               ADD 1 TO WS-DIA-SERIAL
           END-IF.
       060-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "ORDEN010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-ORDENES TO WS-AUD-CONT-1.
           MOVE WS-CONT-LINEAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-ATRASADAS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.

       080-ESCRIBIR-FOOT.
           WRITE REG-REP-ORDEN FROM WS-GUIONES AFTER ADVANCING 2.

           MOVE "ORDENES ABIERTAS           :" TO WS-DET-GLOSA.
           MOVE WS-CONT-ORDENES TO WS-DET-CANT.
           WRITE REG-REP-ORDEN FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "LINEAS ABIERTAS O PARCIALES:" TO WS-DET-GLOSA.
           MOVE WS-CONT-LINEAS TO WS-DET-CANT.
           WRITE REG-REP-ORDEN FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "LINEAS ATRASADAS           :" TO WS-DET-GLOSA.
           MOVE WS-CONT-ATRASADAS TO WS-DET-CANT.
           WRITE REG-REP-ORDEN FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "UNIDADES PENDIENTES        :" TO WS-DET-GLOSA.
           MOVE WS-TOT-PENDIENTE TO WS-DET-CANT.
           WRITE REG-REP-ORDEN FROM WS-DET-CIFRA AFTER ADVANCING 1.

           WRITE REG-REP-ORDEN FROM WS-NOTA-MARCA AFTER ADVANCING 2.
       080-FIN. EXIT.

       100-CERRAR-DOC.
           CLOSE REP-ORDEN.
           IF WS-SW-PROVE-ABIERTO = "S"
               CLOSE PROVEEDOR
           END-IF.
           IF WS-SW-PRODUC-ABIERTO = "S"
               CLOSE PRODUCTOS
           END-IF.
       100-FIN. EXIT.
