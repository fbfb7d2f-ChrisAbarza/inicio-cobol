      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) al formato con desglose de
      *           IVA: PRODUCTO.TXT de 50 caracteres (se agrega la marca
      *           de exento, en "N", y se graba ya en el formato
      *           vigente, sin proveedor preferido), VENTAS.TXT de 77 a
      *           100 y VENTAHIS.TXT de 81 a 104 caracteres (se agregan
      *           exento, tasa, neto e IVA de cada linea). Operacion
      *           debe renombrar antes los archivos antiguos a
      *           PRODUCAN.TXT, VENTASAN.TXT y VTAHISAN.TXT y cargar
      *           IVAPAR.TXT con las tasas y sus vigencias. Cada linea
      *           de venta se desglosa con la tasa vigente a su fecha,
      *           igual que lo hace COMERCIO al vender (19,00% si no hay
      *           tabla o ninguna vigencia aplica). Los productos quedan
      *           afectos; los exentos se marcan despues con PRODUC010 y
      *           rigen para las ventas siguientes. Un antiguo ausente
      *           se informa y se omite (ya convertido o nunca existio);
      *           un archivo nuevo ya existente se omite para no
      *           pisarlo. Cada antiguo se elimina tras su conversion
      *           limpia, igual que en VTACONV3.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCAN ASSIGN TO "G:\cobol\archivos\PRODUCAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PAN-CODIGO
               FILE STATUS IS WS-PRODUCAN-STATUS.
           SELECT VENTASAN ASSIGN TO "G:\cobol\archivos\VENTASAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VAN-CLAVE
               FILE STATUS IS WS-VENTASAN-STATUS.
           SELECT VTAHISAN ASSIGN TO "G:\cobol\archivos\VTAHISAN.TXT"
               FILE STATUS IS WS-VTAHISAN-STATUS.
           COPY SELPRODUC.
           COPY SELVENTA.
           COPY SELVTAHIS.
           COPY SELIVAPAR.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCAN
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRODUCAN.
           05 REG-PAN-CODIGO      PIC X(08).
           05 REG-PAN-RESTO       PIC X(42).

       FD  VENTASAN
           RECORD CONTAINS 77 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VENTASAN.
           05 REG-VAN-CLAVE       PIC X(07).
           05 REG-VAN-RESTO       PIC X(70).

       FD  VTAHISAN
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VTAHISAN           PIC X(81).

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

       FD  IVAPAR
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDIVAPAR.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VENTASAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VTAHISAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.
       01  WS-VENTAS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-VENTAHIS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-IVAPAR-STATUS       PIC X(02) VALUE SPACES.

       01  WS-PAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\PRODUCAN.TXT".
       01  WS-VAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\VENTASAN.TXT".
       01  WS-HAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\VTAHISAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-REG-VENTAS.
           COPY WSVENTA.

       01  WS-REG-VENTAHIS.
           COPY WSVTAHIS.

       01  WS-REG-IVAPAR.
           COPY WSIVAPAR.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Tabla de tasas de IVAPAR.TXT cargada al inicio, para buscar la
      * vigente a la fecha de cada linea sin releer el archivo.
      ******************************************************************
       01  WS-TABLA-TASAS.
           05 WS-TAS-ENTRY OCCURS 50 TIMES.
               10 WS-TAS-VIGENCIA  PIC 9(06).
               10 WS-TAS-TASA      PIC 9(02)V99.
       01  WS-CAN-TASAS            PIC 9(02) VALUE ZERO.
       01  WS-SUB-T                PIC 9(02) VALUE ZERO.

       01  WS-DESGLOSE.
           05 WS-DES-FECHA         PIC 9(06) VALUE ZERO.
           05 WS-DES-VIGENCIA      PIC 9(06) VALUE ZERO.
           05 WS-DES-TASA          PIC 9(02)V99 VALUE ZERO.
           05 WS-DES-MONTO         PIC 9(09) VALUE ZERO.
           05 WS-DES-NETO          PIC 9(09) VALUE ZERO.
           05 WS-DES-IVA           PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-CARGA-TASAS THRU 015-FIN.
           PERFORM 020-CONVIERTE-PRODUCTOS THRU 020-FIN.
           PERFORM 030-CONVIERTE-VENTAS THRU 030-FIN.
           PERFORM 040-CONVIERTE-VENTAHIS THRU 040-FIN.

           IF WS-CONT-DUPLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       015-CARGA-TASAS.
           MOVE ZERO TO WS-CAN-TASAS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT IVAPAR.
           IF WS-IVAPAR-STATUS NOT = "00"
               DISPLAY "SIN IVAPAR.TXT - SE DESGLOSA AL 19,00%"
               GO TO 015-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ IVAPAR INTO WS-REG-IVAPAR AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-IVA-VIGENCIA NUMERIC
                   AND WS-IVA-TASA NUMERIC
                   IF WS-CAN-TASAS < 50
                       ADD 1 TO WS-CAN-TASAS
                       MOVE WS-IVA-VIGENCIA
                           TO WS-TAS-VIGENCIA (WS-CAN-TASAS)
                       MOVE WS-IVA-TASA TO WS-TAS-TASA (WS-CAN-TASAS)
                   ELSE
                       DISPLAY "ADVERTENCIA: MAS DE 50 TASAS - "
                               WS-IVA-VIGENCIA " NO SE CONSIDERA"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IVAPAR.
           MOVE SPACES TO SW-FIN.
       015-FIN. EXIT.

       020-CONVIERTE-PRODUCTOS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT PRODUCAN.
           IF WS-PRODUCAN-STATUS NOT = "00"
               DISPLAY "SIN PRODUCAN.TXT - PRODUCTO NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT PRODUCTOS.
           IF WS-PRODUCTOS-STATUS = "00"
               CLOSE PRODUCTOS
               CLOSE PRODUCAN
               DISPLAY "PRODUCTO.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL CATALOGO"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT PRODUCTOS.
           MOVE LOW-VALUES TO REG-PAN-CODIGO.
           START PRODUCAN KEY IS NOT LESS THAN REG-PAN-CODIGO
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ PRODUCAN NEXT RECORD AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-PRODUCAN TO WS-REG-PRODUCTOS (1:50)
                   MOVE "N" TO WS-PRO-EXENTO
                   MOVE SPACES TO WS-PRO-PROVEEDOR
                   WRITE REG-PRODUCTOS FROM WS-REG-PRODUCTOS
                       INVALID KEY
                           DISPLAY "PRODUCTO " WS-PRO-CODIGO
                                   " DUPLICADO - NO SE GRABA"
                           ADD 1 TO WS-CONT-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRABADOS
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE PRODUCAN.
           CLOSE PRODUCTOS.

           DISPLAY "PRODUCTO LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           IF WS-CONT-GRABADOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING WS-PAN-ARCHIVO
                   RETURNING WS-DEL-STATUS
           ELSE
               DISPLAY "PRODUCAN.TXT SE CONSERVA PARA REVISION"
           END-IF.
       020-FIN. EXIT.

      ******************************************************************
      * Maestro de ventas: el antiguo tambien es indexado, asi que se
      * recorre por clave y se recarga en el nuevo formato con el
      * desglose de cada linea.
      ******************************************************************
       030-CONVIERTE-VENTAS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VENTASAN.
           IF WS-VENTASAN-STATUS NOT = "00"
               DISPLAY "SIN VENTASAN.TXT - VENTAS NO SE CONVIERTE"
               GO TO 030-FIN
           END-IF.

           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               CLOSE VENTAS
               CLOSE VENTASAN
               DISPLAY "VENTAS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL MAESTRO"
               GO TO 030-FIN
           END-IF.

           OPEN OUTPUT VENTAS.
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL CREAR VENTAS.TXT - STATUS "
                       WS-VENTAS-STATUS
               CLOSE VENTASAN
               GO TO 030-FIN
           END-IF.

           MOVE LOW-VALUES TO REG-VAN-CLAVE.
           START VENTASAN KEY IS NOT LESS THAN REG-VAN-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ VENTASAN NEXT RECORD AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-VENTASAN TO WS-REG-VENTAS (1:77)
                   MOVE WS-VTA-FECHA TO WS-DES-FECHA
                   MOVE WS-VTA-MONTO TO WS-DES-MONTO
                   PERFORM 050-DESGLOSA THRU 050-FIN
                   MOVE "N" TO WS-VTA-EXENTO
                   MOVE WS-DES-TASA TO WS-VTA-TASA
                   MOVE WS-DES-NETO TO WS-VTA-NETO
                   MOVE WS-DES-IVA TO WS-VTA-IVA
                   MOVE SPACES TO WS-VTA-OPERADOR
                   WRITE REG-VENTAS FROM WS-REG-VENTAS
                       INVALID KEY
                           DISPLAY "NUM DE VENTA " WS-VTA-NUMVENTA
                                   " LINEA " WS-VTA-LINEA
                                   " DUPLICADA - NO SE GRABA"
                           ADD 1 TO WS-CONT-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRABADOS
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE VENTASAN.
           CLOSE VENTAS.

           DISPLAY "VENTAS   LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           IF WS-CONT-GRABADOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING WS-VAN-ARCHIVO
                   RETURNING WS-DEL-STATUS
           ELSE
               DISPLAY "VENTASAN.TXT SE CONSERVA PARA REVISION"
           END-IF.
       030-FIN. EXIT.

       040-CONVIERTE-VENTAHIS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VTAHISAN.
           IF WS-VTAHISAN-STATUS NOT = "00"
               DISPLAY "SIN VTAHISAN.TXT - VENTAHIS NO SE CONVIERTE"
               GO TO 040-FIN
           END-IF.

           OPEN INPUT VENTAHIS.
           IF WS-VENTAHIS-STATUS = "00"
               CLOSE VENTAHIS
               CLOSE VTAHISAN
               DISPLAY "VENTAHIS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL HISTORICO"
               GO TO 040-FIN
           END-IF.

           OPEN OUTPUT VENTAHIS.
           PERFORM UNTIL SW-FIN = "FIN"
               READ VTAHISAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-VTAHISAN TO WS-REG-VENTAHIS (1:81)
                   MOVE WS-HIS-FECHA TO WS-DES-FECHA
                   MOVE WS-HIS-MONTO TO WS-DES-MONTO
                   PERFORM 050-DESGLOSA THRU 050-FIN
                   MOVE "N" TO WS-HIS-EXENTO
                   MOVE WS-DES-TASA TO WS-HIS-TASA
                   MOVE WS-DES-NETO TO WS-HIS-NETO
                   MOVE WS-DES-IVA TO WS-HIS-IVA
                   MOVE SPACES TO WS-HIS-OPERADOR
                   WRITE REG-VENTAHIS FROM WS-REG-VENTAHIS
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE VTAHISAN.
           CLOSE VENTAHIS.

           DISPLAY "VENTAHIS LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-HAN-ARCHIVO
               RETURNING WS-DEL-STATUS.
       040-FIN. EXIT.

      ******************************************************************
      * Tasa con la mayor vigencia no posterior a la fecha de la linea
      * (19,00% si ninguna aplica) y desglose del monto bruto, con el
      * mismo calculo que COMERCIO: neto redondeado e IVA por
      * diferencia.
      ******************************************************************
       050-DESGLOSA.
           MOVE 19 TO WS-DES-TASA.
           MOVE ZERO TO WS-DES-VIGENCIA.
           PERFORM VARYING WS-SUB-T FROM 1 BY 1
                   UNTIL WS-SUB-T > WS-CAN-TASAS
               IF WS-TAS-VIGENCIA (WS-SUB-T) NOT > WS-DES-FECHA
                   AND WS-TAS-VIGENCIA (WS-SUB-T) NOT < WS-DES-VIGENCIA
                   MOVE WS-TAS-VIGENCIA (WS-SUB-T) TO WS-DES-VIGENCIA
                   MOVE WS-TAS-TASA (WS-SUB-T) TO WS-DES-TASA
               END-IF
           END-PERFORM.
           COMPUTE WS-DES-NETO ROUNDED =
                   WS-DES-MONTO * 100 / (100 + WS-DES-TASA).
           COMPUTE WS-DES-IVA = WS-DES-MONTO - WS-DES-NETO.
       050-FIN. EXIT.
