      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) al formato con proveedor
      *           preferido: PRODUCTO.TXT de 51 a 56 caracteres (se
      *           agrega el codigo de proveedor preferido, en
      *           espacios). Operacion debe renombrar antes el archivo
      *           antiguo a PRODUCAN.TXT. Los productos quedan sin
      *           proveedor, y STOCK020 no les genera ordenes de
      *           compra, hasta que PRODUC010 les asigne uno del
      *           maestro PROVEEDOR.TXT. Un antiguo ausente se informa
      *           y se omite (ya convertido o nunca existio); un
      *           archivo nuevo ya existente se omite para no pisarlo.
      *           El antiguo se elimina tras su conversion limpia,
      *           igual que en VTACONV5.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV6.

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
           COPY SELPRODUC.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCAN
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PRODUCAN.
           05 REG-PAN-CODIGO      PIC X(08).
           05 REG-PAN-RESTO       PIC X(43).

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.

       01  WS-PAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\PRODUCAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-PRODUCTOS THRU 020-FIN.

           IF WS-CONT-DUPLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

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
                   MOVE REG-PRODUCAN TO WS-REG-PRODUCTOS (1:51)
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
