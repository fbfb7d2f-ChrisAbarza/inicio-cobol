      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) al formato con ventas a
      *           cuenta: CLIENTE.TXT de 31 a 43 caracteres (se agregan
      *           el limite de credito, en cero, y el plazo de pago, en
      *           30 dias) y EXCVENTA.TXT de 97 a 98 (se agrega la marca
      *           de venta a cuenta, en "N"). Operacion debe renombrar
      *           antes los archivos antiguos a CLIENTAN.TXT y
      *           EXCVTAAN.TXT. Los clientes quedan solo de contado
      *           hasta que CLIENT010 les asigne un limite. Un antiguo
      *           ausente se informa y se omite (ya convertido o nunca
      *           existio); un archivo nuevo ya existente se omite para
      *           no pisarlo. Cada antiguo se elimina tras su conversion
      *           limpia, igual que en VTACONV4. VTALOTE.TXT no se
      *           convierte aqui: es un lote transitorio que debe
      *           consumirse antes del cambio de formato (ver
      *           FDVTALOT.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV5.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTAN ASSIGN TO "G:\cobol\archivos\CLIENTAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CAN-CODIGO
               FILE STATUS IS WS-CLIENTAN-STATUS.
           SELECT EXCVTAAN ASSIGN TO "G:\cobol\archivos\EXCVTAAN.TXT"
               FILE STATUS IS WS-EXCVTAAN-STATUS.
           COPY SELCLIENT.
           SELECT EXCVENTA ASSIGN TO "G:\cobol\archivos\EXCVENTA.TXT"
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTAN
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CLIENTAN.
           05 REG-CAN-CODIGO      PIC X(05).
           05 REG-CAN-RESTO       PIC X(26).

       FD  EXCVTAAN
           RECORD CONTAINS 97 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXCVTAAN           PIC X(97).

       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.

       WORKING-STORAGE SECTION.
       01  WS-CLIENTAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXCVTAAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS          PIC X(02) VALUE SPACES.

       01  WS-CAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\CLIENTAN.TXT".
       01  WS-EAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\EXCVTAAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-AREA-CLIENTES.
           COPY WSCLIENT.

       01  WS-REG-EXCVENTA.
           COPY WSEXCVTA.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-PLAZO-OMISION        PIC 9(03) VALUE 30.
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-CLIENTES THRU 020-FIN.
           PERFORM 030-CONVIERTE-EXCVENTA THRU 030-FIN.

           IF WS-CONT-DUPLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       020-CONVIERTE-CLIENTES.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT CLIENTAN.
           IF WS-CLIENTAN-STATUS NOT = "00"
               DISPLAY "SIN CLIENTAN.TXT - CLIENTE NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = "00"
               CLOSE CLIENTES
               CLOSE CLIENTAN
               DISPLAY "CLIENTE.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL MAESTRO"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT CLIENTES.
           MOVE LOW-VALUES TO REG-CAN-CODIGO.
           START CLIENTAN KEY IS NOT LESS THAN REG-CAN-CODIGO
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ CLIENTAN NEXT RECORD AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-CLIENTAN TO WS-REG-CLIENTES (1:31)
                   MOVE ZERO TO WS-CLI-LIMITE
                   MOVE WS-PLAZO-OMISION TO WS-CLI-PLAZO
                   WRITE REG-CLIENTES FROM WS-REG-CLIENTES
                       INVALID KEY
                           DISPLAY "CLIENTE " WS-CLI-CODIGO
                                   " DUPLICADO - NO SE GRABA"
                           ADD 1 TO WS-CONT-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRABADOS
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE CLIENTAN.
           CLOSE CLIENTES.

           DISPLAY "CLIENTE  LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           IF WS-CONT-GRABADOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING WS-CAN-ARCHIVO
                   RETURNING WS-DEL-STATUS
           ELSE
               DISPLAY "CLIENTAN.TXT SE CONSERVA PARA REVISION"
           END-IF.
       020-FIN. EXIT.

       030-CONVIERTE-EXCVENTA.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT EXCVTAAN.
           IF WS-EXCVTAAN-STATUS NOT = "00"
               DISPLAY "SIN EXCVTAAN.TXT - EXCVENTA NO SE CONVIERTE"
               GO TO 030-FIN
           END-IF.

           OPEN INPUT EXCVENTA.
           IF WS-EXC-STATUS = "00"
               CLOSE EXCVENTA
               CLOSE EXCVTAAN
               DISPLAY "EXCVENTA.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LA COLA DE RECHAZOS"
               GO TO 030-FIN
           END-IF.

           OPEN OUTPUT EXCVENTA.
           PERFORM UNTIL SW-FIN = "FIN"
               READ EXCVTAAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-EXCVTAAN TO WS-REG-EXCVENTA (1:97)
                   MOVE "N" TO WS-EXC-CREDITO
                   MOVE SPACES TO WS-EXC-OPERADOR
                   WRITE REG-EXCVENTA FROM WS-REG-EXCVENTA
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE EXCVTAAN.
           CLOSE EXCVENTA.

           DISPLAY "EXCVENTA LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-EAN-ARCHIVO
               RETURNING WS-DEL-STATUS.
       030-FIN. EXIT.
