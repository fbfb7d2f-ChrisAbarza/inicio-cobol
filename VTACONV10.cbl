      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) del libro de movimientos
      *           de stock a la clave por numero de movimiento:
      *           MOVSTOCK.TXT de 45 a 51 caracteres. La hora y la
      *           secuencia dejan la clave; cada movimiento recibe un
      *           numero correlativo en el orden de la clave antigua
      *           (producto, fecha, hora, secuencia), la hora pasa a
      *           dato informativo al final del registro y el ultimo
      *           numero asignado queda en CTLMOVST.TXT para que
      *           COMERCIO, DEVOL010 y STOCK010 sigan desde ahi.
      *           Operacion debe renombrar antes el archivo antiguo a
      *           MOVSTKAN.TXT. Si el antiguo no existe se informa y se
      *           omite (ya convertido o nunca existio); si el nuevo ya
      *           existe se omite para no pisarlo. El antiguo se elimina
      *           tras una conversion limpia, igual que en VTACONV4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV10.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVSTKAN ASSIGN TO "G:\cobol\archivos\MOVSTKAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MAN-CLAVE
               FILE STATUS IS WS-MOVSTKAN-STATUS.
           COPY SELMOVST.
           SELECT CTLMOVST ASSIGN TO "G:\cobol\archivos\CTLMOVST.TXT"
               FILE STATUS IS WS-CTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVSTKAN
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-MOVSTKAN.
           05 REG-MAN-CLAVE.
               10 REG-MAN-CODIGO       PIC X(08).
               10 REG-MAN-FECHA        PIC 9(06).
               10 REG-MAN-HORA         PIC 9(08).
               10 REG-MAN-SEC          PIC 9(02).
           05 REG-MAN-RESTO           PIC X(21).

       FD  MOVSTOCK
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDMOVST.

       FD  CTLMOVST
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCTLMOV.

       WORKING-STORAGE SECTION.
       01  WS-MOVSTKAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MOVSTOCK-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CTM-STATUS          PIC X(02) VALUE SPACES.

       01  WS-MAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\MOVSTKAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-REG-MOVSTOCK.
           COPY WSMOVST.

       01  WS-REG-CTLMOVST.
           COPY WSCTLMOV.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-CONT-LEIDOS          PIC 9(08) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(08) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-MOVSTOCK THRU 020-FIN.

           IF WS-CONT-DUPLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * Libro de movimientos: el antiguo se recorre por su clave
      * (producto, fecha, hora, secuencia), que es el orden en que se
      * grabo, y cada registro recibe el numero siguiente. El ultimo
      * numero queda en CTLMOVST.TXT aunque el libro venga vacio.
      ******************************************************************
       020-CONVIERTE-MOVSTOCK.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT MOVSTKAN.
           IF WS-MOVSTKAN-STATUS NOT = "00"
               DISPLAY "SIN MOVSTKAN.TXT - MOVSTOCK NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT MOVSTOCK.
           IF WS-MOVSTOCK-STATUS = "00"
               CLOSE MOVSTOCK
               CLOSE MOVSTKAN
               DISPLAY "MOVSTOCK.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL LIBRO"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT MOVSTOCK.
           IF WS-MOVSTOCK-STATUS NOT = "00"
               DISPLAY "ERROR AL CREAR MOVSTOCK.TXT - STATUS "
                       WS-MOVSTOCK-STATUS
               CLOSE MOVSTKAN
               GO TO 020-FIN
           END-IF.

           MOVE ZERO TO WS-CTM-ULTIMO-NUM.
           MOVE LOW-VALUES TO REG-MAN-CLAVE.
           START MOVSTKAN KEY IS NOT LESS THAN REG-MAN-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ MOVSTKAN NEXT RECORD AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   ADD 1 TO WS-CTM-ULTIMO-NUM
                   MOVE REG-MAN-CODIGO TO WS-MOV-CODIGO
                   MOVE REG-MAN-FECHA TO WS-MOV-FECHA
                   MOVE WS-CTM-ULTIMO-NUM TO WS-MOV-NUMERO
                   MOVE REG-MAN-RESTO TO WS-REG-MOVSTOCK (23:21)
                   MOVE REG-MAN-HORA TO WS-MOV-HORA
                   WRITE REG-MOVSTOCK FROM WS-REG-MOVSTOCK
                       INVALID KEY
                           DISPLAY "MOVIMIENTO " WS-MOV-NUMERO
                                   " DE " WS-MOV-CODIGO
                                   " DUPLICADO - NO SE GRABA"
                           ADD 1 TO WS-CONT-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRABADOS
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE MOVSTKAN.
           CLOSE MOVSTOCK.

           OPEN OUTPUT CTLMOVST.
           WRITE REG-CTLMOVST FROM WS-REG-CTLMOVST.
           CLOSE CTLMOVST.

           DISPLAY "MOVSTOCK LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           DISPLAY "ULTIMO NUMERO DE MOVIMIENTO " WS-CTM-ULTIMO-NUM.
           IF WS-CONT-GRABADOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING WS-MAN-ARCHIVO
                   RETURNING WS-DEL-STATUS
           ELSE
               DISPLAY "MOVSTKAN.TXT SE CONSERVA PARA REVISION"
           END-IF.
       020-FIN. EXIT.
