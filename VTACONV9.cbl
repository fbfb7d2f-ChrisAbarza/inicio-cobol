      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) al formato con operador:
      *           se agrega al final de cada registro el identificador
      *           del operador, en espacios para todo lo anterior, en
      *           AUDITLOG.TXT y AUDITHIS.TXT de 37 a 45 caracteres,
      *           NOTAAUD.TXT de 51 a 59, VENTAS.TXT de 100 a 108,
      *           VENTAHIS.TXT de 104 a 112 y EXCVENTA.TXT de 98 a 106.
      *           Operacion debe renombrar antes los archivos antiguos
      *           a AUDITLAN.TXT, AUDHISAN.TXT, NOTAUDAN.TXT,
      *           VENTASAN.TXT, VTAHISAN.TXT y EXCVTAAN.TXT. Un antiguo
      *           ausente se informa y se omite (ya convertido o nunca
      *           existio); un archivo nuevo ya existente se omite para
      *           no pisarlo. Cada antiguo se elimina tras su conversion
      *           limpia, igual que en VTACONV4. VTALOTE.TXT no se
      *           convierte aqui: es un lote transitorio que debe
      *           procesarse con COMERCIO antes del cambio de formato
      *           (igual que en VTACONV5). Los respaldos de COPIA010
      *           tomados antes del cambio quedan en el formato antiguo
      *           y no deben restaurarse sobre el nuevo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV9.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLAN ASSIGN TO "G:\cobol\archivos\AUDITLAN.TXT"
               FILE STATUS IS WS-AUDITLAN-STATUS.
           SELECT AUDHISAN ASSIGN TO "G:\cobol\archivos\AUDHISAN.TXT"
               FILE STATUS IS WS-AUDHISAN-STATUS.
           SELECT NOTAUDAN ASSIGN TO "G:\cobol\archivos\NOTAUDAN.TXT"
               FILE STATUS IS WS-NOTAUDAN-STATUS.
           SELECT VENTASAN ASSIGN TO "G:\cobol\archivos\VENTASAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VAN-CLAVE
               FILE STATUS IS WS-VENTASAN-STATUS.
           SELECT VTAHISAN ASSIGN TO "G:\cobol\archivos\VTAHISAN.TXT"
               FILE STATUS IS WS-VTAHISAN-STATUS.
           SELECT EXCVTAAN ASSIGN TO "G:\cobol\archivos\EXCVTAAN.TXT"
               FILE STATUS IS WS-EXCVTAAN-STATUS.
           COPY SELAUDIT.
           SELECT AUDITHIS ASSIGN TO "G:\cobol\archivos\AUDITHIS.TXT"
               FILE STATUS IS WS-AUDITHIS-STATUS.
           COPY SELNOTAUD.
           COPY SELVENTA.
           COPY SELVTAHIS.
           SELECT EXCVENTA ASSIGN TO "G:\cobol\archivos\EXCVENTA.TXT"
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLAN
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITLAN           PIC X(37).

       FD  AUDHISAN
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDHISAN           PIC X(37).

       FD  NOTAUDAN
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NOTAUDAN           PIC X(51).

       FD  VENTASAN
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VENTASAN.
           05 REG-VAN-CLAVE       PIC X(07).
           05 REG-VAN-RESTO       PIC X(93).

       FD  VTAHISAN
           RECORD CONTAINS 104 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VTAHISAN           PIC X(104).

       FD  EXCVTAAN
           RECORD CONTAINS 98 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXCVTAAN           PIC X(98).

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  AUDITHIS
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITHIS           PIC X(45).

       FD  NOTAAUD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTAUD.

       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.

       WORKING-STORAGE SECTION.
       01  WS-AUDITLAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUDHISAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-NOTAUDAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VENTASAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VTAHISAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXCVTAAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDITHIS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-NOTAAUD-STATUS      PIC X(02) VALUE SPACES.
       01  WS-VENTAS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-VENTAHIS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS          PIC X(02) VALUE SPACES.

       01  WS-ALA-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\AUDITLAN.TXT".
       01  WS-AHA-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\AUDHISAN.TXT".
       01  WS-NAA-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\NOTAUDAN.TXT".
       01  WS-VAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\VENTASAN.TXT".
       01  WS-HAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\VTAHISAN.TXT".
       01  WS-EAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\EXCVTAAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-REG-NOTAAUD.
           COPY WSNOTAUD.

       01  WS-REG-VENTAS.
           COPY WSVENTA.

       01  WS-REG-VENTAHIS.
           COPY WSVTAHIS.

       01  WS-REG-EXCVENTA.
           COPY WSEXCVTA.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-AUDITLOG THRU 020-FIN.
           PERFORM 030-CONVIERTE-AUDITHIS THRU 030-FIN.
           PERFORM 040-CONVIERTE-NOTAAUD THRU 040-FIN.
           PERFORM 050-CONVIERTE-VENTAS THRU 050-FIN.
           PERFORM 060-CONVIERTE-VENTAHIS THRU 060-FIN.
           PERFORM 070-CONVIERTE-EXCVENTA THRU 070-FIN.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       020-CONVIERTE-AUDITLOG.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT AUDITLAN.
           IF WS-AUDITLAN-STATUS NOT = "00"
               DISPLAY "SIN AUDITLAN.TXT - AUDITLOG NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT AUDITLOG.
           IF WS-AUD-STATUS = "00"
               CLOSE AUDITLOG
               CLOSE AUDITLAN
               DISPLAY "AUDITLOG.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LA BITACORA"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT AUDITLOG.
           PERFORM UNTIL SW-FIN = "FIN"
               READ AUDITLAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-AUDITLAN TO WS-REG-AUDITLOG (1:37)
                   MOVE SPACES TO WS-AUD-OPERADOR
                   WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE AUDITLAN.
           CLOSE AUDITLOG.

           DISPLAY "AUDITLOG LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-ALA-ARCHIVO
               RETURNING WS-DEL-STATUS.
       020-FIN. EXIT.

       030-CONVIERTE-AUDITHIS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT AUDHISAN.
           IF WS-AUDHISAN-STATUS NOT = "00"
               DISPLAY "SIN AUDHISAN.TXT - AUDITHIS NO SE CONVIERTE"
               GO TO 030-FIN
           END-IF.

           OPEN INPUT AUDITHIS.
           IF WS-AUDITHIS-STATUS = "00"
               CLOSE AUDITHIS
               CLOSE AUDHISAN
               DISPLAY "AUDITHIS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL HISTORICO"
               GO TO 030-FIN
           END-IF.

           OPEN OUTPUT AUDITHIS.
           PERFORM UNTIL SW-FIN = "FIN"
               READ AUDHISAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-AUDHISAN TO WS-REG-AUDITLOG (1:37)
                   MOVE SPACES TO WS-AUD-OPERADOR
                   WRITE REG-AUDITHIS FROM WS-REG-AUDITLOG
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE AUDHISAN.
           CLOSE AUDITHIS.

           DISPLAY "AUDITHIS LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-AHA-ARCHIVO
               RETURNING WS-DEL-STATUS.
       030-FIN. EXIT.

       040-CONVIERTE-NOTAAUD.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT NOTAUDAN.
           IF WS-NOTAUDAN-STATUS NOT = "00"
               DISPLAY "SIN NOTAUDAN.TXT - NOTAAUD NO SE CONVIERTE"
               GO TO 040-FIN
           END-IF.

           OPEN INPUT NOTAAUD.
           IF WS-NOTAAUD-STATUS = "00"
               CLOSE NOTAAUD
               CLOSE NOTAUDAN
               DISPLAY "NOTAAUD.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LA PISTA DE AUDITORIA"
               GO TO 040-FIN
           END-IF.

           OPEN OUTPUT NOTAAUD.
           PERFORM UNTIL SW-FIN = "FIN"
               READ NOTAUDAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-NOTAUDAN TO WS-REG-NOTAAUD (1:51)
                   MOVE SPACES TO WS-NAU-OPERADOR
                   WRITE REG-NOTAAUD FROM WS-REG-NOTAAUD
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE NOTAUDAN.
           CLOSE NOTAAUD.

           DISPLAY "NOTAAUD  LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-NAA-ARCHIVO
               RETURNING WS-DEL-STATUS.
       040-FIN. EXIT.

       050-CONVIERTE-VENTAS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS
                        WS-CONT-DUPLICADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VENTASAN.
           IF WS-VENTASAN-STATUS NOT = "00"
               DISPLAY "SIN VENTASAN.TXT - VENTAS NO SE CONVIERTE"
               GO TO 050-FIN
           END-IF.

           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               CLOSE VENTAS
               CLOSE VENTASAN
               DISPLAY "VENTAS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL MAESTRO"
               GO TO 050-FIN
           END-IF.

           OPEN OUTPUT VENTAS.
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL CREAR VENTAS.TXT - STATUS "
                       WS-VENTAS-STATUS
               CLOSE VENTASAN
               GO TO 050-FIN
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
                   MOVE REG-VENTASAN TO WS-REG-VENTAS (1:100)
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
       050-FIN. EXIT.

       060-CONVIERTE-VENTAHIS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VTAHISAN.
           IF WS-VTAHISAN-STATUS NOT = "00"
               DISPLAY "SIN VTAHISAN.TXT - VENTAHIS NO SE CONVIERTE"
               GO TO 060-FIN
           END-IF.

           OPEN INPUT VENTAHIS.
           IF WS-VENTAHIS-STATUS = "00"
               CLOSE VENTAHIS
               CLOSE VTAHISAN
               DISPLAY "VENTAHIS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL HISTORICO"
               GO TO 060-FIN
           END-IF.

           OPEN OUTPUT VENTAHIS.
           PERFORM UNTIL SW-FIN = "FIN"
               READ VTAHISAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-VTAHISAN TO WS-REG-VENTAHIS (1:104)
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
       060-FIN. EXIT.

       070-CONVIERTE-EXCVENTA.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT EXCVTAAN.
           IF WS-EXCVTAAN-STATUS NOT = "00"
               DISPLAY "SIN EXCVTAAN.TXT - EXCVENTA NO SE CONVIERTE"
               GO TO 070-FIN
           END-IF.

           OPEN INPUT EXCVENTA.
           IF WS-EXC-STATUS = "00"
               CLOSE EXCVENTA
               CLOSE EXCVTAAN
               DISPLAY "EXCVENTA.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LA COLA DE RECHAZOS"
               GO TO 070-FIN
           END-IF.

           OPEN OUTPUT EXCVENTA.
           PERFORM UNTIL SW-FIN = "FIN"
               READ EXCVTAAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-EXCVTAAN TO WS-REG-EXCVENTA (1:98)
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
       070-FIN. EXIT.
