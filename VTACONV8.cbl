      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) al formato con asistencia:
      *           NOTAHIS.TXT de 94 a 103 caracteres (se agregan las
      *           sesiones dictadas y asistidas, en cero, y el minimo de
      *           asistencia, en 75). Con las dictadas en cero los
      *           periodos ya cerrados no se evaluan por asistencia y
      *           su reimpresion en NOTAS010 sale igual que antes.
      *           Operacion debe renombrar antes el archivo antiguo a
      *           NOTHISAN.TXT. Si el antiguo no existe se informa y se
      *           omite (ya convertido o nunca existio); si el nuevo ya
      *           existe se omite para no pisarlo. El antiguo se elimina
      *           tras la conversion, igual que en VTACONV5.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTHISAN ASSIGN TO "G:\cobol\archivos\NOTHISAN.TXT"
               FILE STATUS IS WS-NOTHISAN-STATUS.
           COPY SELNOTHIS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTHISAN
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NOTHISAN           PIC X(94).

       FD  NOTAHIS
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTHIS.

       WORKING-STORAGE SECTION.
       01  WS-NOTHISAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-NOTAHIS-STATUS      PIC X(02) VALUE SPACES.

       01  WS-NHA-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\NOTHISAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-REG-NOTAHIS-AREA.
           COPY WSNOTHIS.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-MINIMO-OMISION       PIC 9(03) VALUE 75.
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-NOTAHIS THRU 020-FIN.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       020-CONVIERTE-NOTAHIS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT NOTHISAN.
           IF WS-NOTHISAN-STATUS NOT = "00"
               DISPLAY "SIN NOTHISAN.TXT - NOTAHIS NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT NOTAHIS.
           IF WS-NOTAHIS-STATUS = "00"
               CLOSE NOTAHIS
               CLOSE NOTHISAN
               DISPLAY "NOTAHIS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL HISTORICO"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT NOTAHIS.
           PERFORM UNTIL SW-FIN = "FIN"
               READ NOTHISAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-NOTHISAN TO WS-REG-NOTAHIS (1:94)
                   MOVE ZERO TO WS-NH-DICTADAS WS-NH-ASISTIDAS
                   MOVE WS-MINIMO-OMISION TO WS-NH-MIN-ASIST
                   WRITE REG-NOTAHIS FROM WS-REG-NOTAHIS
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE NOTHISAN.
           CLOSE NOTAHIS.

           DISPLAY "NOTAHIS  LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-NHA-ARCHIVO
               RETURNING WS-DEL-STATUS.
       020-FIN. EXIT.
