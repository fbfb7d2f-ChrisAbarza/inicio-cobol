      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) al formato con inscripciones
      *           por curso/seccion: ALUMNO.TXT de 65 caracteres se
      *           separa en ALUMNO.TXT de 29 (nombre y RUT) mas
      *           INSCRIP.TXT de 45 (RUT, curso, seccion y las 8
      *           evaluaciones), una inscripcion por alumno con el
      *           curso/seccion y las notas que tenia; un alumno sin
      *           curso queda sin inscripcion. NOTAAUD.TXT pasa de 39 a
      *           51 caracteres: se agrega el curso/seccion de la nota,
      *           tomado del curso que el alumno tenia en el maestro
      *           antiguo. Operacion debe renombrar antes los archivos
      *           antiguos a ALUMNAN.TXT y NOTAUDAN.TXT. Un antiguo
      *           ausente se informa y se omite (ya convertido o nunca
      *           existio); un archivo nuevo ya existente se omite para
      *           no pisarlo. Cada antiguo se elimina tras su
      *           conversion limpia, igual que en VTACONV5; ALUMNAN.TXT
      *           se elimina al final, porque la pista lo consulta.
      *           NOTASTRX.TXT no se convierte aqui: es un lote
      *           transitorio que debe consumirse antes del cambio de
      *           formato (ver FDNOTTRX.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV7.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNAN ASSIGN TO "G:\cobol\archivos\ALUMNAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AAN-RUT
               ALTERNATE RECORD KEY IS REG-AAN-CURSO-SECCION
                   WITH DUPLICATES
               FILE STATUS IS WS-ALUMNAN-STATUS.
           SELECT NOTAUDAN ASSIGN TO "G:\cobol\archivos\NOTAUDAN.TXT"
               FILE STATUS IS WS-NOTAUDAN-STATUS.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELNOTAUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNAN
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ALUMNAN.
           05 REG-AAN-NOMBRE          PIC X(20).
           05 REG-AAN-RUT             PIC 9(09).
           05 REG-AAN-CURSO-SECCION.
               10 REG-AAN-CURSO       PIC X(10).
               10 REG-AAN-SECCION     PIC X(02).
           05 REG-AAN-EVALUACIONES    PIC X(24).

       FD  NOTAUDAN
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NOTAUDAN           PIC X(39).

       FD  ALUMNOS
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDALUMNO.

       FD  INSCRIP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDINSCR.

       FD  NOTAAUD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTAUD.

       WORKING-STORAGE SECTION.
       01  WS-ALUMNAN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-NOTAUDAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-NOTAAUD-STATUS      PIC X(02) VALUE SPACES.

       01  WS-AAN-ARCHIVO         PIC X(29)
                               VALUE "G:\cobol\archivos\ALUMNAN.TXT".
       01  WS-NAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\NOTAUDAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.

       01  WS-AREA-INSCRIP.
           COPY WSINSCR.

       01  WS-REG-NOTAAUD.
           COPY WSNOTAUD.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-SW-ALUMNOS-OK        PIC X(01) VALUE "N".
       01  WS-SW-PISTA-OK          PIC X(01) VALUE "S".
       01  WS-SW-ALUMNAN-ABIERTO   PIC X(01) VALUE "N".
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-INSCRIPCIONES   PIC 9(05) VALUE ZERO.
       01  WS-CONT-SIN-CURSO       PIC 9(05) VALUE ZERO.
       01  WS-CONT-SIN-ALUMNO      PIC 9(05) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-ALUMNOS THRU 020-FIN.
           PERFORM 030-CONVIERTE-PISTA THRU 030-FIN.

           IF WS-SW-ALUMNOS-OK = "S" AND WS-SW-PISTA-OK = "S"
               CALL "CBL_DELETE_FILE" USING WS-AAN-ARCHIVO
                   RETURNING WS-DEL-STATUS
           ELSE
               DISPLAY "ALUMNAN.TXT SE CONSERVA PARA REVISION"
           END-IF.

           IF WS-CONT-DUPLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       020-CONVIERTE-ALUMNOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT ALUMNAN.
           IF WS-ALUMNAN-STATUS NOT = "00"
               DISPLAY "SIN ALUMNAN.TXT - ALUMNO NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT ALUMNOS.
           IF WS-ALUMNOS-STATUS = "00"
               CLOSE ALUMNOS
               CLOSE ALUMNAN
               DISPLAY "ALUMNO.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL MAESTRO"
               GO TO 020-FIN
           END-IF.
           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS = "00"
               CLOSE INSCRIP
               CLOSE ALUMNAN
               DISPLAY "INSCRIP.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LAS INSCRIPCIONES"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT ALUMNOS.
           OPEN OUTPUT INSCRIP.
           MOVE LOW-VALUES TO REG-ALUMNAN.
           START ALUMNAN KEY IS NOT LESS THAN REG-AAN-RUT
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ ALUMNAN NEXT RECORD AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   PERFORM 025-GRABA-ALUMNO THRU 025-FIN
               END-IF
           END-PERFORM.
           CLOSE ALUMNAN.
           CLOSE ALUMNOS.
           CLOSE INSCRIP.

           DISPLAY "ALUMNO   LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           DISPLAY "INSCRIP  GRABADAS " WS-CONT-INSCRIPCIONES
                   " ALUMNOS SIN CURSO " WS-CONT-SIN-CURSO.
           IF WS-CONT-GRABADOS = WS-CONT-LEIDOS
               MOVE "S" TO WS-SW-ALUMNOS-OK
           END-IF.
       020-FIN. EXIT.

       025-GRABA-ALUMNO.
           MOVE REG-AAN-NOMBRE TO WS-NOMBRE-ALUM.
           MOVE REG-AAN-RUT TO WS-RUT-ALUM.
           WRITE REG-ALUMNOS FROM WS-REG-ALUMNOS
               INVALID KEY
                   DISPLAY "RUT " WS-RUT-ALUM
                           " DUPLICADO - NO SE GRABA"
                   ADD 1 TO WS-CONT-DUPLICADOS
                   GO TO 025-FIN
           END-WRITE.
           ADD 1 TO WS-CONT-GRABADOS.

           IF REG-AAN-CURSO-SECCION = SPACES
               ADD 1 TO WS-CONT-SIN-CURSO
               GO TO 025-FIN
           END-IF.
           MOVE REG-AAN-RUT TO WS-INS-RUT.
           MOVE REG-AAN-CURSO TO WS-INS-CURSO.
           MOVE REG-AAN-SECCION TO WS-INS-SECCION.
           MOVE REG-AAN-EVALUACIONES TO WS-REG-INSCRIP (22:24).
           WRITE REG-INSCRIP FROM WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "INSCRIPCION RUT " WS-INS-RUT
                           " DUPLICADA - NO SE GRABA"
                   ADD 1 TO WS-CONT-DUPLICADOS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-INSCRIPCIONES
           END-WRITE.
       025-FIN. EXIT.

       030-CONVIERTE-PISTA.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT NOTAUDAN.
           IF WS-NOTAUDAN-STATUS NOT = "00"
               DISPLAY "SIN NOTAUDAN.TXT - NOTAAUD NO SE CONVIERTE"
               GO TO 030-FIN
           END-IF.

           OPEN INPUT NOTAAUD.
           IF WS-NOTAAUD-STATUS = "00"
               CLOSE NOTAAUD
               CLOSE NOTAUDAN
               MOVE "N" TO WS-SW-PISTA-OK
               DISPLAY "NOTAAUD.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LA PISTA DE AUDITORIA"
               GO TO 030-FIN
           END-IF.

           OPEN INPUT ALUMNAN.
           IF WS-ALUMNAN-STATUS = "00"
               MOVE "S" TO WS-SW-ALUMNAN-ABIERTO
           END-IF.

           OPEN OUTPUT NOTAAUD.
           PERFORM UNTIL SW-FIN = "FIN"
               READ NOTAUDAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-NOTAUDAN TO WS-REG-NOTAAUD (1:39)
                   PERFORM 035-BUSCA-CURSO THRU 035-FIN
                   MOVE SPACES TO WS-NAU-OPERADOR
                   WRITE REG-NOTAAUD FROM WS-REG-NOTAAUD
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE NOTAUDAN.
           CLOSE NOTAAUD.
           IF WS-SW-ALUMNAN-ABIERTO = "S"
               CLOSE ALUMNAN
           END-IF.

           DISPLAY "NOTAAUD  LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS
                   " SIN CURSO " WS-CONT-SIN-ALUMNO.
           CALL "CBL_DELETE_FILE" USING WS-NAN-ARCHIVO
               RETURNING WS-DEL-STATUS.
       030-FIN. EXIT.

       035-BUSCA-CURSO.
           MOVE SPACES TO WS-NAU-CURSO WS-NAU-SECCION.
           IF WS-SW-ALUMNAN-ABIERTO NOT = "S"
               ADD 1 TO WS-CONT-SIN-ALUMNO
               GO TO 035-FIN
           END-IF.
           MOVE WS-NAU-RUT TO REG-AAN-RUT.
           READ ALUMNAN
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-ALUMNO
               NOT INVALID KEY
                   MOVE REG-AAN-CURSO TO WS-NAU-CURSO
                   MOVE REG-AAN-SECCION TO WS-NAU-SECCION
           END-READ.
       035-FIN. EXIT.
