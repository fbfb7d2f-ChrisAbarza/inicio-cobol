      *           planilla manual de mesa de registro. Recorre el
      *           catalogo CURSO.TXT en orden de curso/seccion y cuenta
      *           los inscritos de cada seccion por la clave alterna
      *           REG-INS-CURSO-SECCION de INSCRIP.TXT, listando en
      *           CURSOREP.TXT inscritos contra cupo con marca de
      *           seccion completa o con sobrecupo. Al final agrega las
      *           secciones con alumnos inscritos que no estan en el
      *           catalogo (datos anteriores a la validacion de
      *           ALUMNO010 o secciones dadas de baja del catalogo),
      *           marcadas *NO EN CATALOGO*.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCURSO.
           COPY SELINSCR.
           COPY SELFECPRO.
           SELECT REP-CURSOS
               ASSIGN TO "G:\cobol\archivos\CURSOREP.TXT".
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCURSO.

       FD  INSCRIP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDINSCR.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS

       WORKING-STORAGE SECTION.
       01  WS-CURSOS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.

       01  WS-REG-FECPROC.
           COPY WSCURSO.

       01  WS-AREAS-A-USAR.
           COPY WSINSCR.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-SW-FIN-SECCION       PIC X(03) VALUE SPACES.
       01  WS-SW-INSCRIP-ABIERTO   PIC X(01) VALUE "N".
       01  WS-SW-CURSOS-ABIERTO    PIC X(01) VALUE "N".
       01  WS-SW-EN-CATALOGO       PIC X(01) VALUE "N".
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
           IF WS-CURSOS-STATUS = "00"
               MOVE "S" TO WS-SW-CURSOS-ABIERTO
           END-IF.
           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS = "00"
               MOVE "S" TO WS-SW-INSCRIP-ABIERTO
           END-IF.
       020-FIN. EXIT.


      ******************************************************************
      * Cuenta los inscritos del grupo curso/seccion por la clave
      * alterna de las inscripciones.
      ******************************************************************
       050-CUENTA-INSCRITOS.
           MOVE ZERO TO WS-INSCRITOS.
           IF WS-SW-INSCRIP-ABIERTO NOT = "S"
               GO TO 050-FIN
           END-IF.
           MOVE SPACES TO WS-SW-FIN-SECCION.
           MOVE WS-CURSO-GRUPO TO REG-INS-CURSO.
           MOVE WS-SECCION-GRUPO TO REG-INS-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CURSO-SECCION
               INVALID KEY MOVE "FIN" TO WS-SW-FIN-SECCION
           END-START.
           PERFORM UNTIL WS-SW-FIN-SECCION = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO WS-SW-FIN-SECCION
               END-READ
               IF WS-SW-FIN-SECCION NOT = "FIN"
                   IF WS-INS-CURSO = WS-CURSO-GRUPO
                       AND WS-INS-SECCION = WS-SECCION-GRUPO
                       ADD 1 TO WS-INSCRITOS
                   ELSE
                       MOVE "FIN" TO WS-SW-FIN-SECCION
      * por cada grupo nuevo.
      ******************************************************************
       060-BUSCA-FANTASMAS.
           IF WS-SW-INSCRIP-ABIERTO NOT = "S"
               GO TO 060-FIN
           END-IF.
           MOVE SPACES TO SW-FIN.
           MOVE SPACES TO WS-CURSO-GRUPO WS-SECCION-GRUPO.
           MOVE ZERO TO WS-INSCRITOS.
           MOVE LOW-VALUES TO REG-INS-CURSO-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CURSO-SECCION
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN = "FIN"
                   PERFORM 067-CIERRA-GRUPO THRU 067-FIN
               ELSE
                   IF WS-INS-CURSO NOT = WS-CURSO-GRUPO
                       OR WS-INS-SECCION NOT = WS-SECCION-GRUPO
                       PERFORM 067-CIERRA-GRUPO THRU 067-FIN
                       MOVE WS-INS-CURSO TO WS-CURSO-GRUPO
                       MOVE WS-INS-SECCION TO WS-SECCION-GRUPO
                       MOVE ZERO TO WS-INSCRITOS
                   END-IF
                   ADD 1 TO WS-INSCRITOS
           IF WS-SW-CURSOS-ABIERTO = "S"
               CLOSE CURSOS
           END-IF.
           IF WS-SW-INSCRIP-ABIERTO = "S"
               CLOSE INSCRIP
           END-IF.
       100-FIN. EXIT.
