      * Author:
      * Date:
      * Purpose:  Emision de certificados individuales de notas a
      *           pedido. Lee el archivo de solicitudes CERTREQ.TXT (un
      *           RUT por registro), busca cada alumno con lectura
      *           directa en el maestro indexado ALUMNO.TXT y genera en
      *           CERTIFIC.TXT una pagina formateada por alumno con su
      *           nombre y RUT y, por cada curso/seccion en que esta
      *           inscrito segun INSCRIP.TXT, cada evaluacion con su
      *           peso porcentual segun PESOS.TXT, el promedio ponderado
      *           del curso calculado igual que en NOTAS010, el
      *           porcentaje de asistencia segun ASISTEN.TXT y su estado
      *           APROBADO, REPROBADO o REPROBADO POR ASISTENCIA (bajo
      *           el minimo de ASIPAR.TXT), para que mesa de registro
      *           imprima certificados sin esperar el informe completo
      *           por seccion. Registra la corrida en AUDITLOG.TXT.
      * Tectonics: cobc
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPESOS.
           COPY SELCERREQ.
           COPY SELASIST.
           COPY SELASIPAR.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT CERTIFIC
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDALUMNO.
       FD  INSCRIP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDINSCR.
       FD  PESOS
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           RECORD CONTAINS 9 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCERREQ.
       FD  ASISTEN
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIST.
       FD  ASIPAR
           RECORD CONTAINS 3 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIPAR.
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.
       FD  FECPROC

       WORKING-STORAGE SECTION.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-INSCRIP-ABIERTO  PIC X(01) VALUE "N".
       01  WS-PESOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CERTREQ-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ASISTEN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-ASISTEN-ABIERTO  PIC X(01) VALUE "N".
       01  WS-ASIPAR-STATUS       PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.
           COPY WSINSCR.

       01  WS-REG-CERTREQ.
           COPY WSCERREQ.

       01  WS-AREA-ASISTEN.
           COPY WSASIST.

       01  WS-REG-ASIPAR.
           COPY WSASIPAR.

       01  WS-DICTADAS            PIC 9(03) VALUE ZERO.
       01  WS-ASISTIDAS           PIC 9(03) VALUE ZERO.
       01  WS-PCT-ASIST           PIC 9(03) VALUE ZERO.
       01  WS-SW-REPR-ASIST       PIC X(01) VALUE "N".

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-CONT-SOLICITUDES     PIC 9(05) VALUE ZERO.
       01  WS-CONT-EMITIDOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-NO-ENCONTRADOS  PIC 9(05) VALUE ZERO.
       01  WS-CONT-CURSOS          PIC 9(05) VALUE ZERO.
       01  WS-CURSOS-ALUMNO        PIC 9(03) VALUE ZERO.
       01  WS-SW-FIN-INSCRIP       PIC X(03) VALUE SPACES.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-LIN-PROM-VAL      PIC ZZ9.
           05 FILLER               PIC X(48) VALUES SPACES.

       01  WS-LIN-ASISTENCIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                   VALUE "ASISTENCIA         : ".
           05 WS-LIN-ASIST-VAL     PIC ZZ9.
           05 FILLER               PIC X(12) VALUE "%  (MINIMO: ".
           05 WS-LIN-ASIST-MIN     PIC ZZ9.
           05 FILLER               PIC X(02) VALUE "%)".
           05 FILLER               PIC X(31) VALUES SPACES.

       01  WS-LIN-SIN-ASISTENCIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                   VALUE "ASISTENCIA         : ".
           05 FILLER               PIC X(11) VALUE "NO EVALUADA".
           05 FILLER               PIC X(40) VALUES SPACES.

       01  WS-LIN-ESTADO.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
                                   VALUE "ESTADO             : ".
           05 WS-LIN-ESTADO-VAL    PIC X(24).
           05 FILLER               PIC X(27) VALUES SPACES.

       01  WS-LIN-SIN-CURSOS.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(35)
                       VALUE "ALUMNO SIN INSCRIPCIONES EN CURSOS".
           05 FILLER               PIC X(37) VALUES SPACES.

       01  WS-LIN-NO-REGISTRADO.
           05 FILLER               PIC X(01).
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           PERFORM 015-LEER-PESOS THRU 015-FIN.
           PERFORM 014-LEER-ASIPAR THRU 014-FIN.

           OPEN INPUT CERTREQ.
           IF WS-CERTREQ-STATUS NOT = "00"
               GOBACK
           END-IF.

           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS = "00"
               MOVE "S" TO WS-SW-INSCRIP-ABIERTO
           END-IF.
           OPEN INPUT ASISTEN.
           IF WS-ASISTEN-STATUS = "00"
               MOVE "S" TO WS-SW-ASISTEN-ABIERTO
           END-IF.

           OPEN OUTPUT CERTIFIC.

           PERFORM 020-PROCESA-SOLICITUD THRU 020-FIN

           CLOSE CERTREQ.
           CLOSE ALUMNOS.
           IF WS-SW-INSCRIP-ABIERTO = "S"
               CLOSE INSCRIP
           END-IF.
           IF WS-SW-ASISTEN-ABIERTO = "S"
               CLOSE ASISTEN
           END-IF.
           CLOSE CERTIFIC.

           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "SOLICITUDES LEIDAS : " WS-CONT-SOLICITUDES.
           DISPLAY "CERTIFICADOS       : " WS-CONT-EMITIDOS.
           DISPLAY "CURSOS CERTIFICADOS: " WS-CONT-CURSOS.
           DISPLAY "RUT NO REGISTRADOS : " WS-CONT-NO-ENCONTRADOS.

           IF WS-CONT-NO-ENCONTRADOS > ZERO
           END-IF.
       012-FIN. EXIT.

      ******************************************************************
      * Porcentaje minimo de asistencia para aprobar (75 si no hay
      * ASIPAR.TXT o el valor no es un porcentaje), igual que NOTAS010.
      ******************************************************************
       014-LEER-ASIPAR.
           MOVE 75 TO WS-APA-MINIMO.
           OPEN INPUT ASIPAR.
           IF WS-ASIPAR-STATUS = "00"
               READ ASIPAR INTO WS-REG-ASIPAR
                   AT END
                       MOVE 75 TO WS-APA-MINIMO
               END-READ
               CLOSE ASIPAR
           END-IF.
           IF WS-APA-MINIMO NOT NUMERIC OR WS-APA-MINIMO > 100
               MOVE 75 TO WS-APA-MINIMO
           END-IF.
       014-FIN. EXIT.

       015-LEER-PESOS.
           OPEN INPUT PESOS.
           IF WS-PESOS-STATUS = "00"
           WRITE REG-CERTIFIC FROM WS-LIN-NOMBRE AFTER ADVANCING 1.
           MOVE WS-RUT-ALUM TO WS-LIN-RUT-ALUM.
           WRITE REG-CERTIFIC FROM WS-LIN-RUT AFTER ADVANCING 1.
           WRITE REG-CERTIFIC FROM WS-GUIONES AFTER ADVANCING 1.

           MOVE ZERO TO WS-CURSOS-ALUMNO.
           PERFORM 035-RECORRE-INSCRIPCIONES THRU 035-FIN.
           IF WS-CURSOS-ALUMNO = ZERO
               WRITE REG-CERTIFIC FROM WS-LIN-SIN-CURSOS
                    AFTER ADVANCING 1
               WRITE REG-CERTIFIC FROM WS-GUIONES AFTER ADVANCING 1
           END-IF.
       030-FIN. EXIT.

      ******************************************************************
      * Inscripciones del alumno por la clave primaria de INSCRIP.TXT
      * (RUT mas curso/seccion), partiendo del RUT con LOW-VALUES: se
      * leen en orden de curso hasta que cambia el RUT.
      ******************************************************************
       035-RECORRE-INSCRIPCIONES.
           IF WS-SW-INSCRIP-ABIERTO NOT = "S"
               GO TO 035-FIN
           END-IF.
           MOVE SPACES TO WS-SW-FIN-INSCRIP.
           MOVE WS-RUT-ALUM TO REG-INS-RUT.
           MOVE LOW-VALUES TO REG-INS-CURSO-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CLAVE
               INVALID KEY MOVE "FIN" TO WS-SW-FIN-INSCRIP
           END-START.
           PERFORM UNTIL WS-SW-FIN-INSCRIP = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO WS-SW-FIN-INSCRIP
               END-READ
               IF WS-SW-FIN-INSCRIP NOT = "FIN"
                   IF WS-INS-RUT = WS-RUT-ALUM
                       PERFORM 040-ESCRIBE-CURSO THRU 040-FIN
                   ELSE
                       MOVE "FIN" TO WS-SW-FIN-INSCRIP
                   END-IF
               END-IF
           END-PERFORM.
       035-FIN. EXIT.

       040-ESCRIBE-CURSO.
           ADD 1 TO WS-CURSOS-ALUMNO.
           ADD 1 TO WS-CONT-CURSOS.
           MOVE WS-INS-CURSO TO WS-LIN-CURSO-ALUM.
           MOVE WS-INS-SECCION TO WS-LIN-SECCION-ALUM.
           WRITE REG-CERTIFIC FROM WS-LIN-CURSO AFTER ADVANCING 1.

           WRITE REG-CERTIFIC FROM WS-SUB-TITULO-NOTAS
                AFTER ADVANCING 1.

                   UNTIL WS-IDX > WS-PESO-CANT
               MOVE WS-IDX TO WS-LIN-EVAL
               MOVE WS-PESO-TABLA (WS-IDX) TO WS-LIN-PESO
               MOVE WS-INS-EVALUACIONES (WS-IDX) TO WS-LIN-NOTA-VAL
               WRITE REG-CERTIFIC FROM WS-LIN-NOTA AFTER ADVANCING 1
           END-PERFORM.

           PERFORM 047-CALCULAR-PROMEDIO THRU 047-FIN.

           MOVE WS-PROM TO WS-LIN-PROM-VAL.
           WRITE REG-CERTIFIC FROM WS-LIN-PROMEDIO AFTER ADVANCING 1.

           PERFORM 043-BUSCA-ASISTENCIA THRU 043-FIN.
           PERFORM 044-EVALUA-ASISTENCIA THRU 044-FIN.
           IF WS-DICTADAS = ZERO
               WRITE REG-CERTIFIC FROM WS-LIN-SIN-ASISTENCIA
                    AFTER ADVANCING 1
           ELSE
               MOVE WS-PCT-ASIST TO WS-LIN-ASIST-VAL
               MOVE WS-APA-MINIMO TO WS-LIN-ASIST-MIN
               WRITE REG-CERTIFIC FROM WS-LIN-ASISTENCIA
                    AFTER ADVANCING 1
           END-IF.

           IF WS-PROM < 60
               MOVE "REPROBADO" TO WS-LIN-ESTADO-VAL
           ELSE
               IF WS-SW-REPR-ASIST = "S"
                   MOVE "REPROBADO POR ASISTENCIA"
                       TO WS-LIN-ESTADO-VAL
               ELSE
                   MOVE "APROBADO" TO WS-LIN-ESTADO-VAL
               END-IF
           END-IF.
           WRITE REG-CERTIFIC FROM WS-LIN-ESTADO AFTER ADVANCING 1.
           WRITE REG-CERTIFIC FROM WS-GUIONES AFTER ADVANCING 1.
       040-FIN. EXIT.

      ******************************************************************
      * Asistencia de la inscripcion, igual que en NOTAS010: sin
      * sesiones dictadas para la seccion no se evalua; con dictadas,
      * un alumno sin registro cuenta con cero asistencias.
      ******************************************************************
       043-BUSCA-ASISTENCIA.
           MOVE ZERO TO WS-DICTADAS WS-ASISTIDAS.
           IF WS-SW-ASISTEN-ABIERTO NOT = "S"
               GO TO 043-FIN
           END-IF.
           MOVE WS-INS-CURSO TO REG-ASI-CURSO.
           MOVE WS-INS-SECCION TO REG-ASI-SECCION.
           MOVE ZERO TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   GO TO 043-FIN
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-DICTADAS.
           IF WS-DICTADAS = ZERO
               GO TO 043-FIN
           END-IF.
           MOVE WS-INS-RUT TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   MOVE ZERO TO WS-ASI-SESIONES
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-ASISTIDAS.
       043-FIN. EXIT.

       044-EVALUA-ASISTENCIA.
           MOVE "N" TO WS-SW-REPR-ASIST.
           MOVE ZERO TO WS-PCT-ASIST.
           IF WS-DICTADAS = ZERO
               GO TO 044-FIN
           END-IF.
           IF WS-ASISTIDAS > WS-DICTADAS
               MOVE WS-DICTADAS TO WS-ASISTIDAS
           END-IF.
           COMPUTE WS-PCT-ASIST = WS-ASISTIDAS * 100 / WS-DICTADAS.
           IF WS-PCT-ASIST < WS-APA-MINIMO
               MOVE "S" TO WS-SW-REPR-ASIST
           END-IF.
       044-FIN. EXIT.

       047-CALCULAR-PROMEDIO.
           MOVE ZERO TO WS-SUMA-PONDERADA.
                   UNTIL WS-IDX > WS-PESO-CANT
               COMPUTE WS-SUMA-PONDERADA =
                       WS-SUMA-PONDERADA +
                       (WS-INS-EVALUACIONES (WS-IDX) *
                        WS-PESO-TABLA (WS-IDX))
           END-PERFORM.
           COMPUTE WS-PROM = WS-SUMA-PONDERADA / 100.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "CERT010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-EMITIDOS TO WS-AUD-CONT-1.
           MOVE WS-CONT-NO-ENCONTRADOS TO WS-AUD-CONT-2.
           MOVE WS-CONT-CURSOS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
