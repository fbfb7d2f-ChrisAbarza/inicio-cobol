      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Informe de notas por curso/seccion desde las
      *           inscripciones INSCRIP.TXT (una linea por alumno en
      *           cada curso/seccion, con el nombre de ALUMNO.TXT), con
      *           promedio ponderado segun PESOS.TXT, porcentaje de
      *           asistencia segun ASISTEN.TXT, subtotales por seccion,
      *           totales generales y el archivo de reprobados
      *           REPROBAD.TXT (RUT, nombre, curso, seccion, promedio,
      *           asistencia y motivo: N nota, A asistencia, B ambos).
      *           Un alumno bajo el minimo de asistencia de ASIPAR.TXT
      *           queda REPROBADO POR ASISTENCIA aunque su promedio
      *           apruebe. Si existe la solicitud NOTAHREQ.TXT con un
      *           periodo AAPP, en vez de las inscripciones reimprime
      *           ese periodo cerrado desde el historico NOTAHIS.TXT
      *           (ver NOTAS030) con la ponderacion, la asistencia y el
      *           minimo vigentes al cierre, y elimina la solicitud al
      *           terminar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPESOS.
           COPY SELCHKNOT.
           COPY SELNOTHIS.
           COPY SELASIST.
           COPY SELASIPAR.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT NOTAHREQ ASSIGN TO "G:\cobol\archivos\NOTAHREQ.TXT"
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
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCHKNOT.
       FD  NOTAHIS
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTHIS.
       FD  ASISTEN
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIST.
       FD  ASIPAR
           RECORD CONTAINS 3 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIPAR.
       FD  NOTAHREQ
           RECORD CONTAINS 4 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NOTAHREQ           PIC X(04).
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.
       FD  FECPROC
       01  REG-NOTAS              PIC X(73).

       FD  REPROBADOS
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPROBADOS         PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-ALUMNOS-ABIERTO  PIC X(01) VALUE "N".
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-NOMBRES-ABIERTO  PIC X(01) VALUE "N".
       01  WS-PESOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CHKNOTAS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-NOTAHIS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ASISTEN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-ASISTEN-ABIERTO  PIC X(01) VALUE "N".
       01  WS-ASIPAR-STATUS       PIC X(02) VALUE SPACES.
       01  WS-NOTAHREQ-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPROB-STATUS       PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-REP-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-REP-CURSO        PIC X(10).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-REP-SECCION      PIC X(02).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-REP-PROM         PIC 9(03).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-REP-ASIST        PIC X(03).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-REP-MOTIVO       PIC X(01).

       01  WS-AREA-PESOS.
           COPY WSPESOS.

       01  WS-AREA-ASISTEN.
           COPY WSASIST.

       01  WS-REG-ASIPAR.
           COPY WSASIPAR.

       01  WS-DICTADAS            PIC 9(03) VALUE ZERO.
       01  WS-ASISTIDAS           PIC 9(03) VALUE ZERO.
       01  WS-PCT-ASIST           PIC 9(03) VALUE ZERO.
       01  WS-PCT-ASIST-ED        PIC ZZ9.
       01  WS-ASIST-TEXTO         PIC X(03) VALUE SPACES.
       01  WS-SW-REPR-ASIST       PIC X(01) VALUE "N".

       01  WS-AREA-CHECKPOINT.
           COPY WSCHKNOT.


       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.
           COPY WSINSCR.

           05 WS-PROM             PIC 9(03).
           05 WS-STATUS           PIC X(01).
       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01) VALUES SPACES.
           05 FILLER              PIC X(03)  VALUE "RUT".
           05 FILLER              PIC X(07) VALUES SPACES.
           05 FILLER              PIC X(06)  VALUE "NOMBRE".
           05 FILLER              PIC X(15) VALUES SPACES.
           05 FILLER              PIC X(05)  VALUE "NOTAS".
           05 FILLER              PIC X(27) VALUES SPACES.
           05 FILLER              PIC X(03)  VALUE "PRM".
           05 FILLER              PIC X(01) VALUES SPACES.
           05 FILLER              PIC X(03)  VALUE "AS%".
           05 FILLER              PIC X(01) VALUES SPACES.
           05 FILLER              PIC X(01)  VALUE "F".

       01  WS-DETALLE.
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-DET-RUT          PIC 9(09).
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-DET-NOTAS        PIC X(31).
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-DET-PROM         PIC ZZ9.
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-DET-ASIST        PIC X(03).
           05 FILLER              PIC X(01) VALUES SPACES.
           05 WS-DET-STATUS       PIC X(01).

       01  WS-DETALLE-TOT-ALUM.
           05 WS-CT-SECCION       PIC X(02).
           05 FILLER              PIC X(41) VALUES SPACES.

       01  WS-LEYENDA-1.
           05 FILLER              PIC X(01) VALUES SPACES.
           05 FILLER              PIC X(50) VALUE
               "F: A=APROBADO  R=REPROBADO  I=REPROBADO POR ASIST.".
           05 FILLER              PIC X(22) VALUES SPACES.

       01  WS-LEYENDA-2.
           05 FILLER              PIC X(01) VALUES SPACES.
           05 FILLER              PIC X(39) VALUE
               "AS%: PORCENTAJE DE ASISTENCIA (MINIMO: ".
           05 WS-LEY-MINIMO       PIC ZZ9.
           05 FILLER              PIC X(02) VALUE "%)".
           05 FILLER              PIC X(28) VALUES SPACES.

       01  WS-TITULO-TOT-GRAL.
           05 FILLER              PIC X(01) VALUES SPACES.
           05 FILLER              PIC X(40)
       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 013-LEER-FECHA-PROCESO THRU 013-FIN.
           PERFORM 014-LEER-ASIPAR THRU 014-FIN.
           PERFORM 011-REVISA-REIMPRESION THRU 011-FIN.
           IF WS-SW-REIMPRESION = "S"
               PERFORM 080-REIMPRIME-HISTORICO THRU 080-FIN
           END-IF.
       013-FIN. EXIT.

      ******************************************************************
      * Porcentaje minimo de asistencia para aprobar (75 si no hay
      * ASIPAR.TXT o el valor no es un porcentaje).
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
           END-IF.
           OPEN INPUT ALUMNOS.
           IF WS-ALUMNOS-STATUS = "00"
               MOVE "S" TO WS-SW-NOMBRES-ABIERTO
           END-IF.
           OPEN INPUT ASISTEN.
           IF WS-ASISTEN-STATUS = "00"
               MOVE "S" TO WS-SW-ASISTEN-ABIERTO
           END-IF.
           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS = "00"
               MOVE "S" TO WS-SW-ALUMNOS-ABIERTO
               MOVE LOW-VALUES TO REG-INS-CURSO-SECCION
               START INSCRIP KEY IS NOT LESS THAN REG-INS-CURSO-SECCION
                   INVALID KEY MOVE "FIN" TO SW-FIN
               END-START
               IF WS-SW-RESTART = "S"
           END-IF.
       020-FIN. EXIT.

      ******************************************************************
      * La inscripcion del checkpoint se reconoce por RUT mas curso/
      * seccion: un alumno aparece una vez por cada curso en que esta
      * inscrito.
      ******************************************************************
       021-AVANZAR-A-CHECKPOINT.
           PERFORM UNTIL SW-FIN = "FIN"
                   OR (WS-INS-RUT = WS-CK-RUT
                       AND WS-INS-CURSO = WS-CK-CURSO-ANT
                       AND WS-INS-SECCION = WS-CK-SECCION-ANT)
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
           END-PERFORM.
           IF SW-FIN = "FIN"
               DISPLAY "ERROR: CHECKPOINT RUT " WS-CK-RUT " CURSO "
                       WS-CK-CURSO-ANT " SECCION " WS-CK-SECCION-ANT
                       " NO ENCONTRADO - REINICIO ABORTADO"
               MOVE "S" TO WS-SW-CHECKPOINT-PERDIDO
           END-IF.
       030-FIN. EXIT.

       040-PROCESO.
           PERFORM 041-BUSCA-NOMBRE THRU 041-FIN.
           IF WS-PRIMERA-SECCION = "S"
               MOVE "N" TO WS-PRIMERA-SECCION
               PERFORM 042-ESCRIBIR-TITULO-SECCION THRU 042-FIN
           ELSE
               IF WS-INS-CURSO NOT = WS-CURSO-ANT
                  OR WS-INS-SECCION NOT = WS-SECCION-ANT
                   PERFORM 045-ESCRIBIR-SUBTOTAL THRU 045-FIN
                   PERFORM 042-ESCRIBIR-TITULO-SECCION THRU 042-FIN
               END-IF
           END-IF.

           MOVE WS-INS-CURSO TO WS-CURSO-ANT
           MOVE WS-INS-SECCION TO WS-SECCION-ANT

           ADD 1 TO WS-CAN-ALUMNOS
           ADD 1 TO WS-CAN-ALUMNOS-SEC

           PERFORM 046-ARMAR-NOTAS THRU 046-FIN
           PERFORM 047-CALCULAR-PROMEDIO THRU 047-FIN
           PERFORM 043-BUSCA-ASISTENCIA THRU 043-FIN
           PERFORM 044-EVALUA-ASISTENCIA THRU 044-FIN

           MOVE WS-PROM TO WS-DET-PROM
           MOVE WS-ASIST-TEXTO TO WS-DET-ASIST
           ADD WS-PROM TO WS-SUM-PROM
           ADD WS-PROM TO WS-SUM-PROM-SEC.

           IF WS-PROM >= 60 AND WS-SW-REPR-ASIST NOT = "S"
               MOVE "A" TO WS-STATUS
               ADD 1 TO WS-CAN-APRO
               ADD 1 TO WS-CAN-APRO-SEC
           ELSE
               ADD 1 TO WS-CAN-REPR
               ADD 1 TO WS-CAN-REPR-SEC
               IF WS-PROM >= 60
                   MOVE "I" TO WS-STATUS
                   MOVE "A" TO WS-REP-MOTIVO
               ELSE
                   MOVE "R" TO WS-STATUS
                   IF WS-SW-REPR-ASIST = "S"
                       MOVE "B" TO WS-REP-MOTIVO
                   ELSE
                       MOVE "N" TO WS-REP-MOTIVO
                   END-IF
               END-IF
               MOVE WS-RUT-ALUM TO WS-REP-RUT
               MOVE WS-NOMBRE-ALUM TO WS-REP-NOMBRE
               MOVE WS-INS-CURSO TO WS-REP-CURSO
               MOVE WS-INS-SECCION TO WS-REP-SECCION
               MOVE WS-PROM TO WS-REP-PROM
               MOVE WS-ASIST-TEXTO TO WS-REP-ASIST
               WRITE REG-REPROBADOS FROM WS-LINEA-REPROB
           END-IF.

           END-IF.
       040-LEER.
           IF SW-FIN NOT = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
           END-IF.
       040-FIN. EXIT.

      ******************************************************************
      * Nombre del alumno de la inscripcion, por lectura directa en
      * ALUMNO.TXT. Una inscripcion sin alumno se informa igual, para
      * que no desaparezcan notas del informe.
      ******************************************************************
       041-BUSCA-NOMBRE.
           MOVE WS-INS-RUT TO WS-RUT-ALUM.
           MOVE "*NO REGISTRADO*" TO WS-NOMBRE-ALUM.
           IF WS-SW-NOMBRES-ABIERTO NOT = "S"
               GO TO 041-FIN
           END-IF.
           MOVE WS-INS-RUT TO REG-RUT-ALUM.
           READ ALUMNOS INTO WS-REG-ALUMNOS
               INVALID KEY
                   MOVE "*NO REGISTRADO*" TO WS-NOMBRE-ALUM
                   MOVE WS-INS-RUT TO WS-RUT-ALUM
           END-READ.
       041-FIN. EXIT.

      ******************************************************************
      * Sesiones dictadas de la seccion (registro con RUT en cero) y
      * asistidas por el alumno en ASISTEN.TXT. Sin dictadas la
      * inscripcion no se evalua por asistencia; con dictadas, un
      * alumno sin registro cuenta con cero asistencias.
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

      ******************************************************************
      * Porcentaje truncado, de modo que quede bajo el minimo entero
      * exactamente cuando asistidas * 100 / dictadas lo esta.
      ******************************************************************
       044-EVALUA-ASISTENCIA.
           MOVE "N" TO WS-SW-REPR-ASIST.
           MOVE SPACES TO WS-ASIST-TEXTO.
           IF WS-DICTADAS = ZERO
               GO TO 044-FIN
           END-IF.
           IF WS-ASISTIDAS > WS-DICTADAS
               MOVE WS-DICTADAS TO WS-ASISTIDAS
           END-IF.
           COMPUTE WS-PCT-ASIST = WS-ASISTIDAS * 100 / WS-DICTADAS.
           MOVE WS-PCT-ASIST TO WS-PCT-ASIST-ED.
           MOVE WS-PCT-ASIST-ED TO WS-ASIST-TEXTO.
           IF WS-PCT-ASIST < WS-APA-MINIMO
               MOVE "S" TO WS-SW-REPR-ASIST
           END-IF.
       044-FIN. EXIT.

       048-ESCRIBIR-CHECKPOINT.
           MOVE WS-INS-RUT TO WS-CK-RUT.
           MOVE WS-CURSO-ANT TO WS-CK-CURSO-ANT.
           MOVE WS-SECCION-ANT TO WS-CK-SECCION-ANT.
           MOVE WS-PRIMERA-SECCION TO WS-CK-PRIMERA-SECCION.
           MOVE 1 TO WS-NOTAS-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PESO-CANT
               MOVE WS-INS-EVALUACIONES (WS-IDX) TO WS-NOTAS-DIG
               IF WS-IDX = 1
                   STRING WS-NOTAS-DIG DELIMITED BY SIZE
                       INTO WS-NOTAS-STR
                   UNTIL WS-IDX > WS-PESO-CANT
               COMPUTE WS-SUMA-PONDERADA =
                       WS-SUMA-PONDERADA +
                       (WS-INS-EVALUACIONES (WS-IDX) *
                        WS-PESO-TABLA (WS-IDX))
           END-PERFORM.
           COMPUTE WS-PROM = WS-SUMA-PONDERADA / 100.
       047-FIN. EXIT.

       042-ESCRIBIR-TITULO-SECCION.
           MOVE WS-INS-CURSO TO WS-CT-CURSO.
           MOVE WS-INS-SECCION TO WS-CT-SECCION.

           WRITE REG-NOTAS FROM WS-TITULO-1 AFTER ADVANCING PAGE.
           WRITE REG-NOTAS FROM WS-TITULO-2 AFTER ADVANCING 2.
           COMPUTE WS-PROM-TOTAL = WS-SUM-PROM / WS-CAN-ALUMNOS.
           MOVE WS-PROM-TOTAL TO WS-TOT-PROM
           WRITE REG-NOTAS FROM WS-DETALLE-TOT-PROM AFTER ADVANCING 1.

           MOVE WS-APA-MINIMO TO WS-LEY-MINIMO.
           WRITE REG-NOTAS FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-NOTAS FROM WS-LEYENDA-1 AFTER ADVANCING 1.
           WRITE REG-NOTAS FROM WS-LEYENDA-2 AFTER ADVANCING 1.
       050-FIN. EXIT.

      ******************************************************************
       085-PROCESA-HISTORICO.
           MOVE WS-NH-NOMBRE TO WS-NOMBRE-ALUM.
           MOVE WS-NH-RUT TO WS-RUT-ALUM.
           MOVE WS-NH-CURSO TO WS-INS-CURSO.
           MOVE WS-NH-SECCION TO WS-INS-SECCION.
           MOVE WS-NH-PESO-CANT TO WS-PESO-CANT.
           IF WS-PESO-CANT NOT NUMERIC
                   OR WS-PESO-CANT < 1 OR WS-PESO-CANT > 8
               MOVE WS-NH-PESO-TABLA (WS-IDX)
                   TO WS-PESO-TABLA (WS-IDX)
               MOVE WS-NH-EVALUACIONES (WS-IDX)
                   TO WS-INS-EVALUACIONES (WS-IDX)
           END-PERFORM.
           MOVE WS-NH-DICTADAS TO WS-DICTADAS.
           MOVE WS-NH-ASISTIDAS TO WS-ASISTIDAS.
           MOVE WS-NH-MIN-ASIST TO WS-APA-MINIMO.

           IF WS-PRIMERA-SECCION = "S"
               MOVE "N" TO WS-PRIMERA-SECCION
               PERFORM 042-ESCRIBIR-TITULO-SECCION THRU 042-FIN
           ELSE
               IF WS-INS-CURSO NOT = WS-CURSO-ANT
                  OR WS-INS-SECCION NOT = WS-SECCION-ANT
                   PERFORM 045-ESCRIBIR-SUBTOTAL THRU 045-FIN
                   PERFORM 042-ESCRIBIR-TITULO-SECCION THRU 042-FIN
               END-IF
           END-IF.

           MOVE WS-INS-CURSO TO WS-CURSO-ANT
           MOVE WS-INS-SECCION TO WS-SECCION-ANT

           ADD 1 TO WS-CAN-ALUMNOS
           ADD 1 TO WS-CAN-ALUMNOS-SEC

           PERFORM 046-ARMAR-NOTAS THRU 046-FIN
           PERFORM 047-CALCULAR-PROMEDIO THRU 047-FIN
           PERFORM 044-EVALUA-ASISTENCIA THRU 044-FIN

           MOVE WS-PROM TO WS-DET-PROM
           MOVE WS-ASIST-TEXTO TO WS-DET-ASIST
           ADD WS-PROM TO WS-SUM-PROM
           ADD WS-PROM TO WS-SUM-PROM-SEC.

           IF WS-PROM >= 60 AND WS-SW-REPR-ASIST NOT = "S"
               MOVE "A" TO WS-STATUS
               ADD 1 TO WS-CAN-APRO
               ADD 1 TO WS-CAN-APRO-SEC
           ELSE
               IF WS-PROM >= 60
                   MOVE "I" TO WS-STATUS
               ELSE
                   MOVE "R" TO WS-STATUS
               END-IF
               ADD 1 TO WS-CAN-REPR
               ADD 1 TO WS-CAN-REPR-SEC
           END-IF.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "NOTAS010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CAN-ALUMNOS TO WS-AUD-CONT-1.
           CLOSE REP-NOTAS.
           CLOSE REPROBADOS.
           IF WS-SW-ALUMNOS-ABIERTO = "S"
               CLOSE INSCRIP
           END-IF.
           IF WS-SW-NOMBRES-ABIERTO = "S"
               CLOSE ALUMNOS
           END-IF.
           IF WS-SW-ASISTEN-ABIERTO = "S"
               CLOSE ASISTEN
           END-IF.
       100-FIN. EXIT.
