      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Carga masiva de asistencia. Lee el archivo de
      *           transacciones ASISTRX.TXT (curso, seccion, RUT y
      *           sesiones) y lo aplica contra ASISTEN.TXT: con RUT en
      *           cero fija las sesiones dictadas del curso/seccion, con
      *           un RUT fija las sesiones asistidas por ese alumno, en
      *           reemplazo del control manual contra las listas en
      *           papel. Rechaza transacciones con curso/seccion
      *           inexistente en CURSO.TXT, sesiones no numericas,
      *           alumno no inscrito en el curso/seccion segun
      *           INSCRIP.TXT, asistidas sin dictadas cargadas para la
      *           seccion, asistidas mayores que las dictadas o
      *           dictadas menores que las asistidas ya cargadas, y deja
      *           en ASISTEDT.TXT un informe de cuadratura con
      *           aplicadas/rechazadas por curso y seccion mas el
      *           detalle de cada rechazo, igual que NOTAS020 con las
      *           notas. Registra la corrida en AUDITLOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ASIST010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCURSO.
           COPY SELINSCR.
           COPY SELASIST.
           COPY SELASITRX.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT REP-EDICION
               ASSIGN TO "G:\cobol\archivos\ASISTEDT.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCURSO.
       FD  INSCRIP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDINSCR.
       FD  ASISTEN
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIST.
       FD  ASISTRX
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASITRX.
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.
       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.
       FD  REP-EDICION
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EDICION            PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-CURSOS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ASISTEN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ASISTRX-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-AREA-CURSOS.
           COPY WSCURSO.

       01  WS-AREA-INSCRIP.
           COPY WSINSCR.

       01  WS-AREA-ASISTEN.
           COPY WSASIST.

       01  WS-REG-ASISTRX.
           COPY WSASITRX.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-DICTADAS             PIC 9(03) VALUE ZERO.
       01  WS-MAX-ASISTIDAS        PIC 9(03) VALUE ZERO.
       01  WS-SW-FIN-SECCION       PIC X(03) VALUE SPACES.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-SW-RECHAZO           PIC X(01) VALUE SPACE.
       01  WS-MOTIVO-RECHAZO       PIC X(30) VALUE SPACES.
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
       01  WS-CONT-LEIDAS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-APLICADAS       PIC 9(05) VALUE ZERO.
       01  WS-CONT-RECHAZADAS      PIC 9(05) VALUE ZERO.
       01  WS-CONT-DICTADAS        PIC 9(05) VALUE ZERO.
       01  WS-SUB-S                PIC 9(02) VALUE ZERO.
       01  WS-SUB-ENCONTRADO       PIC X(01) VALUE SPACE.

       01  WS-TABLA-SECCIONES.
           05 WS-SEC-ENTRY OCCURS 50 TIMES.
               10 WS-SEC-CURSO     PIC X(10) VALUE SPACES.
               10 WS-SEC-SECCION   PIC X(02) VALUE SPACES.
               10 WS-SEC-APLICADAS PIC 9(05) VALUE ZERO.
               10 WS-SEC-RECHAZOS  PIC 9(05) VALUE ZERO.
       01  WS-CAN-SECCIONES        PIC 9(02) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

       01  WS-TITULO-1.
           05 FILLER               PIC X(17) VALUES SPACES.
           05 FILLER               PIC X(39)
                       VALUES "INFORME DE CARGA MASIVA DE ASISTENCIA".
           05 FILLER               PIC X(17) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(09) VALUES " FECHA: ".
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-ANIO        PIC 9(02).
           05 FILLER               PIC X(54) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(12) VALUE "CURSO".
           05 FILLER               PIC X(10) VALUE "SECCION".
           05 FILLER               PIC X(12) VALUE "APLICADAS".
           05 FILLER               PIC X(38) VALUE "RECHAZADAS".

       01  WS-DET-SECCION.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-CURSO         PIC X(10).
           05 FILLER               PIC X(05) VALUES SPACES.
           05 WS-DET-SECCION-COD   PIC X(02).
           05 FILLER               PIC X(07) VALUES SPACES.
           05 WS-DET-APLICADAS     PIC ZZZZ9.
           05 FILLER               PIC X(07) VALUES SPACES.
           05 WS-DET-RECHAZOS      PIC ZZZZ9.
           05 FILLER               PIC X(31) VALUES SPACES.

       01  WS-DET-RECHAZO.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-RUT           PIC 9(09).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-RECH-CURSO    PIC X(10).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-RECH-SECCION  PIC X(02).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-SESIONES      PIC X(03).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-MOTIVO        PIC X(30).
           05 FILLER               PIC X(11) VALUES SPACES.

       01  WS-DET-TOTALES.
           05 FILLER               PIC X(01).
           05 WS-DET-TOT-GLOSA     PIC X(21).
           05 WS-DET-TOT-CANT      PIC ZZZZ9.
           05 FILLER               PIC X(46) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.

           OPEN INPUT ASISTRX.
           IF WS-ASISTRX-STATUS NOT = "00"
               DISPLAY "NO EXISTE ASISTRX.TXT - NADA QUE CARGAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CURSOS.
           IF WS-CURSOS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CURSO.TXT - STATUS "
                       WS-CURSOS-STATUS
               CLOSE ASISTRX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INSCRIP.TXT - STATUS "
                       WS-INSCRIP-STATUS
               CLOSE ASISTRX
               CLOSE CURSOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ASISTEN.
           IF WS-ASISTEN-STATUS = "35"
               CLOSE ASISTEN
               OPEN OUTPUT ASISTEN
               CLOSE ASISTEN
               OPEN I-O ASISTEN
           END-IF.
           IF WS-ASISTEN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ASISTEN.TXT - STATUS "
                       WS-ASISTEN-STATUS
               CLOSE ASISTRX
               CLOSE CURSOS
               CLOSE INSCRIP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REP-EDICION.
           PERFORM 018-ESCRIBIR-TITULO THRU 018-FIN.

           PERFORM 020-PROCESA-TRANSACCION THRU 020-FIN
                   UNTIL SW-FIN = "FIN".

           CLOSE ASISTRX.
           CLOSE CURSOS.
           CLOSE INSCRIP.
           CLOSE ASISTEN.

           PERFORM 050-ESCRIBIR-INFORME THRU 050-FIN.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           IF WS-CONT-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       012-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC INTO WS-REG-FECPROC
                   AT END
                       MOVE ZERO TO WS-FEC-PROCESO
               END-READ
               CLOSE FECPROC
               IF WS-FEC-PROCESO NUMERIC
                   MOVE WS-FEC-PROCESO TO WS-FECHA-VAL
                   IF WS-VAL-MM >= 1 AND WS-VAL-MM <= 12
                       AND WS-VAL-DD >= 1 AND WS-VAL-DD <= 31
                       MOVE WS-FEC-PROCESO TO WS-FECHA-PROCESO
                   END-IF
               END-IF
           END-IF.
       012-FIN. EXIT.

       018-ESCRIBIR-TITULO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           MOVE WS-AA-8 TO WS-TIT-2-ANIO.
           MOVE WS-MM-8 TO WS-TIT-2-MES.
           MOVE WS-DD-8 TO WS-TIT-2-DIA.

           WRITE REG-EDICION FROM WS-TITULO-1 AFTER ADVANCING PAGE.
           WRITE REG-EDICION FROM WS-TITULO-2 AFTER ADVANCING 2.
           WRITE REG-EDICION FROM WS-GUIONES AFTER ADVANCING 1.
       018-FIN. EXIT.

       020-PROCESA-TRANSACCION.
           READ ASISTRX INTO WS-REG-ASISTRX AT END
                MOVE "FIN" TO SW-FIN
           END-READ.
           IF SW-FIN = "FIN"
               GO TO 020-FIN
           END-IF.

           ADD 1 TO WS-CONT-LEIDAS.
           MOVE SPACE TO WS-SW-RECHAZO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           PERFORM 030-VALIDA-APLICA THRU 030-FIN.

           IF WS-SW-RECHAZO = "S"
               ADD 1 TO WS-CONT-RECHAZADAS
               PERFORM 040-ESCRIBE-RECHAZO THRU 040-FIN
           ELSE
               ADD 1 TO WS-CONT-APLICADAS
           END-IF.
           PERFORM 045-ACUMULA-SECCION THRU 045-FIN.
       020-FIN. EXIT.

       030-VALIDA-APLICA.
           MOVE WS-ATX-CURSO TO REG-CUR-CURSO.
           MOVE WS-ATX-SECCION TO REG-CUR-SECCION.
           READ CURSOS INTO WS-REG-CURSOS
               INVALID KEY
                   MOVE "CURSO/SECCION NO EXISTE"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-RECHAZO
                   GO TO 030-FIN
           END-READ.

           IF WS-ATX-RUT NOT NUMERIC
               MOVE "RUT NO NUMERICO" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-RECHAZO
               GO TO 030-FIN
           END-IF.

           IF WS-ATX-SESIONES NOT NUMERIC
               MOVE "SESIONES NO NUMERICAS" TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-RECHAZO
               GO TO 030-FIN
           END-IF.

           IF WS-ATX-RUT = ZERO
               PERFORM 032-VALIDA-DICTADAS THRU 032-FIN
           ELSE
               PERFORM 034-VALIDA-ASISTIDAS THRU 034-FIN
           END-IF.
           IF WS-SW-RECHAZO = "S"
               GO TO 030-FIN
           END-IF.

           PERFORM 038-GRABA-ASISTENCIA THRU 038-FIN.
       030-FIN. EXIT.

      ******************************************************************
      * Las dictadas no pueden quedar bajo lo ya asistido por algun
      * alumno de la seccion: se recorren los registros de la seccion
      * a partir del RUT en cero y se toma el maximo de asistidas.
      ******************************************************************
       032-VALIDA-DICTADAS.
           MOVE ZERO TO WS-MAX-ASISTIDAS.
           MOVE SPACES TO WS-SW-FIN-SECCION.
           MOVE WS-ATX-CURSO TO REG-ASI-CURSO.
           MOVE WS-ATX-SECCION TO REG-ASI-SECCION.
           MOVE 1 TO REG-ASI-RUT.
           START ASISTEN KEY IS NOT LESS THAN REG-ASI-CLAVE
               INVALID KEY MOVE "FIN" TO WS-SW-FIN-SECCION
           END-START.
           PERFORM UNTIL WS-SW-FIN-SECCION = "FIN"
               READ ASISTEN NEXT RECORD INTO WS-REG-ASISTEN AT END
                    MOVE "FIN" TO WS-SW-FIN-SECCION
               END-READ
               IF WS-SW-FIN-SECCION NOT = "FIN"
                   IF WS-ASI-CURSO = WS-ATX-CURSO
                       AND WS-ASI-SECCION = WS-ATX-SECCION
                       IF WS-ASI-SESIONES > WS-MAX-ASISTIDAS
                           MOVE WS-ASI-SESIONES TO WS-MAX-ASISTIDAS
                       END-IF
                   ELSE
                       MOVE "FIN" TO WS-SW-FIN-SECCION
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ATX-SESIONES < WS-MAX-ASISTIDAS
               MOVE "DICTADAS MENOR QUE ASISTIDAS"
                   TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-RECHAZO
           END-IF.
       032-FIN. EXIT.

       034-VALIDA-ASISTIDAS.
           MOVE WS-ATX-RUT TO REG-INS-RUT.
           MOVE WS-ATX-CURSO TO REG-INS-CURSO.
           MOVE WS-ATX-SECCION TO REG-INS-SECCION.
           READ INSCRIP INTO WS-REG-INSCRIP
               INVALID KEY
                   MOVE "NO INSCRITO EN CURSO/SECCION"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-RECHAZO
                   GO TO 034-FIN
           END-READ.

           MOVE WS-ATX-CURSO TO REG-ASI-CURSO.
           MOVE WS-ATX-SECCION TO REG-ASI-SECCION.
           MOVE ZERO TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   MOVE ZERO TO WS-ASI-SESIONES
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-DICTADAS.
           IF WS-DICTADAS = ZERO
               MOVE "SIN SESIONES DICTADAS CARGADAS"
                   TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-RECHAZO
               GO TO 034-FIN
           END-IF.

           IF WS-ATX-SESIONES > WS-DICTADAS
               MOVE "ASISTIDAS MAYOR QUE DICTADAS"
                   TO WS-MOTIVO-RECHAZO
               MOVE "S" TO WS-SW-RECHAZO
           END-IF.
       034-FIN. EXIT.

      ******************************************************************
      * Las cantidades son acumuladas del periodo: la transaccion
      * reemplaza la cantidad anterior, o crea el registro si no hay.
      ******************************************************************
       038-GRABA-ASISTENCIA.
           MOVE WS-ATX-CURSO TO REG-ASI-CURSO.
           MOVE WS-ATX-SECCION TO REG-ASI-SECCION.
           MOVE WS-ATX-RUT TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   MOVE WS-ATX-CURSO TO WS-ASI-CURSO
                   MOVE WS-ATX-SECCION TO WS-ASI-SECCION
                   MOVE WS-ATX-RUT TO WS-ASI-RUT
                   MOVE WS-ATX-SESIONES TO WS-ASI-SESIONES
                   MOVE WS-FECHA-PROCESO TO WS-ASI-FECHA
                   WRITE REG-ASISTEN FROM WS-REG-ASISTEN
                       INVALID KEY
                           MOVE "ERROR AL GRABAR ASISTENCIA"
                               TO WS-MOTIVO-RECHAZO
                           MOVE "S" TO WS-SW-RECHAZO
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ATX-SESIONES TO WS-ASI-SESIONES
                   MOVE WS-FECHA-PROCESO TO WS-ASI-FECHA
                   REWRITE REG-ASISTEN FROM WS-REG-ASISTEN
                       INVALID KEY
                           MOVE "ERROR AL REGRABAR ASISTENCIA"
                               TO WS-MOTIVO-RECHAZO
                           MOVE "S" TO WS-SW-RECHAZO
                   END-REWRITE
           END-READ.
           IF WS-SW-RECHAZO NOT = "S" AND WS-ATX-RUT = ZERO
               ADD 1 TO WS-CONT-DICTADAS
           END-IF.
       038-FIN. EXIT.

       040-ESCRIBE-RECHAZO.
           MOVE WS-ATX-RUT TO WS-DET-RUT.
           MOVE WS-ATX-CURSO TO WS-DET-RECH-CURSO.
           MOVE WS-ATX-SECCION TO WS-DET-RECH-SECCION.
           MOVE WS-ATX-SESIONES TO WS-DET-SESIONES.
           MOVE WS-MOTIVO-RECHAZO TO WS-DET-MOTIVO.
           WRITE REG-EDICION FROM WS-DET-RECHAZO AFTER ADVANCING 1.
       040-FIN. EXIT.

       045-ACUMULA-SECCION.
           MOVE "N" TO WS-SUB-ENCONTRADO.
           PERFORM VARYING WS-SUB-S FROM 1 BY 1
                   UNTIL WS-SUB-S > WS-CAN-SECCIONES
               IF WS-SEC-CURSO (WS-SUB-S) = WS-ATX-CURSO
                   AND WS-SEC-SECCION (WS-SUB-S) = WS-ATX-SECCION
                   PERFORM 046-SUMA-SECCION THRU 046-FIN
                   MOVE "S" TO WS-SUB-ENCONTRADO
               END-IF
           END-PERFORM.

           IF WS-SUB-ENCONTRADO = "N"
               IF WS-CAN-SECCIONES < 50
                   ADD 1 TO WS-CAN-SECCIONES
                   MOVE WS-CAN-SECCIONES TO WS-SUB-S
                   MOVE WS-ATX-CURSO TO WS-SEC-CURSO (WS-SUB-S)
                   MOVE WS-ATX-SECCION TO WS-SEC-SECCION (WS-SUB-S)
                   PERFORM 046-SUMA-SECCION THRU 046-FIN
               ELSE
                   DISPLAY "ADVERTENCIA: MAS DE 50 SECCIONES"
                           " - " WS-ATX-CURSO " NO SE DETALLA"
               END-IF
           END-IF.
       045-FIN. EXIT.

       046-SUMA-SECCION.
           IF WS-SW-RECHAZO = "S"
               ADD 1 TO WS-SEC-RECHAZOS (WS-SUB-S)
           ELSE
               ADD 1 TO WS-SEC-APLICADAS (WS-SUB-S)
           END-IF.
       046-FIN. EXIT.

       050-ESCRIBIR-INFORME.
           WRITE REG-EDICION FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-EDICION FROM WS-SUB-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-EDICION FROM WS-GUIONES AFTER ADVANCING 1.

           PERFORM VARYING WS-SUB-S FROM 1 BY 1
                   UNTIL WS-SUB-S > WS-CAN-SECCIONES
               MOVE WS-SEC-CURSO (WS-SUB-S) TO WS-DET-CURSO
               MOVE WS-SEC-SECCION (WS-SUB-S) TO WS-DET-SECCION-COD
               MOVE WS-SEC-APLICADAS (WS-SUB-S) TO WS-DET-APLICADAS
               MOVE WS-SEC-RECHAZOS (WS-SUB-S) TO WS-DET-RECHAZOS
               WRITE REG-EDICION FROM WS-DET-SECCION
                    AFTER ADVANCING 1
           END-PERFORM.

           WRITE REG-EDICION FROM WS-GUIONES AFTER ADVANCING 1.

           MOVE "TRANSACCIONES LEIDAS:" TO WS-DET-TOT-GLOSA.
           MOVE WS-CONT-LEIDAS TO WS-DET-TOT-CANT.
           WRITE REG-EDICION FROM WS-DET-TOTALES AFTER ADVANCING 1.

           MOVE "APLICADAS           :" TO WS-DET-TOT-GLOSA.
           MOVE WS-CONT-APLICADAS TO WS-DET-TOT-CANT.
           WRITE REG-EDICION FROM WS-DET-TOTALES AFTER ADVANCING 1.

           MOVE "  DE ELLAS DICTADAS :" TO WS-DET-TOT-GLOSA.
           MOVE WS-CONT-DICTADAS TO WS-DET-TOT-CANT.
           WRITE REG-EDICION FROM WS-DET-TOTALES AFTER ADVANCING 1.

           MOVE "RECHAZADAS          :" TO WS-DET-TOT-GLOSA.
           MOVE WS-CONT-RECHAZADAS TO WS-DET-TOT-CANT.
           WRITE REG-EDICION FROM WS-DET-TOTALES AFTER ADVANCING 1.

           CLOSE REP-EDICION.
       050-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "ASIST010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-APLICADAS TO WS-AUD-CONT-1.
           MOVE WS-CONT-RECHAZADAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-DICTADAS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
