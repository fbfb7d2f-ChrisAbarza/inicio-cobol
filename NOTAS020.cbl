      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Carga masiva de notas. Lee el archivo de transacciones
      *           NOTASTRX.TXT (RUT, curso, seccion, numero de
      *           evaluacion, nota) y lo aplica contra la inscripcion
      *           del alumno en ese curso/seccion en INSCRIP.TXT
      *           actualizando solo la evaluacion indicada, en reemplazo
      *           de la digitacion uno a uno por el menu de ALUMNO010.
      *           Rechaza transacciones con RUT inexistente en
      *           ALUMNO.TXT, alumno no inscrito en el curso/seccion,
      *           numero de evaluacion fuera de la cantidad en uso segun
      *           PESOS.TXT o nota fuera de 0-100, y deja en
      *           NOTASEDT.TXT un informe de cuadratura con
      *           aplicadas/rechazadas por curso y seccion mas el
      *           detalle de cada rechazo, para balancear la carga
      *           contra la planilla de la facultad. Registra la corrida
      *           en AUDITLOG.TXT y deja en NOTAAUD.TXT la imagen
      *           anterior y posterior de cada nota aplicada (ver
      *           NOTAS040).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPESOS.
           COPY SELNOTTRX.
           COPY SELNOTAUD.
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
           COPY FDPESOS.
       FD  NOTASTRX
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTTRX.
       FD  NOTAAUD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTAUD.
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.
       FD  FECPROC

       WORKING-STORAGE SECTION.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PESOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-NOTASTRX-STATUS     PIC X(02) VALUE SPACES.
       01  WS-NOTAAUD-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.

       01  WS-AREA-INSCRIP.
           COPY WSINSCR.

       01  WS-REG-NOTASTRX.
           COPY WSNOTTRX.

           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-RUT           PIC 9(09).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-RECH-CURSO    PIC X(10).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-RECH-SECCION  PIC X(02).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-EVAL          PIC 9(01).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-NOTA          PIC 9(03).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-MOTIVO        PIC X(30).
           05 FILLER               PIC X(08) VALUES SPACES.

       01  WS-DET-TOTALES.
           05 FILLER               PIC X(01).
               GOBACK
           END-IF.

           OPEN INPUT ALUMNOS.
           IF WS-ALUMNOS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ALUMNO.TXT - STATUS "
                       WS-ALUMNOS-STATUS
               GOBACK
           END-IF.

           OPEN I-O INSCRIP.
           IF WS-INSCRIP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INSCRIP.TXT - STATUS "
                       WS-INSCRIP-STATUS
               CLOSE NOTASTRX
               CLOSE ALUMNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REP-EDICION.
           PERFORM 018-ESCRIBIR-TITULO THRU 018-FIN.


           CLOSE NOTASTRX.
           CLOSE ALUMNOS.
           CLOSE INSCRIP.

           PERFORM 050-ESCRIBIR-INFORME THRU 050-FIN.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.
           ADD 1 TO WS-CONT-LEIDAS.
           MOVE SPACE TO WS-SW-RECHAZO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE WS-TRX-CURSO TO WS-CURSO-TRX.
           MOVE WS-TRX-SECCION TO WS-SECCION-TRX.

           PERFORM 030-VALIDA-APLICA THRU 030-FIN.

                   MOVE "RUT NO EXISTE EN ALUMNOS"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-RECHAZO
           END-READ.
           IF WS-SW-RECHAZO = "S"
               GO TO 030-FIN
           END-IF.

           MOVE WS-TRX-RUT TO REG-INS-RUT.
           MOVE WS-TRX-CURSO TO REG-INS-CURSO.
           MOVE WS-TRX-SECCION TO REG-INS-SECCION.
           READ INSCRIP INTO WS-REG-INSCRIP
               INVALID KEY
                   MOVE "NO INSCRITO EN CURSO/SECCION"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-RECHAZO
               NOT INVALID KEY
                   PERFORM 032-VALIDA-Y-GRABA THRU 032-FIN
           END-READ.
       030-FIN. EXIT.
               GO TO 032-FIN
           END-IF.

           MOVE WS-INS-EVALUACIONES (WS-TRX-EVAL)
               TO WS-NOTA-ANTERIOR.
           MOVE WS-TRX-NOTA TO WS-INS-EVALUACIONES (WS-TRX-EVAL).
           REWRITE REG-INSCRIP FROM WS-REG-INSCRIP
               INVALID KEY
                   MOVE "ERROR AL REGRABAR INSCRIPCION"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-SW-RECHAZO
           END-REWRITE.
           MOVE WS-FECHA-PROCESO TO WS-NAU-FECHA.
           ACCEPT WS-HORA-8 FROM TIME.
           MOVE WS-HORA-8 TO WS-NAU-HORA.
           MOVE WS-TRX-CURSO TO WS-NAU-CURSO.
           MOVE WS-TRX-SECCION TO WS-NAU-SECCION.
           MOVE "BATCH" TO WS-NAU-OPERADOR.

           OPEN EXTEND NOTAAUD.
           IF WS-NOTAAUD-STATUS = "35"

       040-ESCRIBE-RECHAZO.
           MOVE WS-TRX-RUT TO WS-DET-RUT.
           MOVE WS-TRX-CURSO TO WS-DET-RECH-CURSO.
           MOVE WS-TRX-SECCION TO WS-DET-RECH-SECCION.
           MOVE WS-TRX-EVAL TO WS-DET-EVAL.
           MOVE WS-TRX-NOTA TO WS-DET-NOTA.
           MOVE WS-MOTIVO-RECHAZO TO WS-DET-MOTIVO.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "NOTAS020" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-APLICADAS TO WS-AUD-CONT-1.
