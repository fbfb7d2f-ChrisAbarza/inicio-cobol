      * Date:
      * Purpose:  Cierre del periodo academico. Hace con las notas lo
      *           que CIERRE010 hace con las ventas: pide el periodo
      *           AAPP que se cierra, recorre las inscripciones
      *           INSCRIP.TXT en orden de curso/seccion y mueve la tabla
      *           de evaluaciones de cada inscripcion (con el nombre del
      *           alumno de ALUMNO.TXT, la ponderacion de PESOS.TXT en
      *           vigor, las sesiones dictadas y asistidas de
      *           ASISTEN.TXT y el minimo de asistencia de ASIPAR.TXT)
      *           al historico NOTAHIS.TXT bajo ese periodo, dejando las
      *           inscripciones con las notas en cero y ASISTEN.TXT
      *           vacio para el periodo nuevo. Un periodo ya presente en
      *           el historico no puede cerrarse dos veces; la
      *           reimpresion de un periodo cerrado la hace NOTAS010 via
      *           la solicitud NOTAHREQ.TXT. Registra la corrida en
      *           AUDITLOG.TXT. Exige inicio de sesion y la autorizacion
      *           del rol del operador (SIGNON010); la auditoria
      *           registra el operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPESOS.
           COPY SELNOTHIS.
           COPY SELASIST.
           COPY SELASIPAR.
           COPY SELAUDIT.
           COPY SELFECPRO.

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
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.
       FD  FECPROC

       WORKING-STORAGE SECTION.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-NOMBRES-ABIERTO  PIC X(01) VALUE "N".
       01  WS-PESOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-NOTAHIS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ASISTEN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-ASISTEN-ABIERTO  PIC X(01) VALUE "N".
       01  WS-ASIPAR-STATUS       PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.
           COPY WSINSCR.

       01  WS-AREA-ASISTEN.
           COPY WSASIST.

       01  WS-REG-ASIPAR.
           COPY WSASIPAR.

       01  WS-REG-NOTAHIS-AREA.
           COPY WSNOTHIS.
       01  WS-IDX                  PIC 9(02) VALUE ZERO.
       01  WS-CONT-ARCHIVADOS      PIC 9(05) VALUE ZERO.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.
           PERFORM 015-LEER-PESOS THRU 015-FIN.
           PERFORM 014-LEER-ASIPAR THRU 014-FIN.

           DISPLAY "INGRESAR PERIODO A CERRAR (AAPP):".
           ACCEPT WS-PERIODO-CIERRE.
           END-IF.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "INSCRIPCIONES ARCHIVADAS: " WS-CONT-ARCHIVADOS
                   " EN PERIODO " WS-PERIODO-CIERRE.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion del programa
      * (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "NOTAS030" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       012-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
           END-IF.
       012-FIN. EXIT.

      ******************************************************************
      * Minimo de asistencia vigente al cierre, que queda archivado en
      * cada registro del historico (75 si no hay ASIPAR.TXT).
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
       018-FIN. EXIT.

      ******************************************************************
      * Recorre las inscripciones en orden de curso/seccion (clave
      * alterna, igual que NOTAS010) para que el historico quede
      * agrupado y la reimpresion salga en el mismo orden que el
      * informe vivo. Solo se regraban las evaluaciones, nunca las
      * claves. ALUMNO.TXT se lee solo para el nombre. ASISTEN.TXT es
      * opcional (sin el, nada se evalua por asistencia) y se vacia
      * al terminar, porque la asistencia es del periodo que se cierra.
      ******************************************************************
       020-ARCHIVAR-NOTAS.
           OPEN I-O INSCRIP.
           IF WS-INSCRIP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INSCRIP.TXT - STATUS "
                       WS-INSCRIP-STATUS
               GO TO 020-FIN
           END-IF.
           OPEN INPUT ALUMNOS.
           IF WS-ALUMNOS-STATUS = "00"
               MOVE "S" TO WS-SW-NOMBRES-ABIERTO
           END-IF.
           OPEN INPUT ASISTEN.
           IF WS-ASISTEN-STATUS = "00"
               MOVE "S" TO WS-SW-ASISTEN-ABIERTO
           END-IF.

           OPEN EXTEND NOTAHIS.
           IF WS-NOTAHIS-STATUS = "35"
           IF WS-NOTAHIS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOTAHIS.TXT - STATUS "
                       WS-NOTAHIS-STATUS
               CLOSE INSCRIP
               IF WS-SW-NOMBRES-ABIERTO = "S"
                   CLOSE ALUMNOS
               END-IF
               IF WS-SW-ASISTEN-ABIERTO = "S"
                   CLOSE ASISTEN
               END-IF
               GO TO 020-FIN
           END-IF.
           MOVE "S" TO WS-SW-ARCHIVO-OK.

           MOVE LOW-VALUES TO REG-INS-CURSO-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CURSO-SECCION
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.

           PERFORM UNTIL SW-FIN = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
               END-IF
           END-PERFORM.

           CLOSE INSCRIP.
           IF WS-SW-NOMBRES-ABIERTO = "S"
               CLOSE ALUMNOS
           END-IF.
           IF WS-SW-ASISTEN-ABIERTO = "S"
               CLOSE ASISTEN
               OPEN OUTPUT ASISTEN
               CLOSE ASISTEN
           END-IF.
           CLOSE NOTAHIS.
       020-FIN. EXIT.

       025-ARCHIVA-ALUMNO.
           MOVE "*NO REGISTRADO*" TO WS-NOMBRE-ALUM.
           IF WS-SW-NOMBRES-ABIERTO = "S"
               MOVE WS-INS-RUT TO REG-RUT-ALUM
               READ ALUMNOS INTO WS-REG-ALUMNOS
                   INVALID KEY
                       MOVE "*NO REGISTRADO*" TO WS-NOMBRE-ALUM
               END-READ
           END-IF.

           MOVE WS-PERIODO-CIERRE TO WS-NH-PERIODO.
           MOVE WS-INS-RUT TO WS-NH-RUT.
           MOVE WS-NOMBRE-ALUM TO WS-NH-NOMBRE.
           MOVE WS-INS-CURSO TO WS-NH-CURSO.
           MOVE WS-INS-SECCION TO WS-NH-SECCION.
           MOVE WS-PESO-CANT TO WS-NH-PESO-CANT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-PESO-TABLA (WS-IDX)
                   TO WS-NH-PESO-TABLA (WS-IDX)
               MOVE WS-INS-EVALUACIONES (WS-IDX)
                   TO WS-NH-EVALUACIONES (WS-IDX)
           END-PERFORM.
           PERFORM 027-BUSCA-ASISTENCIA THRU 027-FIN.
           MOVE WS-APA-MINIMO TO WS-NH-MIN-ASIST.
           WRITE REG-NOTAHIS FROM WS-REG-NOTAHIS.

           MOVE ZERO TO WS-INS-EVALUACIONES (1)
                        WS-INS-EVALUACIONES (2)
                        WS-INS-EVALUACIONES (3)
                        WS-INS-EVALUACIONES (4)
                        WS-INS-EVALUACIONES (5)
                        WS-INS-EVALUACIONES (6)
                        WS-INS-EVALUACIONES (7)
                        WS-INS-EVALUACIONES (8).
           REWRITE REG-INSCRIP FROM WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "ERROR AL LIMPIAR NOTAS DEL RUT "
                           WS-INS-RUT " CURSO " WS-INS-CURSO
                           " SECCION " WS-INS-SECCION
           END-REWRITE.

           ADD 1 TO WS-CONT-ARCHIVADOS.
       025-FIN. EXIT.

      ******************************************************************
      * Sesiones dictadas de la seccion (registro con RUT en cero) y
      * asistidas por el alumno, igual que las lee NOTAS010.
      ******************************************************************
       027-BUSCA-ASISTENCIA.
           MOVE ZERO TO WS-NH-DICTADAS WS-NH-ASISTIDAS.
           IF WS-SW-ASISTEN-ABIERTO NOT = "S"
               GO TO 027-FIN
           END-IF.
           MOVE WS-INS-CURSO TO REG-ASI-CURSO.
           MOVE WS-INS-SECCION TO REG-ASI-SECCION.
           MOVE ZERO TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   GO TO 027-FIN
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-NH-DICTADAS.
           IF WS-NH-DICTADAS = ZERO
               GO TO 027-FIN
           END-IF.
           MOVE WS-INS-RUT TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   MOVE ZERO TO WS-ASI-SESIONES
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-NH-ASISTIDAS.
       027-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "NOTAS030" TO WS-AUD-PROGRAMA.
           MOVE WS-SGN-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-ARCHIVADOS TO WS-AUD-CONT-1.
