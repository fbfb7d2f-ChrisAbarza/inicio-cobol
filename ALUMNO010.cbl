      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantencion de alumnos y de sus inscripciones. Alta,
      *           cambio de nombre y baja de ALUMNO.TXT (REG-ALUMNOS de
      *           29 caracteres: NOMBRE 20 + RUT 9, acceso directo por
      *           RUT); la baja se rechaza mientras el alumno tenga
      *           inscripciones. Inscripcion, cambio de notas, cambio
      *           de curso/seccion y anulacion de INSCRIP.TXT
      *           (REG-INSCRIP de 45 caracteres: RUT 9 + CURSO 10 +
      *           SECCION 2 + 8 evaluaciones de 3 digitos), una por
      *           cada curso/seccion del alumno. Cada inscripcion se
      *           valida contra el catalogo CURSO.TXT (ver CURSO010)
      *           y se rechaza cuando la seccion ya alcanzo su cupo,
      *           contando los inscritos por la clave alterna
      *           REG-INS-CURSO-SECCION, o cuando el alumno ya esta en
      *           otra seccion del mismo curso. La inscripcion nace
      *           con las notas en cero; los cambios de nota dejan su
      *           pista en NOTAAUD.TXT. Exige inicio de sesion y cada
      *           opcion la autorizacion del rol del operador
      *           (SIGNON010); la pista de notas registra el operador
      *           que hizo el cambio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPESOS.
           COPY SELCURSO.
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
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCURSO.
       FD  NOTAAUD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTAUD.
       FD  FECPROC

       WORKING-STORAGE SECTION.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PESOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CURSOS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-NOTAAUD-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.

       01  WS-AREA-INSCRIP.
           COPY WSINSCR.

       01  WS-AREA-CURSOS.
           COPY WSCURSO.

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-RUT-BUSCADO          PIC 9(09) VALUE ZERO.
       01  WS-IDX                  PIC 9(02) VALUE ZERO.
       01  WS-INSCRITOS            PIC 9(03) VALUE ZERO.
       01  WS-CURSO-ANT            PIC X(10) VALUE SPACES.
       01  WS-SECCION-ANT          PIC X(02) VALUE SPACES.
       01  WS-SW-FIN-ALUMNO        PIC X(03) VALUE SPACES.
       01  WS-CANT-INSCRIPCIONES   PIC 9(03) VALUE ZERO.
       01  WS-SW-YA-EN-CURSO       PIC X(01) VALUE SPACE.
       01  WS-SECCION-EN-CURSO     PIC X(02) VALUE SPACES.

       01  WS-REG-NOTAAUD.
           COPY WSNOTAUD.
       01  WS-NOTAS-ANTERIORES.
           05 WS-NOTA-ANT          PIC 9(03) OCCURS 8 TIMES.

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

               CLOSE ALUMNOS
               OPEN I-O ALUMNOS
           END-IF.
           OPEN I-O INSCRIP.
           IF WS-INSCRIP-STATUS = "35"
               CLOSE INSCRIP
               OPEN OUTPUT INSCRIP
               CLOSE INSCRIP
               OPEN I-O INSCRIP
           END-IF.

           PERFORM 020-MOSTRAR-MENU THRU 020-FIN
                   UNTIL WS-SW-TERMINA = "FIN".

           CLOSE ALUMNOS.
           CLOSE INSCRIP.
           GOBACK.

       012-LEER-FECHA-PROCESO.
                        WS-PESO-TABLA (7) WS-PESO-TABLA (8).
       016-FIN. EXIT.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "ALUMNO010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR ALUMNO".
           DISPLAY "2. MODIFICAR ALUMNO".
           DISPLAY "3. ELIMINAR ALUMNO".
           DISPLAY "4. INSCRIBIR ALUMNO EN CURSO/SECCION".
           DISPLAY "5. MODIFICAR NOTAS DE UNA INSCRIPCION".
           DISPLAY "6. CAMBIAR DE CURSO/SECCION".
           DISPLAY "7. ANULAR INSCRIPCION".
           DISPLAY "8. SALIR".
           DISPLAY "INGRESE OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 8
               PERFORM 006-AUTORIZA-OPCION THRU 006-FIN
               IF WS-SGN-RESULTADO NOT = "S"
                   GO TO 020-FIN
               END-IF
           END-IF.

           EVALUATE WS-OPCION
               WHEN 1
               WHEN 3
                   PERFORM 050-ELIMINAR THRU 050-FIN
               WHEN 4
                   PERFORM 060-INSCRIBIR THRU 060-FIN
               WHEN 5
                   PERFORM 070-MODIFICA-NOTAS THRU 070-FIN
               WHEN 6
                   PERFORM 080-CAMBIA-SECCION THRU 080-FIN
               WHEN 7
                   PERFORM 090-ANULA-INSCRIPCION THRU 090-FIN
               WHEN 8
                   MOVE "FIN" TO WS-SW-TERMINA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
               MOVE "S" TO WS-SW-CURSO-OK
               GO TO 025-FIN
           END-IF.
           MOVE WS-INS-CURSO TO REG-CUR-CURSO.
           MOVE WS-INS-SECCION TO REG-CUR-SECCION.
           READ CURSOS INTO WS-REG-CURSOS
               INVALID KEY
                   DISPLAY "CURSO " WS-INS-CURSO " SECCION "
                           WS-INS-SECCION " NO EXISTE EN CATALOGO"
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-CURSO-OK
                   MOVE WS-CUR-CUPO TO WS-CUPO-SECCION
       025-FIN. EXIT.

      ******************************************************************
      * Cuenta los inscritos de la seccion recorriendo INSCRIP.TXT por
      * la clave alterna REG-INS-CURSO-SECCION. Se lee sin INTO para
      * no pisar la inscripcion en captura.
      ******************************************************************
       027-CUENTA-INSCRITOS.
           MOVE ZERO TO WS-INSCRITOS.
           MOVE SPACES TO WS-SW-FIN-SECCION.
           MOVE WS-INS-CURSO TO REG-INS-CURSO.
           MOVE WS-INS-SECCION TO REG-INS-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CURSO-SECCION
               INVALID KEY MOVE "FIN" TO WS-SW-FIN-SECCION
           END-START.
           PERFORM UNTIL WS-SW-FIN-SECCION = "FIN"
               READ INSCRIP NEXT RECORD AT END
                    MOVE "FIN" TO WS-SW-FIN-SECCION
               END-READ
               IF WS-SW-FIN-SECCION NOT = "FIN"
                   IF REG-INS-CURSO = WS-INS-CURSO
                       AND REG-INS-SECCION = WS-INS-SECCION
                       ADD 1 TO WS-INSCRITOS
                   ELSE
                       MOVE "FIN" TO WS-SW-FIN-SECCION
           END-PERFORM.
       027-FIN. EXIT.

      ******************************************************************
      * Recorre las inscripciones del alumno WS-INS-RUT por la clave
      * primaria (RUT mas curso/seccion, desde el RUT con LOW-VALUES):
      * deja la cantidad en WS-CANT-INSCRIPCIONES y marca
      * WS-SW-YA-EN-CURSO si alguna es del curso WS-INS-CURSO, con su
      * seccion en WS-SECCION-EN-CURSO. Se lee sin INTO, como 027.
      ******************************************************************
       029-RECORRE-ALUMNO.
           MOVE ZERO TO WS-CANT-INSCRIPCIONES.
           MOVE "N" TO WS-SW-YA-EN-CURSO.
           MOVE SPACES TO WS-SECCION-EN-CURSO.
           MOVE SPACES TO WS-SW-FIN-ALUMNO.
           MOVE WS-INS-RUT TO REG-INS-RUT.
           MOVE LOW-VALUES TO REG-INS-CURSO-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CLAVE
               INVALID KEY MOVE "FIN" TO WS-SW-FIN-ALUMNO
           END-START.
           PERFORM UNTIL WS-SW-FIN-ALUMNO = "FIN"
               READ INSCRIP NEXT RECORD AT END
                    MOVE "FIN" TO WS-SW-FIN-ALUMNO
               END-READ
               IF WS-SW-FIN-ALUMNO NOT = "FIN"
                   IF REG-INS-RUT = WS-INS-RUT
                       ADD 1 TO WS-CANT-INSCRIPCIONES
                       IF REG-INS-CURSO = WS-INS-CURSO
                           MOVE "S" TO WS-SW-YA-EN-CURSO
                           MOVE REG-INS-SECCION TO WS-SECCION-EN-CURSO
                       END-IF
                   ELSE
                       MOVE "FIN" TO WS-SW-FIN-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.
       029-FIN. EXIT.

       030-AGREGAR.
           DISPLAY "INGRESAR RUT:"
           ACCEPT WS-RUT-ALUM
           DISPLAY "INGRESAR NOMBRE:"
           ACCEPT WS-NOMBRE-ALUM.

           WRITE REG-ALUMNOS FROM WS-REG-ALUMNOS
               INVALID KEY
                   DISPLAY "RUT " WS-RUT-ALUM " YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "ALUMNO AGREGADO - INSCRIBALO CON LA"
                           " OPCION 4"
           END-WRITE.
       030-FIN. EXIT.

       040-FIN. EXIT.

       045-PIDE-DATOS-MODIFICA.
           DISPLAY "NOMBRE ACTUAL: " WS-NOMBRE-ALUM
           DISPLAY "INGRESAR NUEVO NOMBRE:"
           ACCEPT WS-NOMBRE-ALUM.

           MOVE WS-RUT-BUSCADO TO WS-RUT-ALUM.
           REWRITE REG-ALUMNOS FROM WS-REG-ALUMNOS
                   DISPLAY "ERROR AL MODIFICAR RUT " WS-RUT-BUSCADO
               NOT INVALID KEY
                   DISPLAY "ALUMNO MODIFICADO"
           END-REWRITE.
       045-FIN. EXIT.

      ******************************************************************
      * Pista de auditoria de cambios de notas: un registro en
      * NOTAAUD.TXT por cada evaluacion cuyo valor cambio, con imagen
      * anterior y posterior y el curso/seccion de la inscripcion,
      * para responder disputas (ver NOTAS040).
      ******************************************************************
       047-GRABA-PISTA-NOTAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PESO-CANT
               IF WS-INS-EVALUACIONES (WS-IDX)
                   NOT = WS-NOTA-ANT (WS-IDX)
                   PERFORM 048-GRABA-PISTA-NOTA THRU 048-FIN
               END-IF
           END-PERFORM.
       047-FIN. EXIT.

       048-GRABA-PISTA-NOTA.
           MOVE WS-INS-RUT TO WS-NAU-RUT.
           MOVE WS-IDX TO WS-NAU-EVAL.
           MOVE WS-NOTA-ANT (WS-IDX) TO WS-NAU-NOTA-ANT.
           MOVE WS-INS-EVALUACIONES (WS-IDX) TO WS-NAU-NOTA-NUEVA.
           MOVE "ALUMNO010" TO WS-NAU-PROGRAMA.
           MOVE WS-FECHA-PROCESO TO WS-NAU-FECHA.
           ACCEPT WS-HORA-8 FROM TIME.
           MOVE WS-HORA-8 TO WS-NAU-HORA.
           MOVE WS-INS-CURSO TO WS-NAU-CURSO.
           MOVE WS-INS-SECCION TO WS-NAU-SECCION.
           MOVE WS-SGN-OPERADOR TO WS-NAU-OPERADOR.

           OPEN EXTEND NOTAAUD.
           IF WS-NOTAAUD-STATUS = "35"
           CLOSE NOTAAUD.
       048-FIN. EXIT.

      ******************************************************************
      * La baja del alumno se rechaza mientras tenga inscripciones:
      * primero se anulan (opcion 7), para no dejar notas huerfanas.
      ******************************************************************
       050-ELIMINAR.
           DISPLAY "INGRESAR RUT A ELIMINAR:"
           ACCEPT WS-RUT-BUSCADO.

           MOVE WS-RUT-BUSCADO TO WS-INS-RUT.
           MOVE SPACES TO WS-INS-CURSO.
           PERFORM 029-RECORRE-ALUMNO THRU 029-FIN.
           IF WS-CANT-INSCRIPCIONES > ZERO
               DISPLAY "RUT " WS-RUT-BUSCADO " TIENE "
                       WS-CANT-INSCRIPCIONES " INSCRIPCIONES -"
                       " ANULELAS ANTES DE ELIMINAR"
               GO TO 050-FIN
           END-IF.

           MOVE WS-RUT-BUSCADO TO REG-RUT-ALUM.
           DELETE ALUMNOS
               INVALID KEY
                   DISPLAY "RUT " WS-RUT-BUSCADO " NO EXISTE"
                   DISPLAY "ALUMNO ELIMINADO"
           END-DELETE.
       050-FIN. EXIT.

      ******************************************************************
      * Pide RUT, curso y seccion de una inscripcion. WS-SW-CURSO-OK
      * queda en "S" solo si el RUT existe en ALUMNO.TXT.
      ******************************************************************
       055-PIDE-INSCRIPCION.
           MOVE SPACE TO WS-SW-CURSO-OK.
           DISPLAY "INGRESAR RUT:"
           ACCEPT WS-INS-RUT
           DISPLAY "INGRESAR CURSO:"
           ACCEPT WS-INS-CURSO
           DISPLAY "INGRESAR SECCION:"
           ACCEPT WS-INS-SECCION.

           MOVE WS-INS-RUT TO REG-RUT-ALUM.
           READ ALUMNOS INTO WS-REG-ALUMNOS
               INVALID KEY
                   DISPLAY "RUT " WS-INS-RUT " NO EXISTE EN ALUMNOS"
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-CURSO-OK
                   DISPLAY "ALUMNO: " WS-NOMBRE-ALUM
           END-READ.
       055-FIN. EXIT.

       060-INSCRIBIR.
           PERFORM 055-PIDE-INSCRIPCION THRU 055-FIN.
           IF WS-SW-CURSO-OK NOT = "S"
               DISPLAY "INSCRIPCION NO AGREGADA"
               GO TO 060-FIN
           END-IF.

           PERFORM 025-VALIDA-CURSO THRU 025-FIN.
           IF WS-SW-CURSO-OK NOT = "S"
               DISPLAY "INSCRIPCION NO AGREGADA"
               GO TO 060-FIN
           END-IF.
           PERFORM 029-RECORRE-ALUMNO THRU 029-FIN.
           IF WS-SW-YA-EN-CURSO = "S"
               DISPLAY "RUT " WS-INS-RUT " YA INSCRITO EN EL CURSO "
                       WS-INS-CURSO " SECCION " WS-SECCION-EN-CURSO
               DISPLAY "INSCRIPCION NO AGREGADA"
               GO TO 060-FIN
           END-IF.
           PERFORM 027-CUENTA-INSCRITOS THRU 027-FIN.
           IF WS-INSCRITOS >= WS-CUPO-SECCION
               DISPLAY "SECCION " WS-INS-SECCION " DEL CURSO "
                       WS-INS-CURSO " SIN CUPO ("
                       WS-INSCRITOS " DE " WS-CUPO-SECCION ")"
               DISPLAY "INSCRIPCION NO AGREGADA"
               GO TO 060-FIN
           END-IF.

           MOVE ZERO TO WS-INS-EVALUACIONES (1)
                        WS-INS-EVALUACIONES (2)
                        WS-INS-EVALUACIONES (3)
                        WS-INS-EVALUACIONES (4)
                        WS-INS-EVALUACIONES (5)
                        WS-INS-EVALUACIONES (6)
                        WS-INS-EVALUACIONES (7)
                        WS-INS-EVALUACIONES (8).

           WRITE REG-INSCRIP FROM WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "INSCRIPCION YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "INSCRIPCION AGREGADA"
           END-WRITE.
       060-FIN. EXIT.

       070-MODIFICA-NOTAS.
           PERFORM 055-PIDE-INSCRIPCION THRU 055-FIN.
           IF WS-SW-CURSO-OK NOT = "S"
               GO TO 070-FIN
           END-IF.

           MOVE WS-INS-CLAVE TO REG-INS-CLAVE.
           READ INSCRIP INTO WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "RUT " WS-INS-RUT " NO INSCRITO EN CURSO "
                           WS-INS-CURSO " SECCION " WS-INS-SECCION
                   GO TO 070-FIN
           END-READ.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-INS-EVALUACIONES (WS-IDX)
                   TO WS-NOTA-ANT (WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PESO-CANT
               DISPLAY "NOTA " WS-IDX " ACTUAL: "
                       WS-INS-EVALUACIONES (WS-IDX)
               DISPLAY "INGRESAR NUEVA NOTA " WS-IDX ":"
               ACCEPT WS-INS-EVALUACIONES (WS-IDX)
           END-PERFORM.

           REWRITE REG-INSCRIP FROM WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "ERROR AL MODIFICAR INSCRIPCION"
               NOT INVALID KEY
                   DISPLAY "NOTAS MODIFICADAS"
                   PERFORM 047-GRABA-PISTA-NOTAS THRU 047-FIN
           END-REWRITE.
       070-FIN. EXIT.

      ******************************************************************
      * Cambio de curso/seccion: la clave cambia, asi que se graba la
      * inscripcion nueva con las mismas notas y luego se elimina la
      * anterior. El cupo y el catalogo se controlan sobre el destino;
      * si el curso cambia, ademas, el alumno no debe estar ya en otra
      * seccion del curso destino.
      ******************************************************************
       080-CAMBIA-SECCION.
           PERFORM 055-PIDE-INSCRIPCION THRU 055-FIN.
           IF WS-SW-CURSO-OK NOT = "S"
               GO TO 080-FIN
           END-IF.

           MOVE WS-INS-CLAVE TO REG-INS-CLAVE.
           READ INSCRIP INTO WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "RUT " WS-INS-RUT " NO INSCRITO EN CURSO "
                           WS-INS-CURSO " SECCION " WS-INS-SECCION
                   GO TO 080-FIN
           END-READ.

           MOVE WS-INS-CURSO TO WS-CURSO-ANT.
           MOVE WS-INS-SECCION TO WS-SECCION-ANT.
           DISPLAY "INGRESAR NUEVO CURSO:"
           ACCEPT WS-INS-CURSO
           DISPLAY "INGRESAR NUEVA SECCION:"
           ACCEPT WS-INS-SECCION.
           IF WS-INS-CURSO = WS-CURSO-ANT
               AND WS-INS-SECCION = WS-SECCION-ANT
               DISPLAY "SIN CAMBIO DE CURSO/SECCION"
               GO TO 080-FIN
           END-IF.

           PERFORM 025-VALIDA-CURSO THRU 025-FIN.
           IF WS-SW-CURSO-OK NOT = "S"
               DISPLAY "INSCRIPCION NO MODIFICADA"
               GO TO 080-FIN
           END-IF.
           IF WS-INS-CURSO NOT = WS-CURSO-ANT
               PERFORM 029-RECORRE-ALUMNO THRU 029-FIN
               IF WS-SW-YA-EN-CURSO = "S"
                   DISPLAY "RUT " WS-INS-RUT " YA INSCRITO EN EL"
                           " CURSO " WS-INS-CURSO " SECCION "
                           WS-SECCION-EN-CURSO
                   DISPLAY "INSCRIPCION NO MODIFICADA"
                   GO TO 080-FIN
               END-IF
           END-IF.
           PERFORM 027-CUENTA-INSCRITOS THRU 027-FIN.
           IF WS-INSCRITOS >= WS-CUPO-SECCION
               DISPLAY "SECCION " WS-INS-SECCION " DEL CURSO "
                       WS-INS-CURSO " SIN CUPO ("
                       WS-INSCRITOS " DE " WS-CUPO-SECCION ")"
               DISPLAY "INSCRIPCION NO MODIFICADA"
               GO TO 080-FIN
           END-IF.

           WRITE REG-INSCRIP FROM WS-REG-INSCRIP
               INVALID KEY
                   DISPLAY "INSCRIPCION DESTINO YA EXISTE"
                   GO TO 080-FIN
           END-WRITE.
           MOVE WS-INS-RUT TO REG-INS-RUT.
           MOVE WS-CURSO-ANT TO REG-INS-CURSO.
           MOVE WS-SECCION-ANT TO REG-INS-SECCION.
           DELETE INSCRIP
               INVALID KEY
                   DISPLAY "ERROR AL ELIMINAR INSCRIPCION ANTERIOR"
               NOT INVALID KEY
                   DISPLAY "INSCRIPCION CAMBIADA A CURSO "
                           WS-INS-CURSO " SECCION " WS-INS-SECCION
           END-DELETE.
       080-FIN. EXIT.

       090-ANULA-INSCRIPCION.
           PERFORM 055-PIDE-INSCRIPCION THRU 055-FIN.
           IF WS-SW-CURSO-OK NOT = "S"
               GO TO 090-FIN
           END-IF.

           MOVE WS-INS-CLAVE TO REG-INS-CLAVE.
           DELETE INSCRIP
               INVALID KEY
                   DISPLAY "RUT " WS-INS-RUT " NO INSCRITO EN CURSO "
                           WS-INS-CURSO " SECCION " WS-INS-SECCION
               NOT INVALID KEY
                   DISPLAY "INSCRIPCION ANULADA"
           END-DELETE.
       090-FIN. EXIT.
