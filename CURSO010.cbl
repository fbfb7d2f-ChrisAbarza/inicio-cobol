      *           cursos y secciones CURSO.TXT contra el registro
      *           REG-CURSOS de 40 caracteres (CURSO 10 + SECCION 2 +
      *           NOMBRE 25 + CUPO 3), al estilo de PRODUC010. Acceso
      *           directo por curso mas seccion. ALUMNO010 valida contra
      *           este catalogo el par curso/seccion de cada inscripcion
      *           y el cupo de la seccion, y CURSO020 emite el informe
      *           de ocupacion. Exige inicio de sesion y cada opcion la
      *           autorizacion del rol del operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY WSCURSO.

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-CURSO-BUSCADO        PIC X(10) VALUE SPACES.
       01  WS-SECCION-BUSCADA      PIC X(02) VALUE SPACES.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CURSOS.
           IF WS-CURSOS-STATUS = "35"
               CLOSE CURSOS
           CLOSE CURSOS.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "CURSO010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR CURSO/SECCION".
           DISPLAY "2. MODIFICAR CURSO/SECCION".
           DISPLAY "4. SALIR".
           DISPLAY "INGRESE OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 4
               PERFORM 006-AUTORIZA-OPCION THRU 006-FIN
               IF WS-SGN-RESULTADO NOT = "S"
                   GO TO 020-FIN
               END-IF
           END-IF.

           EVALUATE WS-OPCION
               WHEN 1
