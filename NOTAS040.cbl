      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Consulta de la pista de auditoria de cambios de notas
      *           NOTAAUD.TXT (ver NOTAS020 y ALUMNO010, que la
      *           escriben). Pide un RUT (cero lista todos) y un rango
      *           de fechas desde/hasta (cero no filtra) y emite en
      *           NOTAAUDR.TXT el detalle de cada cambio: RUT, curso/
      *           seccion de la inscripcion, numero de evaluacion, nota
      *           anterior, nota nueva, programa que hizo el cambio,
      *           fecha/hora y operador (en blanco en registros previos
      *           a su incorporacion), con el total de cambios
      *           listados. Es el respaldo que se muestra cuando un
      *           alumno disputa una nota. Exige inicio de sesion y la
      *           autorizacion del rol del operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAAUD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTAUD.

           COPY FDFECPRO.

       FD  REP-PISTA
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-PISTA          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NOTAAUD-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CONT-LISTADOS        PIC 9(05) VALUE ZERO.

       01  WS-TITULO-1.
           05 FILLER               PIC X(20) VALUES SPACES.
           05 FILLER               PIC X(39)
                       VALUES "PISTA DE AUDITORIA DE CAMBIOS DE NOTAS".
           05 FILLER               PIC X(21) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(06) VALUES " RUT: ".
           05 WS-TIT-2-DESDE       PIC X(06).
           05 FILLER               PIC X(09) VALUES "  HASTA: ".
           05 WS-TIT-2-HASTA       PIC X(06).
           05 FILLER               PIC X(35) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(79)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(11) VALUE "RUT".
           05 FILLER               PIC X(11) VALUE "CURSO".
           05 FILLER               PIC X(04) VALUE "SEC".
           05 FILLER               PIC X(03) VALUE "EV".
           05 FILLER               PIC X(05) VALUE "ANT".
           05 FILLER               PIC X(07) VALUE "NUEVA".
           05 FILLER               PIC X(11) VALUE "PROGRAMA".
           05 FILLER               PIC X(08) VALUE "FECHA".
           05 FILLER               PIC X(08) VALUE "HORA".
           05 FILLER               PIC X(11) VALUE "OPERADOR".

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-RUT           PIC 9(09).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-CURSO         PIC X(10).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-SECCION       PIC X(02).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-EVAL          PIC 9(01).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-ANT           PIC 9(03).
           05 WS-DET-FECHA         PIC 9(06).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-HORA          PIC 9(08).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-OPERADOR      PIC X(08).
           05 FILLER               PIC X(03) VALUES SPACES.

       01  WS-DET-CIFRA.
           05 FILLER               PIC X(01).
           05 WS-DET-GLOSA         PIC X(30).
           05 WS-DET-CANT          PIC ZZZZ9.
           05 FILLER               PIC X(44) VALUES SPACES.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           PERFORM 018-PIDE-FILTROS THRU 018-FIN.
           PERFORM 020-ABRIR-DOC THRU 020-FIN.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion del programa
      * (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "NOTAS040" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.

       045-ESCRIBE-DETALLE.
           MOVE WS-NAU-RUT TO WS-DET-RUT.
           MOVE WS-NAU-CURSO TO WS-DET-CURSO.
           MOVE WS-NAU-SECCION TO WS-DET-SECCION.
           MOVE WS-NAU-EVAL TO WS-DET-EVAL.
           MOVE WS-NAU-NOTA-ANT TO WS-DET-ANT.
           MOVE WS-NAU-NOTA-NUEVA TO WS-DET-NUEVA.
           MOVE WS-NAU-PROGRAMA TO WS-DET-PROGRAMA.
           MOVE WS-NAU-FECHA TO WS-DET-FECHA.
           MOVE WS-NAU-HORA TO WS-DET-HORA.
           MOVE WS-NAU-OPERADOR TO WS-DET-OPERADOR.
           ADD 1 TO WS-CONT-LISTADOS.
           WRITE REG-REP-PISTA FROM WS-DETALLE AFTER ADVANCING 1.
       045-FIN. EXIT.
