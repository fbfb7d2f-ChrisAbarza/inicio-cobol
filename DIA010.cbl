      *           control de dia, igual que con FECPROC.TXT ausente;
      *           la primera apertura lo crea y activa el control.
      *           Registra la sesion en AUDITLOG.TXT (aperturas en el
      *           contador 1, cierres en el 2) con el operador que
      *           inicio sesion; cada opcion exige la autorizacion de
      *           su rol (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY FDDIACTL.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

           05 WS-VAL-DD            PIC 9(02).

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-SW-EXISTE-CTL        PIC X(01) VALUE "N".
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
       01  WS-CONT-APERTURAS       PIC 9(05) VALUE ZERO.
       01  WS-CONT-CIERRES         PIC 9(05) VALUE ZERO.

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
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.

           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "DIA010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
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
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "DIA010" TO WS-AUD-PROGRAMA.
           MOVE WS-SGN-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-APERTURAS TO WS-AUD-CONT-1.
