      *           catalogo PRODUCTO.TXT, el precio nuevo y el precio
      *           inmediatamente anterior del mismo producto (o la
      *           marca NUEVO si es su primera vigencia), para que el
      *           local sepa que cambio de un dia para otro. Exige
      *           inicio de sesion y la autorizacion del rol del
      *           operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY FDPRECIO.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

           05 WS-DET-CANT          PIC ZZZZ9.
           05 FILLER               PIC X(37) VALUES SPACES.

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
           PERFORM 018-PIDE-RANGO THRU 018-FIN.
           PERFORM 020-ABRIR-DOC THRU 020-FIN.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion del programa
      * (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "PRECIO010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
