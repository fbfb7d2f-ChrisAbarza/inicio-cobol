      * Date:
      * Purpose:  Mantencion (alta, cambio y baja) del maestro de
      *           clientes CLIENTE.TXT contra el registro REG-CLIENTES
      *           de 43 caracteres (CODIGO 5 + NOMBRE 25 + VIGENTE 1 +
      *           LIMITE DE CREDITO 9 + PLAZO EN DIAS 3), al estilo de
      *           PRODUC010 con los productos. Acceso directo por codigo
      *           de cliente. COMERCIO valida contra este maestro el
      *           codigo capturado en cada venta y CLIENT020 emite el
      *           estado de cuenta mensual. El limite de credito (cero =
      *           solo contado) y el plazo rigen las ventas a cuenta de
      *           COMERCIO y la antiguedad de saldos de ANTIG010. Exige
      *           inicio de sesion y cada opcion la autorizacion del rol
      *           del operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

           COPY WSCLIENT.

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-CODIGO-BUSCADO       PIC X(05) VALUE SPACES.
       01  WS-PLAZO-OMISION        PIC 9(03) VALUE 30.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CLIENTES.
           IF WS-CLIENTES-STATUS = "35"
               CLOSE CLIENTES
           CLOSE CLIENTES.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "CLIENT010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR CLIENTE".
           DISPLAY "2. MODIFICAR CLIENTE".
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
           DISPLAY "INGRESAR NOMBRE:"
           ACCEPT WS-CLI-NOMBRE
           DISPLAY "INGRESAR VIGENTE (S/N):"
           ACCEPT WS-CLI-VIGENTE
           DISPLAY "INGRESAR LIMITE DE CREDITO (0=SOLO CONTADO):"
           MOVE ZERO TO WS-CLI-LIMITE
           ACCEPT WS-CLI-LIMITE
           DISPLAY "INGRESAR PLAZO DE PAGO EN DIAS:"
           MOVE ZERO TO WS-CLI-PLAZO
           ACCEPT WS-CLI-PLAZO.

           IF WS-CLI-VIGENTE NOT = "S" AND WS-CLI-VIGENTE NOT = "N"
               MOVE "S" TO WS-CLI-VIGENTE
           END-IF.
           IF WS-CLI-LIMITE NOT NUMERIC
               MOVE ZERO TO WS-CLI-LIMITE
           END-IF.
           IF WS-CLI-PLAZO NOT NUMERIC OR WS-CLI-PLAZO = ZERO
               MOVE WS-PLAZO-OMISION TO WS-CLI-PLAZO
           END-IF.

           WRITE REG-CLIENTES FROM WS-REG-CLIENTES
               INVALID KEY
           ACCEPT WS-CLI-NOMBRE
           DISPLAY "VIGENTE ACTUAL: " WS-CLI-VIGENTE
           DISPLAY "INGRESAR VIGENTE (S/N):"
           ACCEPT WS-CLI-VIGENTE
           DISPLAY "LIMITE DE CREDITO ACTUAL: " WS-CLI-LIMITE
           DISPLAY "INGRESAR NUEVO LIMITE (0=SOLO CONTADO):"
           ACCEPT WS-CLI-LIMITE
           DISPLAY "PLAZO ACTUAL (DIAS): " WS-CLI-PLAZO
           DISPLAY "INGRESAR NUEVO PLAZO EN DIAS:"
           ACCEPT WS-CLI-PLAZO.

           IF WS-CLI-VIGENTE NOT = "S" AND WS-CLI-VIGENTE NOT = "N"
               MOVE "S" TO WS-CLI-VIGENTE
           END-IF.
           IF WS-CLI-LIMITE NOT NUMERIC
               MOVE ZERO TO WS-CLI-LIMITE
           END-IF.
           IF WS-CLI-PLAZO NOT NUMERIC OR WS-CLI-PLAZO = ZERO
               MOVE WS-PLAZO-OMISION TO WS-CLI-PLAZO
           END-IF.

           MOVE WS-CODIGO-BUSCADO TO WS-CLI-CODIGO.
           REWRITE REG-CLIENTES FROM WS-REG-CLIENTES
