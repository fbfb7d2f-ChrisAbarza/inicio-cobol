      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantencion (alta, cambio y baja) del maestro de
      *           proveedores PROVEEDOR.TXT contra el registro
      *           REG-PROVEEDOR de 34 caracteres (CODIGO 5 + NOMBRE 25
      *           + VIGENTE 1 + PLAZO DE ENTREGA EN DIAS 3), al estilo
      *           de CLIENT010 con los clientes. Acceso directo por
      *           codigo de proveedor. PRODUC010 asigna a cada producto
      *           su proveedor preferido de este maestro y STOCK020 le
      *           genera las ordenes de compra, con fecha prometida
      *           igual a la fecha de la orden mas el plazo de entrega.
      *           Un proveedor no vigente no recibe ordenes nuevas.
      *           Exige inicio de sesion y cada opcion la autorizacion
      *           del rol del operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROVE010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELPROVE.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDOR
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPROVE.

       WORKING-STORAGE SECTION.
       01  WS-PROVEEDOR-STATUS    PIC X(02) VALUE SPACES.

       01  WS-AREA-PROVEEDOR.
           COPY WSPROVE.

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-CODIGO-BUSCADO       PIC X(05) VALUE SPACES.
       01  WS-PLAZO-OMISION        PIC 9(03) VALUE 7.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PROVEEDOR.
           IF WS-PROVEEDOR-STATUS = "35"
               CLOSE PROVEEDOR
               OPEN OUTPUT PROVEEDOR
               CLOSE PROVEEDOR
               OPEN I-O PROVEEDOR
           END-IF.

           PERFORM 020-MOSTRAR-MENU THRU 020-FIN
                   UNTIL WS-SW-TERMINA = "FIN".

           CLOSE PROVEEDOR.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "PROVE010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR PROVEEDOR".
           DISPLAY "2. MODIFICAR PROVEEDOR".
           DISPLAY "3. ELIMINAR PROVEEDOR".
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
                   PERFORM 030-AGREGAR THRU 030-FIN
               WHEN 2
                   PERFORM 040-MODIFICAR THRU 040-FIN
               WHEN 3
                   PERFORM 050-ELIMINAR THRU 050-FIN
               WHEN 4
                   MOVE "FIN" TO WS-SW-TERMINA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       020-FIN. EXIT.

       030-AGREGAR.
           DISPLAY "INGRESAR CODIGO:"
           ACCEPT WS-PRV-CODIGO
           DISPLAY "INGRESAR NOMBRE:"
           ACCEPT WS-PRV-NOMBRE
           DISPLAY "INGRESAR VIGENTE (S/N):"
           ACCEPT WS-PRV-VIGENTE
           DISPLAY "INGRESAR PLAZO DE ENTREGA EN DIAS:"
           MOVE ZERO TO WS-PRV-PLAZO
           ACCEPT WS-PRV-PLAZO.

           IF WS-PRV-VIGENTE NOT = "S" AND WS-PRV-VIGENTE NOT = "N"
               MOVE "S" TO WS-PRV-VIGENTE
           END-IF.
           IF WS-PRV-PLAZO NOT NUMERIC OR WS-PRV-PLAZO = ZERO
               MOVE WS-PLAZO-OMISION TO WS-PRV-PLAZO
           END-IF.

           WRITE REG-PROVEEDOR FROM WS-REG-PROVEEDOR
               INVALID KEY
                   DISPLAY "CODIGO " WS-PRV-CODIGO " YA EXISTE"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR AGREGADO"
           END-WRITE.
       030-FIN. EXIT.

       040-MODIFICAR.
           DISPLAY "INGRESAR CODIGO A MODIFICAR:"
           ACCEPT WS-CODIGO-BUSCADO.
           MOVE WS-CODIGO-BUSCADO TO REG-PRV-CODIGO.

           READ PROVEEDOR INTO WS-REG-PROVEEDOR
               INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-BUSCADO " NO EXISTE"
               NOT INVALID KEY
                   PERFORM 045-PIDE-DATOS-MODIFICA THRU 045-FIN
           END-READ.
       040-FIN. EXIT.

       045-PIDE-DATOS-MODIFICA.
           DISPLAY "NOMBRE ACTUAL: " WS-PRV-NOMBRE
           DISPLAY "INGRESAR NUEVO NOMBRE:"
           ACCEPT WS-PRV-NOMBRE
           DISPLAY "VIGENTE ACTUAL: " WS-PRV-VIGENTE
           DISPLAY "INGRESAR VIGENTE (S/N):"
           ACCEPT WS-PRV-VIGENTE
           DISPLAY "PLAZO DE ENTREGA ACTUAL (DIAS): " WS-PRV-PLAZO
           DISPLAY "INGRESAR NUEVO PLAZO EN DIAS:"
           ACCEPT WS-PRV-PLAZO.

           IF WS-PRV-VIGENTE NOT = "S" AND WS-PRV-VIGENTE NOT = "N"
               MOVE "S" TO WS-PRV-VIGENTE
           END-IF.
           IF WS-PRV-PLAZO NOT NUMERIC OR WS-PRV-PLAZO = ZERO
               MOVE WS-PLAZO-OMISION TO WS-PRV-PLAZO
           END-IF.

           MOVE WS-CODIGO-BUSCADO TO WS-PRV-CODIGO.
           REWRITE REG-PROVEEDOR FROM WS-REG-PROVEEDOR
               INVALID KEY
                   DISPLAY "ERROR AL MODIFICAR CODIGO "
                           WS-CODIGO-BUSCADO
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR MODIFICADO"
           END-REWRITE.
       045-FIN. EXIT.

       050-ELIMINAR.
           DISPLAY "INGRESAR CODIGO A ELIMINAR:"
           ACCEPT WS-CODIGO-BUSCADO.
           MOVE WS-CODIGO-BUSCADO TO REG-PRV-CODIGO.

           DELETE PROVEEDOR
               INVALID KEY
                   DISPLAY "CODIGO " WS-CODIGO-BUSCADO " NO EXISTE"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR ELIMINADO"
           END-DELETE.
       050-FIN. EXIT.
