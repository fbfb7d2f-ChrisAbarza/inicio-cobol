      * Date:
      * Purpose:  Mantencion (alta, cambio y baja) del catalogo de
      *           productos PRODUCTO.TXT contra el registro
      *           REG-PRODUCTOS de 56 caracteres (CODIGO 8 + DESCRIPCION
      *           25 + PRECIO 6 + CATEGORIA 10 + VIGENTE 1 + EXENTO 1 +
      *           PROVEEDOR 5), compartido con COMERCIO, que no cobra
      *           IVA en las lineas de productos exentos. El proveedor
      *           preferido se valida contra el maestro PROVEEDOR.TXT
      *           (espacios = sin proveedor; un codigo inexistente se
      *           descarta) y es a quien STOCK020 pide el producto bajo
      *           punto de reposicion. Acceso directo por codigo de
      *           producto, al estilo de ALUMNO010. Mantiene ademas la
      *           lista de precios con vigencia PRECIOS.TXT (codigo +
      *           fecha AAMMDD + precio), de la que COMERCIO toma el
      *           precio en vigor a la fecha de proceso para fijar cada
      *           venta. Exige inicio de sesion y cada opcion la
      *           autorizacion del rol del operador (SIGNON010).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELPRODUC.
           COPY SELPRECIO.
           COPY SELPROVE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRECIO.

       FD  PROVEEDOR
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPROVE.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PRECIOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PROVEEDOR-STATUS    PIC X(02) VALUE SPACES.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.
       01  WS-AREA-PRECIOS.
           COPY WSPRECIO.

       01  WS-AREA-PROVEEDOR.
           COPY WSPROVE.

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  WS-CODIGO-BUSCADO       PIC X(08) VALUE SPACES.
       01  WS-VIGENCIA-NUM         PIC 9(06) VALUE ZERO.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PRODUCTOS.
           IF WS-PRODUCTOS-STATUS = "35"
               CLOSE PRODUCTOS
           CLOSE PRECIOS.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "PRODUC010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR PRODUCTO".
           DISPLAY "2. MODIFICAR PRODUCTO".
           DISPLAY "6. SALIR".
           DISPLAY "INGRESE OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 6
               PERFORM 006-AUTORIZA-OPCION THRU 006-FIN
               IF WS-SGN-RESULTADO NOT = "S"
                   GO TO 020-FIN
               END-IF
           END-IF.

           EVALUATE WS-OPCION
               WHEN 1
           DISPLAY "INGRESAR CATEGORIA:"
           ACCEPT WS-PRO-CATEGORIA
           DISPLAY "INGRESAR VIGENTE (S/N):"
           ACCEPT WS-PRO-VIGENTE
           DISPLAY "INGRESAR EXENTO DE IVA (S/N):"
           ACCEPT WS-PRO-EXENTO
           DISPLAY "INGRESAR PROVEEDOR PREFERIDO (ESPACIOS=NINGUNO):"
           MOVE SPACES TO WS-PRO-PROVEEDOR
           ACCEPT WS-PRO-PROVEEDOR.

           IF WS-PRO-VIGENTE NOT = "S" AND WS-PRO-VIGENTE NOT = "N"
               MOVE "S" TO WS-PRO-VIGENTE
           END-IF.
           IF WS-PRO-EXENTO NOT = "S"
               MOVE "N" TO WS-PRO-EXENTO
           END-IF.
           PERFORM 035-VALIDA-PROVEEDOR THRU 035-FIN.

           WRITE REG-PRODUCTOS FROM WS-REG-PRODUCTOS
               INVALID KEY
           END-WRITE.
       030-FIN. EXIT.

       035-VALIDA-PROVEEDOR.
           IF WS-PRO-PROVEEDOR = SPACES
               GO TO 035-FIN
           END-IF.
           OPEN INPUT PROVEEDOR.
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "NO EXISTE MAESTRO DE PROVEEDORES -"
                       " QUEDA SIN PROVEEDOR"
               MOVE SPACES TO WS-PRO-PROVEEDOR
               GO TO 035-FIN
           END-IF.
           MOVE WS-PRO-PROVEEDOR TO REG-PRV-CODIGO.
           READ PROVEEDOR INTO WS-REG-PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR " WS-PRO-PROVEEDOR
                           " NO EXISTE - QUEDA SIN PROVEEDOR"
                   MOVE SPACES TO WS-PRO-PROVEEDOR
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR: " WS-PRV-NOMBRE
           END-READ.
           CLOSE PROVEEDOR.
       035-FIN. EXIT.

       040-MODIFICAR.
           DISPLAY "INGRESAR CODIGO A MODIFICAR:"
           ACCEPT WS-CODIGO-BUSCADO.
           ACCEPT WS-PRO-CATEGORIA
           DISPLAY "VIGENTE ACTUAL: " WS-PRO-VIGENTE
           DISPLAY "INGRESAR VIGENTE (S/N):"
           ACCEPT WS-PRO-VIGENTE
           DISPLAY "EXENTO DE IVA ACTUAL: " WS-PRO-EXENTO
           DISPLAY "INGRESAR EXENTO DE IVA (S/N):"
           ACCEPT WS-PRO-EXENTO
           DISPLAY "PROVEEDOR PREFERIDO ACTUAL: " WS-PRO-PROVEEDOR
           DISPLAY "INGRESAR PROVEEDOR PREFERIDO (ESPACIOS=NINGUNO):"
           ACCEPT WS-PRO-PROVEEDOR.

           IF WS-PRO-VIGENTE NOT = "S" AND WS-PRO-VIGENTE NOT = "N"
               MOVE "S" TO WS-PRO-VIGENTE
           END-IF.
           IF WS-PRO-EXENTO NOT = "S"
               MOVE "N" TO WS-PRO-EXENTO
           END-IF.
           PERFORM 035-VALIDA-PROVEEDOR THRU 035-FIN.

           MOVE WS-CODIGO-BUSCADO TO WS-PRO-CODIGO.
           REWRITE REG-PRODUCTOS FROM WS-REG-PRODUCTOS
