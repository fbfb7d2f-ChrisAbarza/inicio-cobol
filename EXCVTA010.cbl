      * Date:
      * Purpose:  Mesa de trabajo de ventas rechazadas (EXCVENTA.TXT).
      *           Recorre los rechazos pendientes (estado "P" o espacio
      *           en registros antiguos), muestra cada uno al operador y
      *           permite corregir el codigo de producto, la cantidad o
      *           el codigo de cliente errados y la marca de venta a
      *           cuenta (con espacios o cero se mantiene el valor
      *           original) o anular el registro con una razon (el
      *           precio lo fija COMERCIO desde la lista PRECIOS.TXT).
      *           Cada rechazo es una linea de boleta; las lineas
      *           corregidas se encolan en VTALOTE.TXT con numero de
      *           venta en cero y el numero de la boleta rechazada como
      *           numero de boleta del lote, para que las lineas de una
      *           misma boleta vuelvan a agruparse, y al final se
      *           reprocesan llamando a COMERCIO, de modo que pasen por
      *           el mismo camino de numeracion y validacion de siempre.
      *           Cada rechazo trabajado queda marcado con su estado y
      *           fecha de disposicion para que nada se reenvie dos
      *           veces. Con el dia de negocio cerrado (DIACTL.TXT) no
      *           se reenvian correcciones, solo anular o dejar
      *           pendiente. Exige inicio de sesion y cada opcion la
      *           autorizacion del rol del operador (SIGNON010); la
      *           disposicion registra el operador que la hizo, y las
      *           lineas reenviadas lo llevan en el lote para que
      *           COMERCIO lo grabe en la venta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.

       FD  VTALOTE
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTALOT.

       01  WS-SW-LOTE-OCUPADO      PIC X(01) VALUE "N".
       01  WS-SW-DIA-CERRADO       PIC X(01) VALUE "N".
       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
       01  WS-RC-COMERCIO          PIC 9(03) VALUE ZERO.
       01  WS-CONT-PENDIENTES      PIC 9(05) VALUE ZERO.
       01  WS-CONT-REENVIADAS      PIC 9(05) VALUE ZERO.
       01  WS-CONT-ANULADAS        PIC 9(05) VALUE ZERO.

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
           PERFORM 017-REVISA-LOTE-PENDIENTE THRU 017-FIN.
           END-IF.

           DISPLAY "RECHAZOS PENDIENTES VISTOS: " WS-CONT-PENDIENTES.
           DISPLAY "LINEAS REENVIADAS         : " WS-CONT-REENVIADAS.
           DISPLAY "RECHAZOS ANULADOS         : " WS-CONT-ANULADAS.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "EXCVTA010" TO WS-SGN-PROGRAMA.
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

       030-MUESTRA-RECHAZO.
           DISPLAY "NUM DE VENTA   : " WS-EXC-NUMVENTA.
           DISPLAY "LINEA          : " WS-EXC-LINEA.
           DISPLAY "CODIGO         : " WS-EXC-CODIGO.
           DISPLAY "PRODUCTO       : " WS-EXC-NOMBRE.
           DISPLAY "CANTIDAD       : " WS-EXC-CANTIDAD.
           DISPLAY "PRECIO         : " WS-EXC-PRECIO.
           DISPLAY "FECHA RECHAZO  : " WS-EXC-FECHA.
           DISPLAY "MOTIVO         : " WS-EXC-MOTIVO.
           DISPLAY "CLIENTE        : " WS-EXC-CLIENTE.
           DISPLAY "VENTA A CUENTA : " WS-EXC-CREDITO.
       030-FIN. EXIT.

       040-CORRIGE-REENVIA.
                       " - EL RECHAZO QUEDA PENDIENTE"
               GO TO 040-FIN
           END-IF.
           DISPLAY "INGRESAR CODIGO DE PRODUCTO (ESPACIOS PARA"
                   " MANTENER):"
           MOVE SPACES TO WS-VTL-CODIGO.
           ACCEPT WS-VTL-CODIGO.
           IF WS-VTL-CODIGO = SPACES
               MOVE WS-EXC-CODIGO TO WS-VTL-CODIGO
           END-IF.
           DISPLAY "INGRESAR CANTIDAD (CERO PARA MANTENER):"
           MOVE ZERO TO WS-VTL-CANTIDAD.
           ACCEPT WS-VTL-CANTIDAD.
           IF WS-VTL-CANTIDAD NOT NUMERIC
               OR WS-VTL-CANTIDAD = ZERO
               MOVE WS-EXC-CANTIDAD TO WS-VTL-CANTIDAD
           END-IF.
           DISPLAY "CLIENTE ACTUAL: " WS-EXC-CLIENTE.
           DISPLAY "INGRESAR CODIGO DE CLIENTE (ESPACIOS PARA"
                   " MANTENER):"
           IF WS-VTL-CLIENTE = SPACES
               MOVE WS-EXC-CLIENTE TO WS-VTL-CLIENTE
           END-IF.
           DISPLAY "VENTA A CUENTA ACTUAL: " WS-EXC-CREDITO.
           DISPLAY "INGRESAR VENTA A CUENTA (S/N, ESPACIO PARA"
                   " MANTENER):"
           MOVE SPACE TO WS-VTL-CREDITO.
           ACCEPT WS-VTL-CREDITO.
           IF WS-VTL-CREDITO NOT = "S" AND WS-VTL-CREDITO NOT = "N"
               MOVE WS-EXC-CREDITO TO WS-VTL-CREDITO
           END-IF.
           MOVE ZERO TO WS-VTL-PRECIO.
           MOVE ZERO TO WS-VTL-NUMVENTA.
           MOVE WS-EXC-NUMVENTA TO WS-VTL-BOLETA.
           MOVE WS-SGN-OPERADOR TO WS-VTL-OPERADOR.

           OPEN EXTEND VTALOTE.
           IF WS-VTL-STATUS = "35"

           MOVE "C" TO WS-EXC-ESTADO.
           MOVE WS-FECHA-8 TO WS-EXC-FECHA-DISP.
           MOVE WS-SGN-OPERADOR TO WS-EXC-OPERADOR.
           REWRITE REG-EXCVENTA FROM WS-REG-EXCVENTA.
           ADD 1 TO WS-CONT-REENVIADAS.
           DISPLAY "LINEA ENCOLADA PARA REPROCESO".
       040-FIN. EXIT.

       050-ANULA.
           ACCEPT WS-EXC-MOTIVO.
           MOVE "A" TO WS-EXC-ESTADO.
           MOVE WS-FECHA-8 TO WS-EXC-FECHA-DISP.
           MOVE WS-SGN-OPERADOR TO WS-EXC-OPERADOR.
           REWRITE REG-EXCVENTA FROM WS-REG-EXCVENTA.
           ADD 1 TO WS-CONT-ANULADAS.
           DISPLAY "RECHAZO ANULADO".

       060-REPROCESA-LOTE.
           DISPLAY "REPROCESANDO " WS-CONT-REENVIADAS
                   " LINEAS VIA COMERCIO".
           MOVE ZERO TO RETURN-CODE.
           CALL "COMERCIO".
           MOVE RETURN-CODE TO WS-RC-COMERCIO.
