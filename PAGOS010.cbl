      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Ingreso de pagos de clientes contra sus ventas a
      *           cuenta. Pide el codigo del cliente, muestra sus
      *           partidas abiertas de CARTERA.TXT con el saldo de cada
      *           una y la deuda total, y pide el monto recibido, que
      *           no puede pasar de esa deuda. El pago se aplica a la
      *           boleta que indique el operador (sin pasar de su saldo)
      *           o, con numero cero, a las partidas del cliente en el
      *           orden en que se abrieron hasta agotar el monto. Cada
      *           partida rebajada queda con su nuevo saldo y fecha de
      *           ultimo movimiento, cancelada (estado "C") al llegar a
      *           cero, y deja un registro en el diario PAGOS.TXT con
      *           el numero de recibo (correlativo sobre el mayor del
      *           diario) y el saldo resultante. Registra la corrida en
      *           AUDITLOG.TXT (recibos en el contador 1, partidas
      *           canceladas en el 2, intentos rechazados en el 3). Con
      *           el dia de negocio cerrado (DIACTL.TXT) no graba nada.
      *           Exige inicio de sesion y la autorizacion del rol del
      *           operador (SIGNON010); la auditoria registra el
      *           operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PAGOS010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCARTE.
           COPY SELPAGOS.
           COPY SELCLIENT.
           COPY SELAUDIT.
           COPY SELDIACTL.
           COPY SELFECPRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA
           RECORD CONTAINS 62 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCARTE.

       FD  PAGOS
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPAGOS.

       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  DIACTL
           RECORD CONTAINS 7 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDDIACTL.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       WORKING-STORAGE SECTION.
       01  WS-CARTERA-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PAGOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DIACTL-STATUS       PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-REG-CARTERA.
           COPY WSCARTE.

       01  WS-REG-PAGOS.
           COPY WSPAGOS.

       01  WS-AREA-CLIENTES.
           COPY WSCLIENT.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-REG-DIACTL.
           COPY WSDIACTL.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-SW-FIN-CARTERA       PIC X(01) VALUE SPACE.
       01  WS-SW-DIA-CERRADO       PIC X(01) VALUE "N".
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
       01  WS-CLIENTE-COD          PIC X(05) VALUE SPACES.
       01  WS-NUM-ABONAR           PIC 9(05) VALUE ZERO.
       01  WS-MONTO-RECIBIDO       PIC 9(09) VALUE ZERO.
       01  WS-MONTO-POR-APLICAR    PIC 9(09) VALUE ZERO.
       01  WS-MONTO-APLICADO       PIC 9(09) VALUE ZERO.
       01  WS-DEUDA-CLIENTE        PIC 9(11) VALUE ZERO.
       01  WS-CAN-PARTIDAS         PIC 9(05) VALUE ZERO.
       01  WS-NUM-RECIBO           PIC 9(05) VALUE ZERO.
       01  WS-CONT-RECIBOS         PIC 9(05) VALUE ZERO.
       01  WS-CONT-CANCELADAS      PIC 9(05) VALUE ZERO.
       01  WS-CONT-RECHAZADOS      PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-RECIBIDO       PIC 9(11) VALUE ZERO.

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
           PERFORM 017-VALIDA-DIA THRU 017-FIN.
           IF WS-SW-DIA-CERRADO = "S"
               DISPLAY "DIA DE NEGOCIO CERRADO - NO SE GRABAN PAGOS"
               DISPLAY "ABRA EL DIA CON DIA010 PARA VOLVER A GRABAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 018-ULTIMO-RECIBO THRU 018-FIN.

           PERFORM 020-PROCESA-PAGO THRU 020-FIN
                   UNTIL SW-FIN = "FIN".

           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "RECIBOS GRABADOS       : " WS-CONT-RECIBOS.
           DISPLAY "PARTIDAS CANCELADAS    : " WS-CONT-CANCELADAS.
           DISPLAY "INTENTOS RECHAZADOS    : " WS-CONT-RECHAZADOS.
           DISPLAY "TOTAL RECIBIDO         : " WS-TOTAL-RECIBIDO.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion del programa
      * (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "PAGOS010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC INTO WS-REG-FECPROC
                   AT END
                       MOVE ZERO TO WS-FEC-PROCESO
               END-READ
               CLOSE FECPROC
               IF WS-FEC-PROCESO NUMERIC
                   MOVE WS-FEC-PROCESO TO WS-FECHA-VAL
                   IF WS-VAL-MM >= 1 AND WS-VAL-MM <= 12
                       AND WS-VAL-DD >= 1 AND WS-VAL-DD <= 31
                       MOVE WS-FEC-PROCESO TO WS-FECHA-PROCESO
                   END-IF
               END-IF
           END-IF.
       015-FIN. EXIT.

      ******************************************************************
      * Control del dia de negocio contra DIACTL.TXT. Si el archivo no
      * existe el sistema opera sin control de dia, igual que con
      * FECPROC.TXT ausente; si existe y el dia no esta abierto no se
      * graba ningun pago.
      ******************************************************************
       017-VALIDA-DIA.
           OPEN INPUT DIACTL.
           IF WS-DIACTL-STATUS NOT = "00"
               GO TO 017-FIN
           END-IF.
           READ DIACTL INTO WS-REG-DIACTL
               AT END
                   MOVE SPACE TO WS-DIA-ESTADO
           END-READ.
           CLOSE DIACTL.
           IF WS-DIA-ESTADO NOT = "A"
               MOVE "S" TO WS-SW-DIA-CERRADO
           END-IF.
       017-FIN. EXIT.

      ******************************************************************
      * El recibo siguiente es el mayor numero del diario mas uno; sin
      * diario se parte del 1.
      ******************************************************************
       018-ULTIMO-RECIBO.
           MOVE ZERO TO WS-NUM-RECIBO.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT PAGOS.
           IF WS-PAGOS-STATUS NOT = "00"
               GO TO 018-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ PAGOS INTO WS-REG-PAGOS AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-PAG-RECIBO > WS-NUM-RECIBO
                   MOVE WS-PAG-RECIBO TO WS-NUM-RECIBO
               END-IF
           END-PERFORM.
           CLOSE PAGOS.
           MOVE SPACES TO SW-FIN.
       018-FIN. EXIT.

       020-PROCESA-PAGO.
           MOVE SPACES TO WS-CLIENTE-COD.
           DISPLAY "INGRESAR CODIGO DE CLIENTE (EN BLANCO TERMINA):"
           ACCEPT WS-CLIENTE-COD.
           IF WS-CLIENTE-COD = SPACES
               MOVE "FIN" TO SW-FIN
               GO TO 020-FIN
           END-IF.

           PERFORM 025-MUESTRA-CLIENTE THRU 025-FIN.
           PERFORM 030-LISTA-PARTIDAS THRU 030-FIN.
           IF WS-CAN-PARTIDAS = ZERO
               DISPLAY "CLIENTE " WS-CLIENTE-COD
                       " SIN PARTIDAS ABIERTAS EN CARTERA"
               ADD 1 TO WS-CONT-RECHAZADOS
               GO TO 020-FIN
           END-IF.
           DISPLAY "DEUDA TOTAL : " WS-DEUDA-CLIENTE.

           DISPLAY "INGRESAR MONTO RECIBIDO:"
           MOVE ZERO TO WS-MONTO-RECIBIDO.
           ACCEPT WS-MONTO-RECIBIDO.
           IF WS-MONTO-RECIBIDO NOT NUMERIC
               OR WS-MONTO-RECIBIDO = ZERO
               OR WS-MONTO-RECIBIDO > WS-DEUDA-CLIENTE
               DISPLAY "MONTO INVALIDO - MAXIMO " WS-DEUDA-CLIENTE
               ADD 1 TO WS-CONT-RECHAZADOS
               GO TO 020-FIN
           END-IF.

           DISPLAY "INGRESAR NUM DE VENTA A ABONAR (0=PARTIDAS EN"
                   " ORDEN):"
           MOVE ZERO TO WS-NUM-ABONAR.
           ACCEPT WS-NUM-ABONAR.
           IF WS-NUM-ABONAR NOT NUMERIC
               MOVE ZERO TO WS-NUM-ABONAR
           END-IF.

           ADD 1 TO WS-NUM-RECIBO.
           MOVE WS-MONTO-RECIBIDO TO WS-MONTO-POR-APLICAR.
           IF WS-NUM-ABONAR = ZERO
               PERFORM 040-APLICA-EN-ORDEN THRU 040-FIN
           ELSE
               PERFORM 045-APLICA-A-VENTA THRU 045-FIN
           END-IF.

           IF WS-MONTO-POR-APLICAR = WS-MONTO-RECIBIDO
               SUBTRACT 1 FROM WS-NUM-RECIBO
               ADD 1 TO WS-CONT-RECHAZADOS
               GO TO 020-FIN
           END-IF.
           ADD 1 TO WS-CONT-RECIBOS.
           ADD WS-MONTO-RECIBIDO TO WS-TOTAL-RECIBIDO.
           DISPLAY "RECIBO " WS-NUM-RECIBO " APLICADO - CLIENTE "
                   WS-CLIENTE-COD " MONTO " WS-MONTO-RECIBIDO.
       020-FIN. EXIT.

       025-MUESTRA-CLIENTE.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT = "00"
               GO TO 025-FIN
           END-IF.
           MOVE WS-CLIENTE-COD TO REG-CLI-CODIGO.
           READ CLIENTES INTO WS-REG-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE     : *NO REGISTRADO*"
               NOT INVALID KEY
                   DISPLAY "CLIENTE     : " WS-CLI-NOMBRE
           END-READ.
           CLOSE CLIENTES.
       025-FIN. EXIT.

      ******************************************************************
      * Lista las partidas abiertas del cliente por la clave alterna de
      * CARTERA.TXT y suma su deuda.
      ******************************************************************
       030-LISTA-PARTIDAS.
           MOVE ZERO TO WS-CAN-PARTIDAS WS-DEUDA-CLIENTE.
           OPEN INPUT CARTERA.
           IF WS-CARTERA-STATUS NOT = "00"
               GO TO 030-FIN
           END-IF.
           PERFORM 035-POSICIONA-CLIENTE THRU 035-FIN.
           PERFORM UNTIL WS-SW-FIN-CARTERA = "S"
               PERFORM 036-LEE-PARTIDA THRU 036-FIN
               IF WS-SW-FIN-CARTERA NOT = "S"
                   AND WS-CAR-ESTADO = "A"
                   ADD 1 TO WS-CAN-PARTIDAS
                   ADD WS-CAR-SALDO TO WS-DEUDA-CLIENTE
                   DISPLAY "VENTA " WS-CAR-NUMVENTA
                           " FECHA " WS-CAR-FECHA
                           " PLAZO " WS-CAR-PLAZO
                           " MONTO " WS-CAR-MONTO
                           " SALDO " WS-CAR-SALDO
               END-IF
           END-PERFORM.
           CLOSE CARTERA.
       030-FIN. EXIT.

       035-POSICIONA-CLIENTE.
           MOVE "N" TO WS-SW-FIN-CARTERA.
           MOVE WS-CLIENTE-COD TO REG-CAR-CLIENTE.
           START CARTERA KEY IS NOT LESS THAN REG-CAR-CLIENTE
               INVALID KEY MOVE "S" TO WS-SW-FIN-CARTERA
           END-START.
       035-FIN. EXIT.

       036-LEE-PARTIDA.
           READ CARTERA NEXT RECORD INTO WS-REG-CARTERA AT END
                MOVE "S" TO WS-SW-FIN-CARTERA
           END-READ.
           IF WS-SW-FIN-CARTERA NOT = "S"
               AND WS-CAR-CLIENTE NOT = WS-CLIENTE-COD
               MOVE "S" TO WS-SW-FIN-CARTERA
           END-IF.
       036-FIN. EXIT.

      ******************************************************************
      * Pago sin boleta indicada: se aplica a las partidas abiertas del
      * cliente en el orden de la clave alterna (el de apertura) hasta
      * agotar el monto recibido.
      ******************************************************************
       040-APLICA-EN-ORDEN.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA - STATUS "
                       WS-CARTERA-STATUS
               GO TO 040-FIN
           END-IF.
           PERFORM 035-POSICIONA-CLIENTE THRU 035-FIN.
           PERFORM UNTIL WS-SW-FIN-CARTERA = "S"
                   OR WS-MONTO-POR-APLICAR = ZERO
               PERFORM 036-LEE-PARTIDA THRU 036-FIN
               IF WS-SW-FIN-CARTERA NOT = "S"
                   AND WS-CAR-ESTADO = "A"
                   AND WS-CAR-SALDO > ZERO
                   PERFORM 050-APLICA-PARTIDA THRU 050-FIN
               END-IF
           END-PERFORM.
           CLOSE CARTERA.
       040-FIN. EXIT.

      ******************************************************************
      * Pago a una boleta indicada: debe ser una partida abierta del
      * mismo cliente y el monto no puede pasar de su saldo.
      ******************************************************************
       045-APLICA-A-VENTA.
           OPEN I-O CARTERA.
           IF WS-CARTERA-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CARTERA - STATUS "
                       WS-CARTERA-STATUS
               GO TO 045-FIN
           END-IF.
           MOVE WS-NUM-ABONAR TO REG-CAR-NUMVENTA.
           READ CARTERA INTO WS-REG-CARTERA
               INVALID KEY
                   DISPLAY "VENTA " WS-NUM-ABONAR
                           " NO EXISTE EN CARTERA"
                   CLOSE CARTERA
                   GO TO 045-FIN
           END-READ.
           IF WS-CAR-CLIENTE NOT = WS-CLIENTE-COD
               OR WS-CAR-ESTADO NOT = "A"
               DISPLAY "VENTA " WS-NUM-ABONAR
                       " NO ES PARTIDA ABIERTA DEL CLIENTE"
               CLOSE CARTERA
               GO TO 045-FIN
           END-IF.
           IF WS-MONTO-POR-APLICAR > WS-CAR-SALDO
               DISPLAY "MONTO PASA EL SALDO DE LA VENTA - MAXIMO "
                       WS-CAR-SALDO
               CLOSE CARTERA
               GO TO 045-FIN
           END-IF.
           PERFORM 050-APLICA-PARTIDA THRU 050-FIN.
           CLOSE CARTERA.
       045-FIN. EXIT.

      ******************************************************************
      * Aplica a la partida leida lo que se pueda del monto pendiente,
      * la regraba y deja el movimiento en el diario de pagos.
      ******************************************************************
       050-APLICA-PARTIDA.
           IF WS-MONTO-POR-APLICAR > WS-CAR-SALDO
               MOVE WS-CAR-SALDO TO WS-MONTO-APLICADO
           ELSE
               MOVE WS-MONTO-POR-APLICAR TO WS-MONTO-APLICADO
           END-IF.
           ADD WS-MONTO-APLICADO TO WS-CAR-ABONOS.
           SUBTRACT WS-MONTO-APLICADO FROM WS-CAR-SALDO.
           IF WS-CAR-SALDO = ZERO
               MOVE "C" TO WS-CAR-ESTADO
               ADD 1 TO WS-CONT-CANCELADAS
           END-IF.
           MOVE WS-FECHA-8 TO WS-CAR-FECHA-ULT.
           REWRITE REG-CARTERA FROM WS-REG-CARTERA
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR CARTERA "
                           WS-CAR-NUMVENTA
                   GO TO 050-FIN
           END-REWRITE.
           SUBTRACT WS-MONTO-APLICADO FROM WS-MONTO-POR-APLICAR.
           PERFORM 055-GRABA-DIARIO THRU 055-FIN.
           DISPLAY "ABONO A VENTA " WS-CAR-NUMVENTA " : "
                   WS-MONTO-APLICADO " NUEVO SALDO " WS-CAR-SALDO.
       050-FIN. EXIT.

       055-GRABA-DIARIO.
           ACCEPT WS-HORA-8 FROM TIME.
           MOVE WS-NUM-RECIBO TO WS-PAG-RECIBO.
           MOVE WS-FECHA-8 TO WS-PAG-FECHA.
           MOVE WS-HORA-8 TO WS-PAG-HORA.
           MOVE WS-CLIENTE-COD TO WS-PAG-CLIENTE.
           MOVE WS-CAR-NUMVENTA TO WS-PAG-NUMVENTA.
           MOVE WS-MONTO-APLICADO TO WS-PAG-MONTO.
           MOVE WS-CAR-SALDO TO WS-PAG-SALDO.

           OPEN EXTEND PAGOS.
           IF WS-PAGOS-STATUS = "35"
               OPEN OUTPUT PAGOS
           END-IF.
           WRITE REG-PAGOS FROM WS-REG-PAGOS.
           CLOSE PAGOS.
       055-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "PAGOS010" TO WS-AUD-PROGRAMA.
           MOVE WS-SGN-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-RECIBOS TO WS-AUD-CONT-1.
           MOVE WS-CONT-CANCELADAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-RECHAZADOS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
