      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Antiguedad de saldos de clientes a fin de mes. Recorre
      *           la cartera CARTERA.TXT por la clave alterna de cliente
      *           y reparte el saldo de cada partida abierta segun los
      *           dias de atraso contados desde su vencimiento (fecha de
      *           la venta mas el plazo del cliente) hasta la fecha de
      *           proceso de FECPROC.TXT: CORRIENTE (por vencer o con
      *           menos de 30 dias de atraso), 30-59, 60-89 y 90 Y MAS
      *           dias. Emite en ANTIGSAL.TXT una linea por cliente con
      *           saldo, con el nombre oficial del maestro CLIENTE.TXT,
      *           y al final los totales por tramo. Marca con "*" al
      *           cliente cuya deuda supera su limite de credito actual
      *           (p.ej. si el limite se rebajo despues de las ventas).
      *           Registra la corrida en AUDITLOG.TXT (clientes en el
      *           contador 1, partidas abiertas en el 2, partidas de 90
      *           y mas dias en el 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ANTIG010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCARTE.
           COPY SELCLIENT.
           COPY SELFECPRO.
           COPY SELAUDIT.
           SELECT REP-ANTIG
               ASSIGN TO "G:\cobol\archivos\ANTIGSAL.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA
           RECORD CONTAINS 62 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCARTE.

       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  REP-ANTIG
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-ANTIG          PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-CARTERA-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
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

       01  WS-AREA-CLIENTES.
           COPY WSCLIENT.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-CLIENT-ABIERTO PIC X(01) VALUE "N".
           05 WS-FECHA-8           PIC 9(06).
           05 WS-CLIENTE-ACTUAL    PIC X(05) VALUE SPACES.
           05 WS-LIMITE-ACTUAL     PIC 9(09) VALUE ZERO.
           05 WS-CONT-CLIENTES     PIC 9(05) VALUE ZERO.
           05 WS-CONT-PARTIDAS     PIC 9(05) VALUE ZERO.
           05 WS-CONT-90-MAS       PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Tramos de antiguedad: 1 corriente, 2 30-59, 3 60-89, 4 90 y
      * mas dias, y el 5 para el total. Los del cliente en curso se
      * acumulan despues en los generales.
      ******************************************************************
       01  WS-TRAMOS-CLIENTE.
           05 WS-TCL-MONTO         PIC 9(11) OCCURS 5 TIMES.
       01  WS-TRAMOS-GENERAL.
           05 WS-TGE-MONTO         PIC 9(11) OCCURS 5 TIMES.
       01  WS-SUB-T                PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Conversion de fecha AAMMDD a numero de dias corridos desde el
      * 01/01/2000, para restar fechas entre meses y anios. Los anios
      * multiplos de 4 son bisiestos (valido para 2000-2099).
      ******************************************************************
       01  WS-DIAS-ACUMULADOS      PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-TABLA-DIAS-ACUM REDEFINES WS-DIAS-ACUMULADOS.
           05 WS-DIAS-ACUM-MES     PIC 9(03) OCCURS 12 TIMES.

       01  WS-DIA-FECHA.
           05 WS-DIA-AA            PIC 9(02).
           05 WS-DIA-MM            PIC 9(02).
           05 WS-DIA-DD            PIC 9(02).
       01  WS-DIA-SERIAL           PIC 9(07) VALUE ZERO.
       01  WS-DIA-BISIESTOS        PIC 9(03) VALUE ZERO.
       01  WS-DIA-RESTO            PIC 9(01) VALUE ZERO.
       01  WS-DIA-AUX              PIC 9(03) VALUE ZERO.

       01  WS-SERIAL-PROCESO       PIC 9(07) VALUE ZERO.
       01  WS-SERIAL-VENCE         PIC 9(07) VALUE ZERO.
       01  WS-DIAS-ATRASO          PIC S9(07) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

       01  WS-TITULO-1.
           05 FILLER               PIC X(19) VALUES SPACES.
           05 FILLER               PIC X(35)
                       VALUES "ANTIGUEDAD DE SALDOS DE CLIENTES".
           05 FILLER               PIC X(19) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(09) VALUES " FECHA: ".
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-ANIO        PIC 9(02).
           05 FILLER               PIC X(54) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(20) VALUE "CLIENT NOMBRE".
           05 FILLER               PIC X(10) VALUE " CORRIENTE".
           05 FILLER               PIC X(10) VALUE "  30-59 DS".
           05 FILLER               PIC X(10) VALUE "  60-89 DS".
           05 FILLER               PIC X(10) VALUE "  90 Y MAS".
           05 FILLER               PIC X(10) VALUE "     TOTAL".
           05 FILLER               PIC X(02) VALUES SPACES.

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-CODIGO        PIC X(05).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-NOMBRE        PIC X(13).
           05 WS-DET-TRAMO OCCURS 5 TIMES.
               10 FILLER           PIC X(01).
               10 WS-DET-MONTO     PIC ZZZZZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-MARCA         PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(01) VALUES SPACES.

       01  WS-DETALLE-TOTAL.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(19)
                                    VALUE "TOTAL GENERAL".
           05 WS-TOT-TRAMO OCCURS 5 TIMES.
               10 FILLER           PIC X(01).
               10 WS-TOT-MONTO     PIC ZZZZZZZZ9.
           05 FILLER               PIC X(03) VALUES SPACES.

       01  WS-NOTA-MARCA.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(40)
                 VALUE "* DEUDA SOBRE EL LIMITE DE CREDITO".
           05 FILLER               PIC X(32) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-PROCESO TO WS-DIA-FECHA.
           PERFORM 060-DIAS-FECHA THRU 060-FIN.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-PROCESO.
           MOVE ZERO TO WS-TRAMOS-GENERAL.

           PERFORM 020-ABRIR-DOC THRU 020-FIN.
           PERFORM 030-ESCRIBIR-TITULO THRU 030-FIN.
           PERFORM 040-RECORRE-CARTERA THRU 040-FIN.
           PERFORM 080-ESCRIBIR-FOOT THRU 080-FIN.
           PERFORM 100-CERRAR-DOC THRU 100-FIN.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "CLIENTES CON SALDO     : " WS-CONT-CLIENTES.
           DISPLAY "PARTIDAS ABIERTAS      : " WS-CONT-PARTIDAS.
           DISPLAY "PARTIDAS 90 Y MAS DIAS : " WS-CONT-90-MAS.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

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

       020-ABRIR-DOC.
           OPEN OUTPUT REP-ANTIG.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = "00"
               MOVE "S" TO WS-SW-CLIENT-ABIERTO
           END-IF.
       020-FIN. EXIT.

       030-ESCRIBIR-TITULO.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           MOVE WS-AA-8 TO WS-TIT-2-ANIO.
           MOVE WS-MM-8 TO WS-TIT-2-MES.
           MOVE WS-DD-8 TO WS-TIT-2-DIA.

           WRITE REG-REP-ANTIG FROM WS-TITULO-1 AFTER ADVANCING PAGE.
           WRITE REG-REP-ANTIG FROM WS-TITULO-2 AFTER ADVANCING 2.
           WRITE REG-REP-ANTIG FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-ANTIG FROM WS-SUB-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-REP-ANTIG FROM WS-GUIONES AFTER ADVANCING 1.
       030-FIN. EXIT.

      ******************************************************************
      * La clave alterna entrega las partidas agrupadas por cliente:
      * corte de control por cliente, sumando solo las abiertas. Un
      * cliente con todas sus partidas canceladas no se lista.
      ******************************************************************
       040-RECORRE-CARTERA.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT CARTERA.
           IF WS-CARTERA-STATUS NOT = "00"
               DISPLAY "SIN CARTERA.TXT - NO HAY SALDOS POR COBRAR"
               GO TO 040-FIN
           END-IF.
           MOVE LOW-VALUES TO REG-CAR-CLIENTE.
           START CARTERA KEY IS NOT LESS THAN REG-CAR-CLIENTE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           MOVE ZERO TO WS-TRAMOS-CLIENTE.
           PERFORM UNTIL SW-FIN = "FIN"
               READ CARTERA NEXT RECORD INTO WS-REG-CARTERA AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-CAR-CLIENTE NOT = WS-CLIENTE-ACTUAL
                       PERFORM 050-CORTE-CLIENTE THRU 050-FIN
                       MOVE WS-CAR-CLIENTE TO WS-CLIENTE-ACTUAL
                   END-IF
                   IF WS-CAR-ESTADO = "A" AND WS-CAR-SALDO > ZERO
                       PERFORM 045-CLASIFICA-PARTIDA THRU 045-FIN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 050-CORTE-CLIENTE THRU 050-FIN.
           CLOSE CARTERA.
       040-FIN. EXIT.

       045-CLASIFICA-PARTIDA.
           ADD 1 TO WS-CONT-PARTIDAS.
           MOVE WS-CAR-FECHA TO WS-DIA-FECHA.
           PERFORM 060-DIAS-FECHA THRU 060-FIN.
           COMPUTE WS-SERIAL-VENCE = WS-DIA-SERIAL + WS-CAR-PLAZO.
           COMPUTE WS-DIAS-ATRASO =
                   WS-SERIAL-PROCESO - WS-SERIAL-VENCE.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO < 30
                   MOVE 1 TO WS-SUB-T
               WHEN WS-DIAS-ATRASO < 60
                   MOVE 2 TO WS-SUB-T
               WHEN WS-DIAS-ATRASO < 90
                   MOVE 3 TO WS-SUB-T
               WHEN OTHER
                   MOVE 4 TO WS-SUB-T
                   ADD 1 TO WS-CONT-90-MAS
           END-EVALUATE.
           ADD WS-CAR-SALDO TO WS-TCL-MONTO (WS-SUB-T).
           ADD WS-CAR-SALDO TO WS-TCL-MONTO (5).
       045-FIN. EXIT.

      ******************************************************************
      * Cierra el cliente anterior: escribe su linea si quedo con saldo
      * y pasa sus tramos a los totales generales.
      ******************************************************************
       050-CORTE-CLIENTE.
           IF WS-TCL-MONTO (5) = ZERO
               GO TO 050-FIN
           END-IF.
           ADD 1 TO WS-CONT-CLIENTES.
           MOVE WS-CLIENTE-ACTUAL TO WS-DET-CODIGO.
           PERFORM 055-BUSCA-CLIENTE THRU 055-FIN.
           MOVE SPACE TO WS-DET-MARCA.
           IF WS-LIMITE-ACTUAL > ZERO
               AND WS-TCL-MONTO (5) > WS-LIMITE-ACTUAL
               MOVE "*" TO WS-DET-MARCA
           END-IF.
           PERFORM VARYING WS-SUB-T FROM 1 BY 1 UNTIL WS-SUB-T > 5
               MOVE WS-TCL-MONTO (WS-SUB-T) TO WS-DET-MONTO (WS-SUB-T)
               ADD WS-TCL-MONTO (WS-SUB-T) TO WS-TGE-MONTO (WS-SUB-T)
           END-PERFORM.
           WRITE REG-REP-ANTIG FROM WS-DETALLE AFTER ADVANCING 1.
           MOVE ZERO TO WS-TRAMOS-CLIENTE.
       050-FIN. EXIT.

       055-BUSCA-CLIENTE.
           MOVE ZERO TO WS-LIMITE-ACTUAL.
           MOVE "*NO REGISTRADO*" TO WS-DET-NOMBRE.
           IF WS-SW-CLIENT-ABIERTO = "S"
               MOVE WS-CLIENTE-ACTUAL TO REG-CLI-CODIGO
               READ CLIENTES INTO WS-REG-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CLI-NOMBRE TO WS-DET-NOMBRE
                       IF WS-CLI-LIMITE NUMERIC
                           MOVE WS-CLI-LIMITE TO WS-LIMITE-ACTUAL
                       END-IF
               END-READ
           END-IF.
       055-FIN. EXIT.

      ******************************************************************
      * Dias corridos de WS-DIA-FECHA: 365 por anio mas un dia por cada
      * bisiesto ya transcurrido, los dias de los meses anteriores y
      * el dia del mes (mas uno despues de febrero en anio bisiesto).
      ******************************************************************
       060-DIAS-FECHA.
           IF WS-DIA-MM NOT NUMERIC OR WS-DIA-MM < 1 OR WS-DIA-MM > 12
               MOVE 1 TO WS-DIA-MM
           END-IF.
           IF WS-DIA-DD NOT NUMERIC
               MOVE 1 TO WS-DIA-DD
           END-IF.
           IF WS-DIA-AA NOT NUMERIC
               MOVE ZERO TO WS-DIA-AA
           END-IF.
           COMPUTE WS-DIA-AUX = WS-DIA-AA + 3.
           DIVIDE WS-DIA-AUX BY 4 GIVING WS-DIA-BISIESTOS.
           DIVIDE WS-DIA-AA BY 4 GIVING WS-DIA-AUX
                  REMAINDER WS-DIA-RESTO.
           COMPUTE WS-DIA-SERIAL = WS-DIA-AA * 365
                                 + WS-DIA-BISIESTOS
                                 + WS-DIAS-ACUM-MES (WS-DIA-MM)
                                 + WS-DIA-DD.
           IF WS-DIA-RESTO = ZERO AND WS-DIA-MM > 2
               ADD 1 TO WS-DIA-SERIAL
           END-IF.
       060-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "ANTIG010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-CLIENTES TO WS-AUD-CONT-1.
           MOVE WS-CONT-PARTIDAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-90-MAS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.

       080-ESCRIBIR-FOOT.
           WRITE REG-REP-ANTIG FROM WS-GUIONES AFTER ADVANCING 1.
           PERFORM VARYING WS-SUB-T FROM 1 BY 1 UNTIL WS-SUB-T > 5
               MOVE WS-TGE-MONTO (WS-SUB-T) TO WS-TOT-MONTO (WS-SUB-T)
           END-PERFORM.
           WRITE REG-REP-ANTIG FROM WS-DETALLE-TOTAL AFTER ADVANCING 1.
           WRITE REG-REP-ANTIG FROM WS-NOTA-MARCA AFTER ADVANCING 2.
       080-FIN. EXIT.

       100-CERRAR-DOC.
           CLOSE REP-ANTIG.
           IF WS-SW-CLIENT-ABIERTO = "S"
               CLOSE CLIENTES
           END-IF.
       100-FIN. EXIT.
