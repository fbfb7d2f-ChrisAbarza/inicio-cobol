      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conciliacion del libro de movimientos MOVSTOCK.TXT
      *           contra el maestro STOCK.TXT. Para cada producto del
      *           libro recalcula el saldo partiendo del saldo anterior
      *           a su primer movimiento y sumando la cantidad con signo
      *           de cada movimiento, y lo compara con el saldo de
      *           STOCK.TXT: informa la diferencia, el producto sin
      *           registro de stock (salvo que su ultimo movimiento sea
      *           la baja) y cada salto en la cadena del libro (un
      *           movimiento cuyo saldo anterior no es el saldo en que
      *           quedo el movimiento previo). Lista aparte los ajustes
      *           por conteo fisico cuya cantidad, en mas o en menos,
      *           supera el umbral de STKPAR.TXT (10 unidades si no
      *           existe), y los productos de STOCK.TXT sin movimientos
      *           en el libro, que no se pueden conciliar. Emite
      *           CONCSTK.TXT y registra la corrida en AUDITLOG.TXT
      *           (productos conciliados en el contador 1, productos con
      *           diferencia en el 2, ajustes sobre el umbral en el 3).
      *           Termina con codigo 4 si hubo diferencias, saltos o
      *           ajustes sobre el umbral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                STOCK040.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELMOVST.
           COPY SELSTOCK.
           COPY SELSTKPAR.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT REP-CONCSTK ASSIGN TO "G:\cobol\archivos\CONCSTK.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  MOVSTOCK
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDMOVST.

       FD  STOCK
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDSTOCK.

       FD  STKPAR
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDSTKPAR.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  REP-CONCSTK
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-CONCSTK        PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-MOVSTOCK-STATUS     PIC X(02) VALUE SPACES.
       01  WS-STOCK-STATUS        PIC X(02) VALUE SPACES.
       01  WS-STKPAR-STATUS       PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-REG-MOVSTOCK.
           COPY WSMOVST.

       01  WS-AREA-STOCK.
           COPY WSSTOCK.

       01  WS-REG-STKPAR.
           COPY WSSTKPAR.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-STOCK-ABIERTO  PIC X(01) VALUE "N".
           05 WS-SW-LIBRO-ABIERTO  PIC X(01) VALUE "N".
           05 WS-SW-PROD-ABIERTO   PIC X(01) VALUE "N".
           05 WS-SW-CON-MOVS       PIC X(01) VALUE "N".
           05 WS-FECHA-8           PIC 9(06) VALUE ZERO.
           05 WS-CONT-PRODUCTOS    PIC 9(05) VALUE ZERO.
           05 WS-CONT-DIFERENCIAS  PIC 9(05) VALUE ZERO.
           05 WS-CONT-SALTOS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-AJUSTES      PIC 9(05) VALUE ZERO.
           05 WS-CONT-SIN-MOVS     PIC 9(05) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

      ******************************************************************
      * Producto en curso: el libro viene ordenado por producto, fecha
      * y numero de movimiento, asi que basta un corte por codigo.
      * WS-PRD-SALDO es el saldo recalculado y WS-PRD-ANTERIOR el
      * saldo anterior que declara el movimiento leido.
      ******************************************************************
       01  WS-PRODUCTO.
           05 WS-PRD-CODIGO        PIC X(08) VALUE SPACES.
           05 WS-PRD-ULT-TIPO      PIC X(01) VALUE SPACE.
           05 WS-PRD-SALDO         PIC S9(07) VALUE ZERO.
           05 WS-PRD-ANTERIOR      PIC S9(07) VALUE ZERO.
           05 WS-PRD-STOCK         PIC S9(07) VALUE ZERO.
           05 WS-PRD-CONTEO        PIC S9(07) VALUE ZERO.
           05 WS-PRD-DIFERENCIA    PIC S9(07) VALUE ZERO.
           05 WS-PRD-ABSOLUTO      PIC 9(07) VALUE ZERO.

       01  WS-TITULO-1.
           05 FILLER               PIC X(19) VALUES SPACES.
           05 FILLER               PIC X(34)
                       VALUES "CONCILIACION DE STOCK CON EL LIBRO".
           05 FILLER               PIC X(20) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(08) VALUES " FECHA: ".
           05 WS-TIT-2-DD          PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-TIT-2-MM          PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-AA          PIC 9(02).
           05 FILLER               PIC X(20) VALUES SPACES.
           05 FILLER               PIC X(20)
                       VALUES "UMBRAL DE AJUSTE: ".
           05 WS-TIT-2-UMBRAL      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(08) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SECCION.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-SEC-GLOSA         PIC X(72).

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(11) VALUE " CODIGO".
           05 FILLER               PIC X(26) VALUE "OBSERVACION".
           05 FILLER               PIC X(10) VALUE " CALCULADO".
           05 FILLER               PIC X(10) VALUE "  REGISTR.".
           05 FILLER               PIC X(10) VALUE "  DIFEREN.".
           05 FILLER               PIC X(06) VALUES SPACES.

       01  WS-SUB-TITULO-2.
           05 FILLER               PIC X(11) VALUE " CODIGO".
           05 FILLER               PIC X(26) VALUE "OBSERVACION".
           05 FILLER               PIC X(10) VALUE "  ANTERIOR".
           05 FILLER               PIC X(10) VALUE "   CONTADO".
           05 FILLER               PIC X(10) VALUE "    AJUSTE".
           05 FILLER               PIC X(06) VALUES SPACES.

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-CODIGO        PIC X(08).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-OBS           PIC X(25).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-CALCULADO     PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-REGISTRADO    PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-DIFERENCIA    PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(07) VALUES SPACES.

       01  WS-OBS-FECHA.
           05 WS-OBF-GLOSA         PIC X(15).
           05 WS-OBF-DD            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-OBF-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-OBF-AA            PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.

       01  WS-DETALLE-CANT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-CAN-GLOSA         PIC X(32).
           05 WS-CAN-VALOR         PIC ZZZZ9.
           05 FILLER               PIC X(35) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.
           PERFORM 014-LEER-PARAMETROS THRU 014-FIN.

           OPEN INPUT STOCK.
           IF WS-STOCK-STATUS = "00"
               MOVE "S" TO WS-SW-STOCK-ABIERTO
           ELSE
               DISPLAY "SIN STOCK.TXT - TODO EL LIBRO QUEDA SIN"
                       " REGISTRO DE STOCK"
           END-IF.
           OPEN INPUT MOVSTOCK.
           IF WS-MOVSTOCK-STATUS = "00"
               MOVE "S" TO WS-SW-LIBRO-ABIERTO
           ELSE
               DISPLAY "SIN MOVSTOCK.TXT - NO HAY LIBRO QUE CONCILIAR"
           END-IF.

           PERFORM 020-ENCABEZADO THRU 020-FIN.
           PERFORM 030-CONCILIA-LIBRO THRU 030-FIN.
           PERFORM 050-AJUSTES-SOBRE-UMBRAL THRU 050-FIN.
           PERFORM 060-STOCK-SIN-LIBRO THRU 060-FIN.
           PERFORM 065-TOTALES THRU 065-FIN.

           IF WS-SW-LIBRO-ABIERTO = "S"
               CLOSE MOVSTOCK
           END-IF.
           IF WS-SW-STOCK-ABIERTO = "S"
               CLOSE STOCK
           END-IF.

           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           IF WS-CONT-DIFERENCIAS > ZERO
               OR WS-CONT-SALTOS > ZERO
               OR WS-CONT-AJUSTES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       012-LEER-FECHA-PROCESO.
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
       012-FIN. EXIT.

      ******************************************************************
      * Umbral de ajuste en unidades. Un umbral en cero es valido y
      * marca todo ajuste por conteo.
      ******************************************************************
       014-LEER-PARAMETROS.
           MOVE 10 TO WS-SPA-UMBRAL.
           OPEN INPUT STKPAR.
           IF WS-STKPAR-STATUS = "00"
               READ STKPAR INTO WS-REG-STKPAR
                   AT END
                       MOVE 10 TO WS-SPA-UMBRAL
               END-READ
               CLOSE STKPAR
           END-IF.
           IF WS-SPA-UMBRAL NOT NUMERIC
               MOVE 10 TO WS-SPA-UMBRAL
           END-IF.
       014-FIN. EXIT.

       020-ENCABEZADO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-GREG.
           MOVE WS-DD-8 TO WS-TIT-2-DD.
           MOVE WS-MM-8 TO WS-TIT-2-MM.
           MOVE WS-AA-8 TO WS-TIT-2-AA.
           MOVE WS-SPA-UMBRAL TO WS-TIT-2-UMBRAL.

           OPEN OUTPUT REP-CONCSTK.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING PAGE.
           WRITE REG-REP-CONCSTK FROM WS-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-TITULO-2 AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
       020-FIN. EXIT.

      ******************************************************************
      * Primera pasada por el libro: saldo recalculado por producto,
      * saltos en la cadena y comparacion con STOCK.TXT.
      ******************************************************************
       030-CONCILIA-LIBRO.
           MOVE "DIFERENCIAS ENTRE EL LIBRO Y STOCK.TXT"
               TO WS-SEC-GLOSA.
           WRITE REG-REP-CONCSTK FROM WS-SECCION AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-SUB-TITULO-1
               AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           IF WS-SW-LIBRO-ABIERTO NOT = "S"
               GO TO 030-FIN
           END-IF.

           MOVE SPACES TO SW-FIN.
           MOVE "N" TO WS-SW-PROD-ABIERTO.
           MOVE LOW-VALUES TO REG-MOV-CLAVE.
           START MOVSTOCK KEY IS NOT LESS THAN REG-MOV-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ MOVSTOCK NEXT RECORD INTO WS-REG-MOVSTOCK AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-SW-PROD-ABIERTO = "S"
                       AND WS-MOV-CODIGO NOT = WS-PRD-CODIGO
                       PERFORM 040-CIERRA-PRODUCTO THRU 040-FIN
                   END-IF
                   PERFORM 035-ACUMULA-MOVIMIENTO THRU 035-FIN
               END-IF
           END-PERFORM.
           IF WS-SW-PROD-ABIERTO = "S"
               PERFORM 040-CIERRA-PRODUCTO THRU 040-FIN
           END-IF.
       030-FIN. EXIT.

      ******************************************************************
      * El primer movimiento de un producto fija el punto de partida
      * (su saldo anterior, que puede venir de antes de que existiera
      * el libro). Desde ahi cada movimiento suma su cantidad; si el
      * saldo anterior que declara no coincide con lo recalculado hay
      * un salto en el libro y se informa.
      ******************************************************************
       035-ACUMULA-MOVIMIENTO.
           COMPUTE WS-PRD-ANTERIOR = WS-MOV-SALDO - WS-MOV-CANTIDAD.
           IF WS-SW-PROD-ABIERTO NOT = "S"
               MOVE "S" TO WS-SW-PROD-ABIERTO
               MOVE WS-MOV-CODIGO TO WS-PRD-CODIGO
               MOVE WS-PRD-ANTERIOR TO WS-PRD-SALDO
           END-IF.
           IF WS-PRD-ANTERIOR NOT = WS-PRD-SALDO
               ADD 1 TO WS-CONT-SALTOS
               MOVE WS-MOV-FECHA TO WS-FECHA-GREG
               MOVE "SALTO EN LIBRO " TO WS-OBF-GLOSA
               MOVE WS-DD-8 TO WS-OBF-DD
               MOVE WS-MM-8 TO WS-OBF-MM
               MOVE WS-AA-8 TO WS-OBF-AA
               MOVE WS-OBS-FECHA TO WS-DET-OBS
               MOVE WS-PRD-CODIGO TO WS-DET-CODIGO
               MOVE WS-PRD-SALDO TO WS-DET-CALCULADO
               MOVE WS-PRD-ANTERIOR TO WS-DET-REGISTRADO
               COMPUTE WS-PRD-DIFERENCIA =
                       WS-PRD-ANTERIOR - WS-PRD-SALDO
               MOVE WS-PRD-DIFERENCIA TO WS-DET-DIFERENCIA
               WRITE REG-REP-CONCSTK FROM WS-DETALLE
                   AFTER ADVANCING 1
           END-IF.
           ADD WS-MOV-CANTIDAD TO WS-PRD-SALDO.
           MOVE WS-MOV-TIPO TO WS-PRD-ULT-TIPO.
       035-FIN. EXIT.

      ******************************************************************
      * Compara lo recalculado con el saldo de STOCK.TXT. Un producto
      * dado de baja no debe tener registro de stock, pero su saldo
      * recalculado debe haber quedado en cero.
      ******************************************************************
       040-CIERRA-PRODUCTO.
           MOVE "N" TO WS-SW-PROD-ABIERTO.
           ADD 1 TO WS-CONT-PRODUCTOS.
           MOVE WS-PRD-CODIGO TO WS-DET-CODIGO.
           MOVE WS-PRD-SALDO TO WS-DET-CALCULADO.
           MOVE ZERO TO WS-PRD-STOCK.
           MOVE SPACES TO WS-DET-OBS.

           IF WS-SW-STOCK-ABIERTO = "S"
               MOVE WS-PRD-CODIGO TO REG-STK-CODIGO
               READ STOCK INTO WS-REG-STOCK
                   INVALID KEY
                       MOVE "SIN REGISTRO EN STOCK.TXT" TO WS-DET-OBS
                   NOT INVALID KEY
                       MOVE WS-STK-SALDO TO WS-PRD-STOCK
                       IF WS-PRD-ULT-TIPO = "E"
                           MOVE "DADO DE BAJA CON REGISTRO"
                               TO WS-DET-OBS
                       END-IF
               END-READ
           ELSE
               MOVE "SIN REGISTRO EN STOCK.TXT" TO WS-DET-OBS
           END-IF.

           IF WS-DET-OBS = "SIN REGISTRO EN STOCK.TXT"
               AND WS-PRD-ULT-TIPO = "E"
               AND WS-PRD-SALDO = ZERO
               GO TO 040-FIN
           END-IF.
           IF WS-DET-OBS = SPACES
               AND WS-PRD-SALDO = WS-PRD-STOCK
               GO TO 040-FIN
           END-IF.
           IF WS-DET-OBS = SPACES
               MOVE "DIFERENCIA DE SALDO" TO WS-DET-OBS
           END-IF.

           ADD 1 TO WS-CONT-DIFERENCIAS.
           MOVE WS-PRD-STOCK TO WS-DET-REGISTRADO.
           COMPUTE WS-PRD-DIFERENCIA = WS-PRD-STOCK - WS-PRD-SALDO.
           MOVE WS-PRD-DIFERENCIA TO WS-DET-DIFERENCIA.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE AFTER ADVANCING 1.
       040-FIN. EXIT.

      ******************************************************************
      * Segunda pasada: ajustes por conteo fisico cuya cantidad, en
      * valor absoluto, supera el umbral.
      ******************************************************************
       050-AJUSTES-SOBRE-UMBRAL.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           MOVE "AJUSTES POR CONTEO SOBRE EL UMBRAL" TO WS-SEC-GLOSA.
           WRITE REG-REP-CONCSTK FROM WS-SECCION AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-SUB-TITULO-2
               AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           IF WS-SW-LIBRO-ABIERTO NOT = "S"
               GO TO 050-FIN
           END-IF.

           MOVE SPACES TO SW-FIN.
           MOVE LOW-VALUES TO REG-MOV-CLAVE.
           START MOVSTOCK KEY IS NOT LESS THAN REG-MOV-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ MOVSTOCK NEXT RECORD INTO WS-REG-MOVSTOCK AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-MOV-TIPO = "A"
                   PERFORM 055-REVISA-AJUSTE THRU 055-FIN
               END-IF
           END-PERFORM.
       050-FIN. EXIT.

       055-REVISA-AJUSTE.
           IF WS-MOV-CANTIDAD < ZERO
               COMPUTE WS-PRD-ABSOLUTO = ZERO - WS-MOV-CANTIDAD
           ELSE
               MOVE WS-MOV-CANTIDAD TO WS-PRD-ABSOLUTO
           END-IF.
           IF WS-PRD-ABSOLUTO NOT > WS-SPA-UMBRAL
               GO TO 055-FIN
           END-IF.

           ADD 1 TO WS-CONT-AJUSTES.
           MOVE WS-MOV-FECHA TO WS-FECHA-GREG.
           MOVE "AJUSTE CONTEO  " TO WS-OBF-GLOSA.
           MOVE WS-DD-8 TO WS-OBF-DD.
           MOVE WS-MM-8 TO WS-OBF-MM.
           MOVE WS-AA-8 TO WS-OBF-AA.
           MOVE WS-OBS-FECHA TO WS-DET-OBS.
           MOVE WS-MOV-CODIGO TO WS-DET-CODIGO.
           COMPUTE WS-PRD-ANTERIOR = WS-MOV-SALDO - WS-MOV-CANTIDAD.
           MOVE WS-PRD-ANTERIOR TO WS-DET-CALCULADO.
           MOVE WS-MOV-SALDO TO WS-PRD-CONTEO.
           MOVE WS-PRD-CONTEO TO WS-DET-REGISTRADO.
           MOVE WS-MOV-CANTIDAD TO WS-DET-DIFERENCIA.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE AFTER ADVANCING 1.
       055-FIN. EXIT.

      ******************************************************************
      * Productos de STOCK.TXT sin ningun movimiento en el libro: no
      * hay con que recalcular su saldo (por ejemplo, los cargados
      * antes de que existiera el libro).
      ******************************************************************
       060-STOCK-SIN-LIBRO.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           MOVE "PRODUCTOS DE STOCK.TXT SIN MOVIMIENTOS EN EL LIBRO"
               TO WS-SEC-GLOSA.
           WRITE REG-REP-CONCSTK FROM WS-SECCION AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-SUB-TITULO-1
               AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           IF WS-SW-STOCK-ABIERTO NOT = "S"
               GO TO 060-FIN
           END-IF.

           MOVE SPACES TO SW-FIN.
           MOVE LOW-VALUES TO REG-STK-CODIGO.
           START STOCK KEY IS NOT LESS THAN REG-STK-CODIGO
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ STOCK NEXT RECORD INTO WS-REG-STOCK AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   PERFORM 062-BUSCA-EN-LIBRO THRU 062-FIN
               END-IF
           END-PERFORM.
       060-FIN. EXIT.

       062-BUSCA-EN-LIBRO.
           MOVE "N" TO WS-SW-CON-MOVS.
           IF WS-SW-LIBRO-ABIERTO = "S"
               MOVE WS-STK-CODIGO TO REG-MOV-CODIGO
               MOVE ZERO TO REG-MOV-FECHA REG-MOV-NUMERO
               START MOVSTOCK KEY IS NOT LESS THAN REG-MOV-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MOVSTOCK NEXT RECORD INTO WS-REG-MOVSTOCK
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WS-MOV-CODIGO = WS-STK-CODIGO
                                   MOVE "S" TO WS-SW-CON-MOVS
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WS-SW-CON-MOVS = "S"
               GO TO 062-FIN
           END-IF.

           ADD 1 TO WS-CONT-SIN-MOVS.
           MOVE WS-STK-CODIGO TO WS-DET-CODIGO.
           MOVE "NO CONCILIABLE" TO WS-DET-OBS.
           MOVE ZERO TO WS-DET-CALCULADO.
           MOVE WS-STK-SALDO TO WS-DET-REGISTRADO.
           MOVE WS-STK-SALDO TO WS-DET-DIFERENCIA.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE AFTER ADVANCING 1.
       062-FIN. EXIT.

       065-TOTALES.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           MOVE "PRODUCTOS CONCILIADOS          :" TO WS-CAN-GLOSA.
           MOVE WS-CONT-PRODUCTOS TO WS-CAN-VALOR.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE-CANT
               AFTER ADVANCING 1.
           MOVE "PRODUCTOS CON DIFERENCIA       :" TO WS-CAN-GLOSA.
           MOVE WS-CONT-DIFERENCIAS TO WS-CAN-VALOR.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE-CANT
               AFTER ADVANCING 1.
           MOVE "SALTOS EN EL LIBRO             :" TO WS-CAN-GLOSA.
           MOVE WS-CONT-SALTOS TO WS-CAN-VALOR.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE-CANT
               AFTER ADVANCING 1.
           MOVE "AJUSTES SOBRE EL UMBRAL        :" TO WS-CAN-GLOSA.
           MOVE WS-CONT-AJUSTES TO WS-CAN-VALOR.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE-CANT
               AFTER ADVANCING 1.
           MOVE "PRODUCTOS SIN MOVIMIENTOS      :" TO WS-CAN-GLOSA.
           MOVE WS-CONT-SIN-MOVS TO WS-CAN-VALOR.
           WRITE REG-REP-CONCSTK FROM WS-DETALLE-CANT
               AFTER ADVANCING 1.
           WRITE REG-REP-CONCSTK FROM WS-GUIONES AFTER ADVANCING 1.
           CLOSE REP-CONCSTK.
       065-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "STOCK040" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-PRODUCTOS TO WS-AUD-CONT-1.
           MOVE WS-CONT-DIFERENCIAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-AJUSTES TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
