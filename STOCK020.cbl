      *           STOCKREP.TXT cada producto cuyo saldo quedo igual o
      *           bajo su punto de reposicion, con la descripcion
      *           oficial del catalogo PRODUCTO.TXT y las unidades
      *           faltantes para volver al punto. Con la misma lista
      *           genera las ordenes de compra en borrador en
      *           ORDCOMPRA.TXT, una por proveedor preferido del
      *           producto (PRODUCTO.TXT, validado contra
      *           PROVEEDOR.TXT), que compras revisa y envia: cada
      *           producto bajo el punto es una linea de la orden de su
      *           proveedor, por las unidades que faltan para volver al
      *           punto mas un punto completo (doble del punto menos el
      *           saldo), con fecha prometida igual a la fecha de
      *           proceso mas el plazo de entrega del proveedor. No se
      *           pide un producto que ya tiene una linea de orden
      *           abierta o parcial (EN CURSO), ni uno sin proveedor
      *           preferido vigente (SIN PROV). La columna ORDEN del
      *           informe muestra el numero de orden asignado o el
      *           motivo por el que no se pidio, y al pie se listan las
      *           ordenes generadas en la corrida. Si no existe
      *           STOCK.TXT el informe sale vacio y el programa termina
      *           sin error, igual que el resto del sistema cuando un
      *           archivo opcional no esta.
           COPY SELSTOCK.
           COPY SELPRODUC.
           COPY SELFECPRO.
           COPY SELPROVE.
           COPY SELORDEN.
           SELECT REP-STOCK ASSIGN TO "G:\cobol\archivos\STOCKREP.TXT".

       DATA DIVISION.
           COPY FDSTOCK.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  PROVEEDOR
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPROVE.

       FD  ORDCOMPRA
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDORDEN.

       FD  REP-STOCK
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  WS-STOCK-STATUS        PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PROVEEDOR-STATUS    PIC X(02) VALUE SPACES.
       01  WS-ORDCOMPRA-STATUS    PIC X(02) VALUE SPACES.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.
       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-AREA-PROVEEDOR.
           COPY WSPROVE.

       01  WS-REG-ORDCOMPRA.
           COPY WSORDEN.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-PRODUC-ABIERTO PIC X(01) VALUE "N".
           05 WS-SW-PROVE-ABIERTO  PIC X(01) VALUE "N".
           05 WS-SW-ORDEN-ABIERTO  PIC X(01) VALUE "N".
           05 WS-SW-EN-CURSO       PIC X(01) VALUE "N".
           05 WS-SW-FIN-ORDEN      PIC X(03) VALUE SPACES.
           05 WS-FECHA-8           PIC 9(06).
           05 WS-CONT-REVISADOS    PIC 9(05) VALUE ZERO.
           05 WS-CONT-BAJO-PUNTO   PIC 9(05) VALUE ZERO.
           05 WS-FALTANTE          PIC 9(06) VALUE ZERO.
           05 WS-CANT-PEDIR        PIC 9(06) VALUE ZERO.
           05 WS-ULT-ORDEN         PIC 9(05) VALUE ZERO.
           05 WS-CONT-ORDENES      PIC 9(05) VALUE ZERO.
           05 WS-CONT-LINEAS-OC    PIC 9(05) VALUE ZERO.
           05 WS-CONT-EN-CURSO     PIC 9(05) VALUE ZERO.
           05 WS-CONT-SIN-PROV     PIC 9(05) VALUE ZERO.
           05 WS-CONT-ERRORES      PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Ordenes abiertas en esta corrida, una por proveedor (otra mas
      * si la primera llega a 99 lineas). La linea nueva de un producto
      * va a la orden de su proveedor que aun tenga espacio.
      ******************************************************************
       01  WS-TABLA-ORDENES.
           05 WS-CANT-OC           PIC 9(03) VALUE ZERO.
           05 WS-TOC-ORDEN OCCURS 100 TIMES.
               10 WS-TOC-PROVEEDOR PIC X(05).
               10 WS-TOC-NOMBRE    PIC X(25).
               10 WS-TOC-NUMORDEN  PIC 9(05).
               10 WS-TOC-LINEAS    PIC 9(02).
               10 WS-TOC-FECHA-PROM PIC 9(06).
       01  WS-SUB-OC               PIC 9(03) VALUE ZERO.
       01  WS-MAX-OC               PIC 9(03) VALUE 100.

       01  WS-MARCA-OC.
           05 FILLER               PIC X(03) VALUE "OC ".
           05 WS-MARCA-NUMORDEN    PIC 9(05).

      ******************************************************************
      * Fecha prometida: fecha de proceso mas el plazo de entrega del
      * proveedor, pasando de mes (y de anio) cuando los dias superan
      * los del mes. Febrero tiene 29 dias en los anios multiplos de 4.
      ******************************************************************
       01  WS-DIAS-DEL-MES         PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-TABLA-DIAS-MES REDEFINES WS-DIAS-DEL-MES.
           05 WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
       01  WS-FECHA-PROM.
           05 WS-PROM-AA           PIC 9(02).
           05 WS-PROM-MM           PIC 9(02).
           05 WS-PROM-DD           PIC 9(02).
       01  WS-PROM-DIAS            PIC 9(04) VALUE ZERO.
       01  WS-PROM-TOPE            PIC 9(02) VALUE ZERO.
       01  WS-PROM-AUX             PIC 9(02) VALUE ZERO.
       01  WS-PROM-RESTO           PIC 9(01) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 FILLER               PIC X(08) VALUE "PUNTO".
           05 FILLER               PIC X(02) VALUES SPACES.
           05 FILLER               PIC X(07) VALUE "FALTAN".
           05 FILLER               PIC X(08) VALUE "ORDEN".

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-PUNTO         PIC ZZZZZ9.
           05 FILLER               PIC X(04) VALUES SPACES.
           05 WS-DET-FALTAN        PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-ORDEN         PIC X(08).

       01  WS-DET-CIFRA.
           05 FILLER               PIC X(01).
           05 WS-DET-CANT          PIC ZZZZ9.
           05 FILLER               PIC X(37) VALUES SPACES.

       01  WS-TIT-ORDENES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(40)
                       VALUES "ORDENES DE COMPRA GENERADAS".
           05 FILLER               PIC X(32) VALUES SPACES.

       01  WS-SUB-TITULO-2.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(07) VALUE "ORDEN".
           05 FILLER               PIC X(07) VALUE "PROVEED".
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(25) VALUE "NOMBRE".
           05 FILLER               PIC X(08) VALUE "LINEAS".
           05 FILLER               PIC X(10) VALUE "PROMETIDA".
           05 FILLER               PIC X(14) VALUES SPACES.

       01  WS-DET-ORDEN-GEN.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DOG-NUMORDEN      PIC 9(05).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DOG-PROVEEDOR     PIC X(05).
           05 FILLER               PIC X(03) VALUES SPACES.
           05 WS-DOG-NOMBRE        PIC X(25).
           05 FILLER               PIC X(03) VALUES SPACES.
           05 WS-DOG-LINEAS        PIC ZZ9.
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DOG-DD            PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-DOG-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-DOG-AA            PIC 9(02).
           05 FILLER               PIC X(16) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           PERFORM 040-PROCESO THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN".
           PERFORM 060-ESCRIBIR-FOOT THRU 060-FIN.
           PERFORM 065-ESCRIBIR-ORDENES THRU 065-FIN.
           PERFORM 100-CERRAR-DOC THRU 100-FIN.
           IF WS-CONT-ERRORES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       015-LEER-FECHA-PROCESO.
           IF WS-PRODUCTOS-STATUS = "00"
               MOVE "S" TO WS-SW-PRODUC-ABIERTO
           END-IF.
           OPEN INPUT PROVEEDOR.
           IF WS-PROVEEDOR-STATUS = "00"
               MOVE "S" TO WS-SW-PROVE-ABIERTO
           END-IF.
           OPEN I-O ORDCOMPRA.
           IF WS-ORDCOMPRA-STATUS = "35"
               CLOSE ORDCOMPRA
               OPEN OUTPUT ORDCOMPRA
               CLOSE ORDCOMPRA
               OPEN I-O ORDCOMPRA
           END-IF.
           IF WS-ORDCOMPRA-STATUS = "00"
               MOVE "S" TO WS-SW-ORDEN-ABIERTO
               PERFORM 025-ULTIMA-ORDEN THRU 025-FIN
           ELSE
               DISPLAY "NO SE PUDO ABRIR ORDCOMPRA.TXT - NO SE"
                       " GENERAN ORDENES DE COMPRA"
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           OPEN INPUT STOCK.
           IF WS-STOCK-STATUS = "00"
               MOVE SPACES TO REG-STK-CODIGO
           END-IF.
       020-FIN. EXIT.

      ******************************************************************
      * El numero de las ordenes nuevas sigue al mayor ya usado: la
      * lectura por clave primaria entrega la ultima orden al final.
      ******************************************************************
       025-ULTIMA-ORDEN.
           MOVE ZERO TO WS-ULT-ORDEN.
           MOVE SPACES TO WS-SW-FIN-ORDEN.
           MOVE LOW-VALUES TO REG-OC-CLAVE.
           START ORDCOMPRA KEY IS NOT LESS THAN REG-OC-CLAVE
               INVALID KEY MOVE "FIN" TO WS-SW-FIN-ORDEN
           END-START.
           PERFORM UNTIL WS-SW-FIN-ORDEN = "FIN"
               READ ORDCOMPRA NEXT RECORD AT END
                    MOVE "FIN" TO WS-SW-FIN-ORDEN
               END-READ
               IF WS-SW-FIN-ORDEN NOT = "FIN"
                   MOVE REG-OC-NUMORDEN TO WS-ULT-ORDEN
               END-IF
           END-PERFORM.
       025-FIN. EXIT.

       030-ESCRIBIR-TITULO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           MOVE WS-STK-PUNTO TO WS-DET-PUNTO.
           COMPUTE WS-FALTANTE = WS-STK-PUNTO - WS-STK-SALDO.
           MOVE WS-FALTANTE TO WS-DET-FALTAN.
           PERFORM 046-GENERA-LINEA-OC THRU 046-FIN.
           WRITE REG-REP-STOCK FROM WS-DETALLE AFTER ADVANCING 1.
       045-FIN. EXIT.

      ******************************************************************
      * Agrega el producto bajo el punto a la orden de su proveedor
      * preferido y deja en WS-DET-ORDEN el numero de orden o el
      * motivo por el que no se pidio.
      ******************************************************************
       046-GENERA-LINEA-OC.
           MOVE SPACES TO WS-DET-ORDEN.
           IF WS-SW-ORDEN-ABIERTO NOT = "S"
               GO TO 046-FIN
           END-IF.

           PERFORM 047-BUSCA-EN-CURSO THRU 047-FIN.
           IF WS-SW-EN-CURSO = "S"
               MOVE "EN CURSO" TO WS-DET-ORDEN
               ADD 1 TO WS-CONT-EN-CURSO
               GO TO 046-FIN
           END-IF.

           IF WS-PRO-PROVEEDOR = SPACES
               OR WS-SW-PROVE-ABIERTO NOT = "S"
               MOVE "SIN PROV" TO WS-DET-ORDEN
               ADD 1 TO WS-CONT-SIN-PROV
               GO TO 046-FIN
           END-IF.
           MOVE WS-PRO-PROVEEDOR TO REG-PRV-CODIGO.
           READ PROVEEDOR INTO WS-REG-PROVEEDOR
               INVALID KEY
                   MOVE "N" TO WS-PRV-VIGENTE
           END-READ.
           IF WS-PRV-VIGENTE NOT = "S"
               MOVE "SIN PROV" TO WS-DET-ORDEN
               ADD 1 TO WS-CONT-SIN-PROV
               GO TO 046-FIN
           END-IF.

           COMPUTE WS-CANT-PEDIR = WS-STK-PUNTO * 2 - WS-STK-SALDO.
           IF WS-CANT-PEDIR = ZERO
               MOVE "PUNTO 0" TO WS-DET-ORDEN
               GO TO 046-FIN
           END-IF.

           PERFORM 048-UBICA-ORDEN THRU 048-FIN.
           IF WS-SUB-OC = ZERO
               MOVE "SIN CUPO" TO WS-DET-ORDEN
               GO TO 046-FIN
           END-IF.

           ADD 1 TO WS-TOC-LINEAS (WS-SUB-OC).
           MOVE WS-TOC-NUMORDEN (WS-SUB-OC) TO WS-OC-NUMORDEN.
           MOVE WS-TOC-LINEAS (WS-SUB-OC) TO WS-OC-LINEA.
           MOVE WS-TOC-PROVEEDOR (WS-SUB-OC) TO WS-OC-PROVEEDOR.
           MOVE WS-FECHA-PROCESO TO WS-OC-FECHA.
           MOVE WS-TOC-FECHA-PROM (WS-SUB-OC) TO WS-OC-FECHA-PROM.
           MOVE WS-STK-CODIGO TO WS-OC-CODIGO.
           MOVE WS-CANT-PEDIR TO WS-OC-PEDIDA.
           MOVE ZERO TO WS-OC-RECIBIDA.
           MOVE "A" TO WS-OC-ESTADO.
           MOVE ZERO TO WS-OC-FECHA-ULT.
           WRITE REG-ORDCOMPRA FROM WS-REG-ORDCOMPRA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR ORDEN " WS-OC-NUMORDEN
                           " LINEA " WS-OC-LINEA
                   SUBTRACT 1 FROM WS-TOC-LINEAS (WS-SUB-OC)
                   ADD 1 TO WS-CONT-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-LINEAS-OC
                   MOVE WS-OC-NUMORDEN TO WS-MARCA-NUMORDEN
                   MOVE WS-MARCA-OC TO WS-DET-ORDEN
           END-WRITE.
       046-FIN. EXIT.

      ******************************************************************
      * Un producto esta en curso si alguna de sus lineas de orden
      * (clave alterna por producto) sigue abierta o parcial.
      ******************************************************************
       047-BUSCA-EN-CURSO.
           MOVE "N" TO WS-SW-EN-CURSO.
           MOVE SPACES TO WS-SW-FIN-ORDEN.
           MOVE WS-STK-CODIGO TO REG-OC-CODIGO.
           START ORDCOMPRA KEY IS EQUAL TO REG-OC-CODIGO
               INVALID KEY
                   GO TO 047-FIN
           END-START.
           PERFORM UNTIL WS-SW-FIN-ORDEN = "FIN"
               READ ORDCOMPRA NEXT RECORD AT END
                    MOVE "FIN" TO WS-SW-FIN-ORDEN
               END-READ
               IF WS-SW-FIN-ORDEN NOT = "FIN"
                   IF REG-OC-CODIGO NOT = WS-STK-CODIGO
                       MOVE "FIN" TO WS-SW-FIN-ORDEN
                   ELSE
                       IF REG-OC-ESTADO NOT = "C"
                           MOVE "S" TO WS-SW-EN-CURSO
                           MOVE "FIN" TO WS-SW-FIN-ORDEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       047-FIN. EXIT.

      ******************************************************************
      * Ubica la orden de la corrida del proveedor con espacio para
      * una linea mas, o abre una nueva con el numero siguiente. Deja
      * WS-SUB-OC en cero si la tabla de ordenes esta llena.
      ******************************************************************
       048-UBICA-ORDEN.
           PERFORM VARYING WS-SUB-OC FROM 1 BY 1
                   UNTIL WS-SUB-OC > WS-CANT-OC
               IF WS-TOC-PROVEEDOR (WS-SUB-OC) = WS-PRV-CODIGO
                   AND WS-TOC-LINEAS (WS-SUB-OC) < 99
                   GO TO 048-FIN
               END-IF
           END-PERFORM.

           IF WS-CANT-OC NOT < WS-MAX-OC
               MOVE ZERO TO WS-SUB-OC
               GO TO 048-FIN
           END-IF.
           ADD 1 TO WS-CANT-OC.
           MOVE WS-CANT-OC TO WS-SUB-OC.
           ADD 1 TO WS-ULT-ORDEN.
           ADD 1 TO WS-CONT-ORDENES.
           MOVE WS-PRV-CODIGO TO WS-TOC-PROVEEDOR (WS-SUB-OC).
           MOVE WS-PRV-NOMBRE TO WS-TOC-NOMBRE (WS-SUB-OC).
           MOVE WS-ULT-ORDEN TO WS-TOC-NUMORDEN (WS-SUB-OC).
           MOVE ZERO TO WS-TOC-LINEAS (WS-SUB-OC).
           PERFORM 055-FECHA-PROMETIDA THRU 055-FIN.
           MOVE WS-FECHA-PROM TO WS-TOC-FECHA-PROM (WS-SUB-OC).
       048-FIN. EXIT.

       050-BUSCA-DESCRIPCION.
           MOVE "*SIN CATALOGO*" TO WS-DET-PRODUCTO.
           MOVE SPACES TO WS-REG-PRODUCTOS.
           IF WS-SW-PRODUC-ABIERTO = "S"
               MOVE WS-STK-CODIGO TO REG-PRO-CODIGO
               READ PRODUCTOS INTO WS-REG-PRODUCTOS
           END-IF.
       050-FIN. EXIT.

       055-FECHA-PROMETIDA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROM.
           MOVE WS-PROM-DD TO WS-PROM-DIAS.
           IF WS-PRV-PLAZO NUMERIC
               ADD WS-PRV-PLAZO TO WS-PROM-DIAS
           END-IF.
           PERFORM 056-DIAS-MES THRU 056-FIN.
           PERFORM UNTIL WS-PROM-DIAS NOT > WS-PROM-TOPE
               SUBTRACT WS-PROM-TOPE FROM WS-PROM-DIAS
               ADD 1 TO WS-PROM-MM
               IF WS-PROM-MM > 12
                   MOVE 1 TO WS-PROM-MM
                   ADD 1 TO WS-PROM-AA
               END-IF
               PERFORM 056-DIAS-MES THRU 056-FIN
           END-PERFORM.
           MOVE WS-PROM-DIAS TO WS-PROM-DD.
       055-FIN. EXIT.

       056-DIAS-MES.
           MOVE WS-DIAS-MES (WS-PROM-MM) TO WS-PROM-TOPE.
           IF WS-PROM-MM = 2
               DIVIDE WS-PROM-AA BY 4 GIVING WS-PROM-AUX
                      REMAINDER WS-PROM-RESTO
               IF WS-PROM-RESTO = ZERO
                   MOVE 29 TO WS-PROM-TOPE
               END-IF
           END-IF.
       056-FIN. EXIT.

       060-ESCRIBIR-FOOT.
           WRITE REG-REP-STOCK FROM WS-GUIONES AFTER ADVANCING 1.

           MOVE "BAJO PUNTO DE REPOSICION   :" TO WS-DET-GLOSA.
           MOVE WS-CONT-BAJO-PUNTO TO WS-DET-CANT.
           WRITE REG-REP-STOCK FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "CON ORDEN DE COMPRA EN CURSO:" TO WS-DET-GLOSA.
           MOVE WS-CONT-EN-CURSO TO WS-DET-CANT.
           WRITE REG-REP-STOCK FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "SIN PROVEEDOR PREFERIDO    :" TO WS-DET-GLOSA.
           MOVE WS-CONT-SIN-PROV TO WS-DET-CANT.
           WRITE REG-REP-STOCK FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "ORDENES DE COMPRA GENERADAS:" TO WS-DET-GLOSA.
           MOVE WS-CONT-ORDENES TO WS-DET-CANT.
           WRITE REG-REP-STOCK FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "LINEAS DE ORDEN GENERADAS  :" TO WS-DET-GLOSA.
           MOVE WS-CONT-LINEAS-OC TO WS-DET-CANT.
           WRITE REG-REP-STOCK FROM WS-DET-CIFRA AFTER ADVANCING 1.
       060-FIN. EXIT.

       065-ESCRIBIR-ORDENES.
           IF WS-CANT-OC = ZERO
               GO TO 065-FIN
           END-IF.
           WRITE REG-REP-STOCK FROM WS-TIT-ORDENES AFTER ADVANCING 2.
           WRITE REG-REP-STOCK FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-STOCK FROM WS-SUB-TITULO-2 AFTER ADVANCING 1.
           WRITE REG-REP-STOCK FROM WS-GUIONES AFTER ADVANCING 1.
           PERFORM VARYING WS-SUB-OC FROM 1 BY 1
                   UNTIL WS-SUB-OC > WS-CANT-OC
               MOVE WS-TOC-NUMORDEN (WS-SUB-OC) TO WS-DOG-NUMORDEN
               MOVE WS-TOC-PROVEEDOR (WS-SUB-OC) TO WS-DOG-PROVEEDOR
               MOVE WS-TOC-NOMBRE (WS-SUB-OC) TO WS-DOG-NOMBRE
               MOVE WS-TOC-LINEAS (WS-SUB-OC) TO WS-DOG-LINEAS
               MOVE WS-TOC-FECHA-PROM (WS-SUB-OC) TO WS-FECHA-PROM
               MOVE WS-PROM-DD TO WS-DOG-DD
               MOVE WS-PROM-MM TO WS-DOG-MM
               MOVE WS-PROM-AA TO WS-DOG-AA
               WRITE REG-REP-STOCK FROM WS-DET-ORDEN-GEN
                     AFTER ADVANCING 1
           END-PERFORM.
       065-FIN. EXIT.

       100-CERRAR-DOC.
           CLOSE REP-STOCK.
           IF WS-STOCK-STATUS NOT = "35"
           IF WS-SW-PRODUC-ABIERTO = "S"
               CLOSE PRODUCTOS
           END-IF.
           IF WS-SW-PROVE-ABIERTO = "S"
               CLOSE PROVEEDOR
           END-IF.
           IF WS-SW-ORDEN-ABIERTO = "S"
               CLOSE ORDCOMPRA
           END-IF.
       100-FIN. EXIT.
