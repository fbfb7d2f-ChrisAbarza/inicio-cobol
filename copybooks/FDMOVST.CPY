      ******************************************************************
      * Registro del libro de movimientos de stock (MOVSTOCK.TXT), uno
      * por cada cambio del saldo de un producto en STOCK.TXT. La
      * clave es el producto, la fecha de proceso y el numero de
      * movimiento, correlativo unico del libro que lleva
      * CTLMOVST.TXT (ver FDCTLMOV.CPY): asi el orden de la clave es
      * el orden en que se grabaron los movimientos aunque el lote
      * nocturno se procese pasada la medianoche. La hora del reloj
      * (HHMMSSCC) queda solo como dato informativo.
      * REG-MOV-TIPO: "V" venta (COMERCIO), "D" devolucion (DEVOL010),
      * "R" recepcion contra orden de compra, "A" ajuste por conteo
      * fisico, "I" saldo inicial al dar de alta el stock y "E" baja
      * del registro de stock (los cuatro ultimos de STOCK010).
      * REG-MOV-CANTIDAD lleva el signo del movimiento (negativo en
      * ventas y bajas, y en ajustes que rebajan) y REG-MOV-SALDO el
      * saldo en que quedo el producto: el saldo anterior es siempre
      * REG-MOV-SALDO menos REG-MOV-CANTIDAD.
      * REG-MOV-DOCUMENTO y REG-MOV-LINEA identifican el origen: la
      * boleta y su linea en las ventas, la nota de credito en las
      * devoluciones, la orden de compra y su linea en las recepciones
      * (cero en ajustes, saldos iniciales y bajas).
      ******************************************************************
       01  REG-MOVSTOCK.
           05 REG-MOV-CLAVE.
               10 REG-MOV-CODIGO       PIC X(08).
               10 REG-MOV-FECHA        PIC 9(06).
               10 REG-MOV-NUMERO       PIC 9(08).
           05 REG-MOV-TIPO            PIC X(01).
           05 REG-MOV-CANTIDAD        PIC S9(06)
                                      SIGN IS LEADING SEPARATE.
           05 REG-MOV-SALDO           PIC 9(06).
           05 REG-MOV-DOCUMENTO       PIC 9(05).
           05 REG-MOV-LINEA           PIC 9(02).
           05 REG-MOV-HORA            PIC 9(08).
