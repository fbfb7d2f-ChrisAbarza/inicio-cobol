      * REG-STK-SALDO es el saldo en unidades a la fecha; REG-STK-PUNTO
      * es el punto de reposicion bajo el cual STOCK020 pide comprar.
      * Lo mantiene STOCK010 (recepciones y ajustes) y lo rebaja
      * COMERCIO en la cantidad de cada linea de boleta aceptada; una
      * boleta que pide mas unidades que el saldo se rechaza entera a
      * EXCVENTA.TXT.
      ******************************************************************
       01  REG-STOCK.
           05 REG-STK-CODIGO           PIC X(08).
