      ******************************************************************
      * Clausula SELECT del libro de movimientos de stock, compartida
      * por COMERCIO (ventas), DEVOL010 (devoluciones) y STOCK010
      * (saldo inicial, recepciones, ajustes por conteo y bajas), que
      * graban un movimiento por cada cambio de REG-STK-SALDO, y por
      * STOCK030 (kardex mensual) y STOCK040 (conciliacion contra
      * STOCK.TXT), que lo leen. Indexado por producto, fecha y
      * numero de movimiento: la lectura por clave entrega los
      * movimientos de cada producto en el orden en que se grabaron,
      * sin ordenar el archivo.
      ******************************************************************
           SELECT MOVSTOCK ASSIGN TO "G:\cobol\archivos\MOVSTOCK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MOV-CLAVE
               FILE STATUS IS WS-MOVSTOCK-STATUS.
