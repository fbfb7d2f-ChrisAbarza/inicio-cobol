      ******************************************************************
      * Clausula SELECT de la tabla de tasas de IVA, leida por COMERCIO
      * para desglosar cada linea de venta y por VTACONV4 en la carga
      * del desglose de las ventas existentes.
      ******************************************************************
           SELECT IVAPAR ASSIGN TO "G:\cobol\archivos\IVAPAR.TXT"
               FILE STATUS IS WS-IVAPAR-STATUS.
