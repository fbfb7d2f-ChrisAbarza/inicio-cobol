      ******************************************************************
      * Clausula SELECT de los parametros de control de stock, leidos
      * por STOCK040 para la conciliacion del libro de movimientos.
      ******************************************************************
           SELECT STKPAR ASSIGN TO "G:\cobol\archivos\STKPAR.TXT"
               FILE STATUS IS WS-STKPAR-STATUS.
