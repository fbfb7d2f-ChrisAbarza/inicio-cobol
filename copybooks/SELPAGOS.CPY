      ******************************************************************
      * Clausula SELECT del diario de pagos de clientes, grabado por
      * PAGOS010 (un registro por cada aplicacion a una partida).
      ******************************************************************
           SELECT PAGOS ASSIGN TO "G:\cobol\archivos\PAGOS.TXT"
               FILE STATUS IS WS-PAGOS-STATUS.
