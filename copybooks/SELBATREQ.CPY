      ******************************************************************
      * Clausula SELECT de la solicitud del operador a BATCH010 (ver
      * FDBATREQ.CPY).
      ******************************************************************
           SELECT BATCHREQ ASSIGN TO "G:\cobol\archivos\BATCHREQ.TXT"
               FILE STATUS IS WS-BATCHREQ-STATUS.
