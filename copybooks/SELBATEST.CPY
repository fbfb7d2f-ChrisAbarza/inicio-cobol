      ******************************************************************
      * Clausula SELECT del estado de ejecucion de la cadena nocturna
      * BATCH010 (ver FDBATEST.CPY).
      ******************************************************************
           SELECT BATCHEST ASSIGN TO "G:\cobol\archivos\BATCHEST.TXT"
               FILE STATUS IS WS-BATCHEST-STATUS.
