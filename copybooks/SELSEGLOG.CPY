      ******************************************************************
      * Clausula SELECT de la bitacora de seguridad, grabada por
      * SIGNON010 y OPERA010 e informada por SEGUR010.
      ******************************************************************
           SELECT SEGLOG ASSIGN TO "G:\cobol\archivos\SEGLOG.TXT"
               FILE STATUS IS WS-SEGLOG-STATUS.
