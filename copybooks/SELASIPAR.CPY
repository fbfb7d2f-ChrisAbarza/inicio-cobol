      ******************************************************************
      * Clausula SELECT de los parametros de asistencia, leidos por
      * NOTAS010, CERT010 y NOTAS030 para la regla de asistencia minima.
      ******************************************************************
           SELECT ASIPAR ASSIGN TO "G:\cobol\archivos\ASIPAR.TXT"
               FILE STATUS IS WS-ASIPAR-STATUS.
