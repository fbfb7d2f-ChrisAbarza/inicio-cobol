      ******************************************************************
      * Clausula SELECT del archivo de transacciones de asistencia,
      * leido por ASIST010 para la carga masiva contra ASISTEN.TXT.
      ******************************************************************
           SELECT ASISTRX ASSIGN TO "G:\cobol\archivos\ASISTRX.TXT"
               FILE STATUS IS WS-ASISTRX-STATUS.
