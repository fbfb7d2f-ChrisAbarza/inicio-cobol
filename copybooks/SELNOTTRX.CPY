      ******************************************************************
      * Clausula SELECT del archivo de transacciones de notas, leido
      * por NOTAS020 para la carga masiva contra INSCRIP.TXT.
      ******************************************************************
           SELECT NOTASTRX ASSIGN TO "G:\cobol\archivos\NOTASTRX.TXT"
               FILE STATUS IS WS-NOTASTRX-STATUS.
