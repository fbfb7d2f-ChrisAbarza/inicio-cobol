      ******************************************************************
      * Clausula SELECT del historico de notas por periodo academico,
      * usado por NOTAS030 (graba el periodo cerrado y limpia las
      * inscripciones) y por NOTAS010 (reimprime un periodo cerrado
      * cuando existe la solicitud NOTAHREQ.TXT). Secuencial, al
      * estilo de VENTAHIS.TXT con las ventas.
      ******************************************************************
           SELECT NOTAHIS ASSIGN TO "G:\cobol\archivos\NOTAHIS.TXT"
               FILE STATUS IS WS-NOTAHIS-STATUS.
