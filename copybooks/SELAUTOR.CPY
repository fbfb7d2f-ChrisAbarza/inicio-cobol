      ******************************************************************
      * Clausula SELECT de la tabla de autorizaciones por rol,
      * compartida por SIGNON010 (consulta) y OPERA010 (mantencion).
      * Indexada por programa + opcion + rol.
      ******************************************************************
           SELECT AUTORIZA ASSIGN TO "G:\cobol\archivos\AUTORIZA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AUT-CLAVE
               FILE STATUS IS WS-AUTORIZA-STATUS.
