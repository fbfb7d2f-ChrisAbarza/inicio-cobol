      ******************************************************************
      * Clausula SELECT del maestro de operadores, compartida por
      * SIGNON010 (inicio de sesion de los programas interactivos) y
      * OPERA010 (mantencion). Indexado por identificador de operador.
      ******************************************************************
           SELECT OPERADOR ASSIGN TO "G:\cobol\archivos\OPERADOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OPE-ID
               FILE STATUS IS WS-OPERADOR-STATUS.
