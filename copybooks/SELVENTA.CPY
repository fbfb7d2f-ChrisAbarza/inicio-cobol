      ******************************************************************
      * Clausula SELECT del maestro de ventas, compartida por COMERCIO,
      * VENTAS010 y VTACONV para que todos accedan al mismo archivo
      * indexado por numero de venta y linea de boleta (al estilo de
      * ALUMNO.TXT con el RUT). El acceso directo reemplaza el
      * recorrido secuencial completo que hacia la validacion de
      * duplicados.
      ******************************************************************
           SELECT VENTAS ASSIGN TO "G:\cobol\archivos\VENTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VTA-CLAVE
               FILE STATUS IS WS-VENTAS-STATUS.
