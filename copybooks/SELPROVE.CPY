      ******************************************************************
      * Clausula SELECT del maestro de proveedores, compartida por
      * PROVE010 (mantiene: alta, cambio y baja como CLIENT010 con los
      * clientes), PRODUC010 (valida el proveedor preferido de cada
      * producto), STOCK020 (agrupa por proveedor las ordenes de
      * compra que genera) y ORDEN010 (informe de ordenes abiertas).
      * Indexado por codigo de proveedor.
      ******************************************************************
           SELECT PROVEEDOR ASSIGN TO "G:\cobol\archivos\PROVEEDOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRV-CODIGO
               FILE STATUS IS WS-PROVEEDOR-STATUS.
