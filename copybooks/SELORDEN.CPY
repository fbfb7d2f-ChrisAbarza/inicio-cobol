      ******************************************************************
      * Clausula SELECT de las ordenes de compra, compartida por
      * STOCK020 (genera las ordenes en borrador desde los productos
      * bajo punto de reposicion), STOCK010 (recibe la mercaderia
      * contra la orden y linea) y ORDEN010 (informe de ordenes
      * abiertas y lineas atrasadas). Indexada por numero de orden y
      * linea, como VENTAS.TXT; la clave alterna por producto permite
      * saber si un producto ya tiene una orden en curso sin leer el
      * archivo completo, igual que el cliente en CARTERA.TXT.
      ******************************************************************
           SELECT ORDCOMPRA ASSIGN TO "G:\cobol\archivos\ORDCOMPRA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OC-CLAVE
               ALTERNATE RECORD KEY IS REG-OC-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDCOMPRA-STATUS.
