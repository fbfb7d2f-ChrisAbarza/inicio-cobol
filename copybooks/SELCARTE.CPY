      ******************************************************************
      * Clausula SELECT de la cartera de cuentas por cobrar, compartida
      * por COMERCIO (abre la partida de cada venta a cuenta), DEVOL010
      * (rebaja la partida con la nota de credito), PAGOS010 (aplica
      * los pagos) y ANTIG010 (antiguedad de saldos). Indexada por
      * numero de venta; la clave alterna por cliente permite recorrer
      * las partidas de un cliente sin leer el archivo completo, igual
      * que CURSO+SECCION en INSCRIP.TXT.
      ******************************************************************
           SELECT CARTERA ASSIGN TO "G:\cobol\archivos\CARTERA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CAR-NUMVENTA
               ALTERNATE RECORD KEY IS REG-CAR-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-CARTERA-STATUS.
