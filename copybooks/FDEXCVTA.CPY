      * por el flujo normal de COMERCIO, "A" anulada (el motivo pasa a
      * ser la razon de la anulacion); REG-EXC-FECHA-DISP lleva la
      * fecha de esa disposicion, para que nada se reenvie dos veces.
      * La boleta se acepta o rechaza entera: un rechazo graba un
      * registro por cada linea de la boleta (REG-EXC-LINEA, con su
      * REG-EXC-CANTIDAD), todos con el mismo numero de venta; la
      * linea que fallo lleva su motivo y las demas el de la boleta.
      * REG-EXC-CREDITO guarda la marca de venta a cuenta de la boleta
      * ("S"; "N" o espacio contado) para que EXCVTA010 la reenvie
      * con la misma condicion. REG-EXC-OPERADOR lleva el operador que
      * dio la disposicion en EXCVTA010 (espacios mientras el rechazo
      * esta pendiente).
      ******************************************************************
       01  REG-EXCVENTA.
           05 REG-EXC-NUMVENTA        PIC 9(05).
           05 REG-EXC-ESTADO          PIC X(01).
           05 REG-EXC-FECHA-DISP      PIC 9(06).
           05 REG-EXC-CLIENTE         PIC X(05).
           05 REG-EXC-LINEA           PIC 9(02).
           05 REG-EXC-CANTIDAD        PIC 9(03).
           05 REG-EXC-CREDITO         PIC X(01).
           05 REG-EXC-OPERADOR        PIC X(08).
