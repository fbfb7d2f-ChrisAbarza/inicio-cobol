      ******************************************************************
      * Registro de ordenes de compra (ORDCOMPRA.TXT), indexado por
      * numero de orden mas numero de linea (clave REG-OC-CLAVE). Como
      * en VENTAS.TXT, la cabecera de la orden (numero, proveedor,
      * fecha de emision y fecha prometida de entrega) se repite en
      * cada linea, y la linea lleva el producto, las unidades pedidas
      * y las recibidas hasta la fecha. STOCK020 genera una orden por
      * proveedor preferido con los productos bajo punto de reposicion
      * (borrador que compras envia al proveedor) y STOCK010 acumula
      * en REG-OC-RECIBIDA cada recepcion de bodega contra la linea.
      * REG-OC-ESTADO de la linea: "A" abierta (nada recibido), "P"
      * parcial (recibido menos de lo pedido), "C" cerrada (recibido
      * todo). La orden esta abierta mientras tenga alguna linea no
      * cerrada. REG-OC-FECHA-ULT es la fecha de la ultima recepcion.
      ******************************************************************
       01  REG-ORDCOMPRA.
           05 REG-OC-CLAVE.
               10 REG-OC-NUMORDEN      PIC 9(05).
               10 REG-OC-LINEA         PIC 9(02).
           05 REG-OC-PROVEEDOR        PIC X(05).
           05 REG-OC-FECHA            PIC 9(06).
           05 REG-OC-FECHA-PROM       PIC 9(06).
           05 REG-OC-CODIGO           PIC X(08).
           05 REG-OC-PEDIDA           PIC 9(06).
           05 REG-OC-RECIBIDA         PIC 9(06).
           05 REG-OC-ESTADO           PIC X(01).
           05 REG-OC-FECHA-ULT        PIC 9(06).
