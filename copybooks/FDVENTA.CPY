      ******************************************************************
      * Registro maestro de ventas (VENTAS.TXT), indexado por numero
      * de venta mas numero de linea (clave primaria REG-VTA-CLAVE).
      * Cada venta es una boleta de una o mas lineas: la cabecera
      * (numero, fecha, cliente, tipo) se repite en cada linea y la
      * linea lleva el producto, la cantidad, el precio unitario y el
      * monto de la linea (cantidad por precio). Toda boleta tiene
      * linea 01, de modo que COMERCIO valida duplicados con lectura
      * directa de la clave numero + 01. Usado por COMERCIO (graba),
      * VENTAS010 (lee e informa) y VTACONV (carga inicial desde el
      * maestro secuencial antiguo). Lleva el codigo de producto
      * validado contra el catalogo PRODUCTO.TXT junto con la
      * anteriores a la apertura de clientes).
      * REG-VTA-TIPO distingue la venta normal ("V", o espacio en
      * registros antiguos) de la nota de credito por devolucion ("D")
      * que graba DEVOL010; en las devoluciones REG-VTA-REFVENTA y
      * REG-VTA-REFLINEA llevan la venta y la linea original revertida
      * y el monto se resta en los informes y cierres en lugar de
      * sumarse. Los totales se hacen siempre por REG-VTA-MONTO.
      * El monto es bruto (IVA incluido, como el precio de PRECIOS.TXT)
      * y se desglosa en REG-VTA-NETO y REG-VTA-IVA segun la tasa
      * vigente de IVAPAR.TXT a la fecha del documento, que queda en
      * REG-VTA-TASA. Una linea de producto exento (REG-PRO-EXENTO
      * = "S" en PRODUCTO.TXT) lleva REG-VTA-EXENTO = "S", tasa cero,
      * neto igual al monto e IVA cero. La nota de credito repite la
      * tasa y la marca de exento de la linea que revierte.
      * REG-VTA-OPERADOR identifica al operador que grabo la linea: el
      * que inicio sesion en COMERCIO o DEVOL010, el que reenvio la
      * boleta desde EXCVTA010, el informado en el lote de tienda, o
      * "BATCH" si el lote no lo trae.
      ******************************************************************
       01  REG-VENTAS.
           05 REG-VTA-CLAVE.
               10 REG-VTA-NUMVENTA     PIC 9(05).
               10 REG-VTA-LINEA        PIC 9(02).
           05 REG-VTA-CODIGO          PIC X(08).
           05 REG-VTA-NOMBRE          PIC X(25).
           05 REG-VTA-PRECIO          PIC 9(06).
           05 REG-VTA-CLIENTE         PIC X(05).
           05 REG-VTA-TIPO            PIC X(01).
           05 REG-VTA-REFVENTA        PIC 9(05).
           05 REG-VTA-CANTIDAD        PIC 9(03).
           05 REG-VTA-MONTO           PIC 9(09).
           05 REG-VTA-REFLINEA        PIC 9(02).
           05 REG-VTA-EXENTO          PIC X(01).
           05 REG-VTA-TASA            PIC 9(02)V99.
           05 REG-VTA-NETO            PIC 9(09).
           05 REG-VTA-IVA             PIC 9(09).
           05 REG-VTA-OPERADOR        PIC X(08).
