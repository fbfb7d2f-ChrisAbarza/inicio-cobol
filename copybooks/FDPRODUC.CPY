      * COMERCIO para validar el codigo capturado en la venta y tomar
      * la descripcion oficial. REG-PRO-VIGENTE = "S" producto activo,
      * "N" inactivo (una venta con producto inactivo se rechaza).
      * REG-PRO-EXENTO = "S" producto exento de IVA: sus lineas de
      * venta no llevan impuesto; "N" (o espacio) afecto.
      * REG-PRO-PROVEEDOR es el proveedor preferido del producto
      * (codigo de PROVEEDOR.TXT, espacios si no tiene): STOCK020 le
      * pide el producto cuando queda bajo su punto de reposicion.
      ******************************************************************
       01  REG-PRODUCTOS.
           05 REG-PRO-CODIGO           PIC X(08).
           05 REG-PRO-PRECIO           PIC 9(06).
           05 REG-PRO-CATEGORIA        PIC X(10).
           05 REG-PRO-VIGENTE          PIC X(01).
           05 REG-PRO-EXENTO           PIC X(01).
           05 REG-PRO-PROVEEDOR        PIC X(05).
