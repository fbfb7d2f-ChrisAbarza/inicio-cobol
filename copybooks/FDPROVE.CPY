      ******************************************************************
      * Registro del maestro de proveedores (PROVEEDOR.TXT), indexado
      * por codigo de proveedor. Mantenido por PROVE010.
      * REG-PRV-VIGENTE = "S" proveedor activo, "N" inactivo (no se le
      * generan ordenes de compra). REG-PRV-PLAZO son los dias de
      * entrega habituales del proveedor: STOCK020 los suma a la fecha
      * de la orden para fijar la fecha prometida de cada linea.
      ******************************************************************
       01  REG-PROVEEDOR.
           05 REG-PRV-CODIGO           PIC X(05).
           05 REG-PRV-NOMBRE           PIC X(25).
           05 REG-PRV-VIGENTE          PIC X(01).
           05 REG-PRV-PLAZO            PIC 9(03).
