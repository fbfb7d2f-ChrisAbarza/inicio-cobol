      ******************************************************************
      * Desglose de campos de REG-PROVEEDOR (ver FDPROVE.CPY).
      ******************************************************************
       05  WS-REG-PROVEEDOR.
           10 WS-PRV-CODIGO            PIC X(05).
           10 WS-PRV-NOMBRE            PIC X(25).
           10 WS-PRV-VIGENTE           PIC X(01).
           10 WS-PRV-PLAZO             PIC 9(03).
