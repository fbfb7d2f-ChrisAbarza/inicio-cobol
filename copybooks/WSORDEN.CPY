      ******************************************************************
      * Desglose de campos de REG-ORDCOMPRA (ver FDORDEN.CPY).
      ******************************************************************
       05  WS-OC-CLAVE.
           10 WS-OC-NUMORDEN           PIC 9(05).
           10 WS-OC-LINEA              PIC 9(02).
       05  WS-OC-PROVEEDOR             PIC X(05).
       05  WS-OC-FECHA                 PIC 9(06).
       05  WS-OC-FECHA-PROM            PIC 9(06).
       05  WS-OC-CODIGO                PIC X(08).
       05  WS-OC-PEDIDA                PIC 9(06).
       05  WS-OC-RECIBIDA              PIC 9(06).
       05  WS-OC-ESTADO                PIC X(01).
       05  WS-OC-FECHA-ULT             PIC 9(06).
