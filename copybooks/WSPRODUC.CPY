           10 WS-PRO-PRECIO            PIC 9(06).
           10 WS-PRO-CATEGORIA         PIC X(10).
           10 WS-PRO-VIGENTE           PIC X(01).
           10 WS-PRO-EXENTO            PIC X(01).
           10 WS-PRO-PROVEEDOR         PIC X(05).
