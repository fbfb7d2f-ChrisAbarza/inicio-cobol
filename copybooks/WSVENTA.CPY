      * Desglose de campos de REG-VENTAS (ver FDVENTA.CPY).
      ******************************************************************
       05  WS-VTA-NUMVENTA             PIC 9(05).
       05  WS-VTA-LINEA                PIC 9(02).
       05  WS-VTA-CODIGO               PIC X(08).
       05  WS-VTA-NOMBRE               PIC X(25).
       05  WS-VTA-PRECIO               PIC 9(06).
       05  WS-VTA-CLIENTE              PIC X(05).
       05  WS-VTA-TIPO                 PIC X(01).
       05  WS-VTA-REFVENTA             PIC 9(05).
       05  WS-VTA-CANTIDAD             PIC 9(03).
       05  WS-VTA-MONTO                PIC 9(09).
       05  WS-VTA-REFLINEA             PIC 9(02).
       05  WS-VTA-EXENTO               PIC X(01).
       05  WS-VTA-TASA                 PIC 9(02)V99.
       05  WS-VTA-NETO                 PIC 9(09).
       05  WS-VTA-IVA                  PIC 9(09).
       05  WS-VTA-OPERADOR             PIC X(08).
