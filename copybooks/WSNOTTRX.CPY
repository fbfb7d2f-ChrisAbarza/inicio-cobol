      * Desglose de campos de REG-NOTASTRX (ver FDNOTTRX.CPY).
      ******************************************************************
       05  WS-TRX-RUT                  PIC 9(09).
       05  WS-TRX-CURSO                PIC X(10).
       05  WS-TRX-SECCION              PIC X(02).
       05  WS-TRX-EVAL                 PIC 9(01).
       05  WS-TRX-NOTA                 PIC 9(03).
