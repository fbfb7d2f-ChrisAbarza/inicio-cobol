      ******************************************************************
      * Desglose de campos de REG-PAGOS (ver FDPAGOS.CPY).
      ******************************************************************
       05  WS-PAG-RECIBO               PIC 9(05).
       05  WS-PAG-FECHA                PIC 9(06).
       05  WS-PAG-HORA                 PIC 9(08).
       05  WS-PAG-CLIENTE              PIC X(05).
       05  WS-PAG-NUMVENTA             PIC 9(05).
       05  WS-PAG-MONTO                PIC 9(09).
       05  WS-PAG-SALDO                PIC 9(09).
