      ******************************************************************
      * Desglose de campos de REG-CARTERA (ver FDCARTE.CPY).
      ******************************************************************
       05  WS-CAR-NUMVENTA             PIC 9(05).
       05  WS-CAR-CLIENTE              PIC X(05).
       05  WS-CAR-FECHA                PIC 9(06).
       05  WS-CAR-PLAZO                PIC 9(03).
       05  WS-CAR-MONTO                PIC 9(09).
       05  WS-CAR-ABONOS               PIC 9(09).
       05  WS-CAR-CREDITOS             PIC 9(09).
       05  WS-CAR-SALDO                PIC 9(09).
       05  WS-CAR-ESTADO               PIC X(01).
       05  WS-CAR-FECHA-ULT            PIC 9(06).
