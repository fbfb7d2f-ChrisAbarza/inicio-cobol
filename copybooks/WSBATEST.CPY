      ******************************************************************
      * Desglose de campos de REG-BATCHEST (ver FDBATEST.CPY).
      ******************************************************************
       05  WS-BES-FECHA                PIC 9(06).
       05  WS-BES-PASO                 PIC 9(01).
       05  WS-BES-PROGRAMA             PIC X(10).
       05  WS-BES-ESTADO               PIC X(01).
       05  WS-BES-INICIO               PIC 9(08).
       05  WS-BES-FIN                  PIC 9(08).
       05  WS-BES-RC                   PIC 9(03).
       05  WS-BES-RESULTADO            PIC X(10).
