      ******************************************************************
      * Desglose de campos de REG-BATCHREQ (ver FDBATREQ.CPY).
      ******************************************************************
       05  WS-BRQ-PASO                 PIC X(10).
       05  WS-BRQ-FORZAR               PIC X(01).
