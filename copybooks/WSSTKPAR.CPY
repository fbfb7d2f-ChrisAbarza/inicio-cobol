      ******************************************************************
      * Desglose de campos de REG-STKPAR (ver FDSTKPAR.CPY).
      ******************************************************************
       05  WS-SPA-UMBRAL               PIC 9(06).
