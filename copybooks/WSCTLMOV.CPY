      ******************************************************************
      * Desglose de campos de REG-CTLMOVST (ver FDCTLMOV.CPY).
      ******************************************************************
       05  WS-CTM-ULTIMO-NUM           PIC 9(08).
