      ******************************************************************
      * Desglose de campos de REG-IVAPAR (ver FDIVAPAR.CPY).
      ******************************************************************
       05  WS-IVA-VIGENCIA             PIC 9(06).
       05  WS-IVA-TASA                 PIC 9(02)V99.
