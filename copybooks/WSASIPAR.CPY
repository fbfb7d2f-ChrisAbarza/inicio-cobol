      ******************************************************************
      * Desglose de campos de REG-ASIPAR (ver FDASIPAR.CPY).
      ******************************************************************
       05  WS-APA-MINIMO               PIC 9(03).
