      ******************************************************************
      * Desglose de campos de REG-SEGLOG (ver FDSEGLOG.CPY).
      ******************************************************************
       05  WS-SEG-FECHA                PIC 9(06).
       05  WS-SEG-HORA                 PIC 9(08).
       05  WS-SEG-OPERADOR             PIC X(08).
       05  WS-SEG-PROGRAMA             PIC X(10).
       05  WS-SEG-OPCION               PIC X(02).
       05  WS-SEG-TIPO                 PIC X(01).
       05  WS-SEG-MOTIVO               PIC X(20).
