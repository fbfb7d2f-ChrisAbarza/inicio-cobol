      ******************************************************************
      * Desglose de campos de REG-ASISTEN (ver FDASIST.CPY).
      ******************************************************************
       05  WS-REG-ASISTEN.
           10 WS-ASI-CLAVE.
               15 WS-ASI-CURSO         PIC X(10).
               15 WS-ASI-SECCION       PIC X(02).
               15 WS-ASI-RUT           PIC 9(09).
           10 WS-ASI-SESIONES          PIC 9(03).
           10 WS-ASI-FECHA             PIC 9(06).
