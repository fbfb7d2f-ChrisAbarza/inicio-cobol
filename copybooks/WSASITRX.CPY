      ******************************************************************
      * Desglose de campos de REG-ASISTRX (ver FDASITRX.CPY).
      ******************************************************************
       05  WS-ATX-CURSO                PIC X(10).
       05  WS-ATX-SECCION              PIC X(02).
       05  WS-ATX-RUT                  PIC 9(09).
       05  WS-ATX-SESIONES             PIC 9(03).
