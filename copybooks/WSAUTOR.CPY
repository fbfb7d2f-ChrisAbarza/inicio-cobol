      ******************************************************************
      * Desglose de campos de REG-AUTORIZA (ver FDAUTOR.CPY).
      ******************************************************************
       05  WS-AUT-PROGRAMA             PIC X(10).
       05  WS-AUT-OPCION               PIC X(02).
       05  WS-AUT-ROL                  PIC X(04).
