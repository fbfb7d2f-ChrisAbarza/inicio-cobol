      ******************************************************************
      * Desglose de campos de REG-MOVSTOCK (ver FDMOVST.CPY).
      ******************************************************************
       05  WS-MOV-CLAVE.
           10 WS-MOV-CODIGO            PIC X(08).
           10 WS-MOV-FECHA             PIC 9(06).
           10 WS-MOV-NUMERO            PIC 9(08).
       05  WS-MOV-TIPO                 PIC X(01).
       05  WS-MOV-CANTIDAD             PIC S9(06)
                                       SIGN IS LEADING SEPARATE.
       05  WS-MOV-SALDO                PIC 9(06).
       05  WS-MOV-DOCUMENTO            PIC 9(05).
       05  WS-MOV-LINEA                PIC 9(02).
       05  WS-MOV-HORA                 PIC 9(08).
