      ******************************************************************
       05  WS-HIS-PERIODO              PIC 9(04).
       05  WS-HIS-NUMVENTA             PIC 9(05).
       05  WS-HIS-LINEA                PIC 9(02).
       05  WS-HIS-CODIGO               PIC X(08).
       05  WS-HIS-NOMBRE               PIC X(25).
       05  WS-HIS-PRECIO               PIC 9(06).
       05  WS-HIS-CLIENTE              PIC X(05).
       05  WS-HIS-TIPO                 PIC X(01).
       05  WS-HIS-REFVENTA             PIC 9(05).
       05  WS-HIS-CANTIDAD             PIC 9(03).
       05  WS-HIS-MONTO                PIC 9(09).
       05  WS-HIS-REFLINEA             PIC 9(02).
       05  WS-HIS-EXENTO               PIC X(01).
       05  WS-HIS-TASA                 PIC 9(02)V99.
       05  WS-HIS-NETO                 PIC 9(09).
       05  WS-HIS-IVA                  PIC 9(09).
       05  WS-HIS-OPERADOR             PIC X(08).
