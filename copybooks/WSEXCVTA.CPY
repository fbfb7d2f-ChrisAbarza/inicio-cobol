       05  WS-EXC-ESTADO               PIC X(01).
       05  WS-EXC-FECHA-DISP           PIC 9(06).
       05  WS-EXC-CLIENTE              PIC X(05).
       05  WS-EXC-LINEA                PIC 9(02).
       05  WS-EXC-CANTIDAD             PIC 9(03).
       05  WS-EXC-CREDITO              PIC X(01).
       05  WS-EXC-OPERADOR             PIC X(08).
