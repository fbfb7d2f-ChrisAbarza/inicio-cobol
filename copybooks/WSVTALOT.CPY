       05  WS-VTL-PRECIO                PIC 9(06).
       05  WS-VTL-NUMVENTA              PIC 9(05).
       05  WS-VTL-CLIENTE               PIC X(05).
       05  WS-VTL-CANTIDAD              PIC 9(03).
       05  WS-VTL-BOLETA                PIC 9(05).
       05  WS-VTL-CREDITO               PIC X(01).
       05  WS-VTL-OPERADOR              PIC X(08).
