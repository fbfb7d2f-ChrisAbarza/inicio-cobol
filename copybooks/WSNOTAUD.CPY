       05  WS-NAU-PROGRAMA             PIC X(09).
       05  WS-NAU-FECHA                PIC 9(06).
       05  WS-NAU-HORA                 PIC 9(08).
       05  WS-NAU-CURSO                PIC X(10).
       05  WS-NAU-SECCION              PIC X(02).
       05  WS-NAU-OPERADOR             PIC X(08).
