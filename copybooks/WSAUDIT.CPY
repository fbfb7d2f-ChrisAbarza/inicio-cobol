       05  WS-AUD-CONT-1               PIC 9(05).
       05  WS-AUD-CONT-2               PIC 9(05).
       05  WS-AUD-CONT-3               PIC 9(05).
       05  WS-AUD-OPERADOR             PIC X(08).
