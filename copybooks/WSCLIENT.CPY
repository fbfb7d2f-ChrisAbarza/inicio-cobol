           10 WS-CLI-CODIGO            PIC X(05).
           10 WS-CLI-NOMBRE            PIC X(25).
           10 WS-CLI-VIGENTE           PIC X(01).
           10 WS-CLI-LIMITE            PIC 9(09).
           10 WS-CLI-PLAZO             PIC 9(03).
