      ******************************************************************
      * Desglose de campos de REG-OPERADOR (ver FDOPER.CPY).
      ******************************************************************
       05  WS-REG-OPERADOR.
           10 WS-OPE-ID                PIC X(08).
           10 WS-OPE-NOMBRE            PIC X(30).
           10 WS-OPE-CLAVE             PIC X(08).
           10 WS-OPE-ACTIVO            PIC X(01).
           10 WS-OPE-ROL               PIC X(04).
