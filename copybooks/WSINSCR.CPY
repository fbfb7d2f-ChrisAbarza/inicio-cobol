      ******************************************************************
      * Desglose de campos de REG-INSCRIP (ver FDINSCR.CPY).
      * WS-INS-RUT(9) WS-INS-CURSO(10) WS-INS-SECCION(2)
      * WS-INS-EVALUACIONES OCCURS 8 (3 c/u) = 45 chars.
      ******************************************************************
       05  WS-REG-INSCRIP.
           10 WS-INS-CLAVE.
               15 WS-INS-RUT       PIC 9(09).
               15 WS-INS-CURSO     PIC X(10).
               15 WS-INS-SECCION   PIC X(02).
           10 WS-INS-EVALUACIONES  PIC 9(03) OCCURS 8 TIMES.
