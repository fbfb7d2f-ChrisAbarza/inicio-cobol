      ******************************************************************
      * Desglose de campos de REG-ALUMNOS (ver FDALUMNO.CPY).
      * WS-NOMBRE-ALUM(20) WS-RUT-ALUM(9) = 29 chars.
      ******************************************************************
       05  WS-REG-ALUMNOS.
           10 WS-NOMBRE-ALUM  PIC X(20).
           10 WS-RUT-ALUM     PIC 9(09).
