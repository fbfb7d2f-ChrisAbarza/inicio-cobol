      ******************************************************************
      * Registro de control de correlativo del libro de movimientos de
      * stock (CTLMOVST.TXT). Contiene unicamente el ultimo numero de
      * movimiento asignado en MOVSTOCK.TXT.
      ******************************************************************
       01  REG-CTLMOVST                PIC X(08).
