      ******************************************************************
      * Registro del diario de pagos (PAGOS.TXT). PAGOS010 graba un
      * registro por cada partida de CARTERA.TXT a la que aplica un
      * pago: un pago que cubre varias boletas deja varios registros
      * con el mismo REG-PAG-RECIBO. REG-PAG-SALDO es el saldo de la
      * partida despues de aplicar el monto.
      ******************************************************************
       01  REG-PAGOS.
           05 REG-PAG-RECIBO          PIC 9(05).
           05 REG-PAG-FECHA           PIC 9(06).
           05 REG-PAG-HORA            PIC 9(08).
           05 REG-PAG-CLIENTE         PIC X(05).
           05 REG-PAG-NUMVENTA        PIC 9(05).
           05 REG-PAG-MONTO           PIC 9(09).
           05 REG-PAG-SALDO           PIC 9(09).
