      ******************************************************************
      * Registro de la cartera de cuentas por cobrar (CARTERA.TXT), una
      * partida por cada venta a cuenta aceptada por COMERCIO, con el
      * mismo numero de la boleta. REG-CAR-MONTO es el total original
      * de la boleta y REG-CAR-PLAZO los dias de plazo del cliente a la
      * fecha de la venta (el vencimiento es REG-CAR-FECHA mas el
      * plazo). REG-CAR-ABONOS acumula los pagos aplicados por
      * PAGOS010 y REG-CAR-CREDITOS las notas de credito de DEVOL010
      * sobre la boleta; REG-CAR-SALDO es lo que queda por cobrar.
      * REG-CAR-ESTADO "A" partida abierta, "C" cancelada (saldo cero);
      * REG-CAR-FECHA-ULT lleva la fecha del ultimo movimiento.
      ******************************************************************
       01  REG-CARTERA.
           05 REG-CAR-NUMVENTA        PIC 9(05).
           05 REG-CAR-CLIENTE         PIC X(05).
           05 REG-CAR-FECHA           PIC 9(06).
           05 REG-CAR-PLAZO           PIC 9(03).
           05 REG-CAR-MONTO           PIC 9(09).
           05 REG-CAR-ABONOS          PIC 9(09).
           05 REG-CAR-CREDITOS        PIC 9(09).
           05 REG-CAR-SALDO           PIC 9(09).
           05 REG-CAR-ESTADO          PIC X(01).
           05 REG-CAR-FECHA-ULT       PIC 9(06).
