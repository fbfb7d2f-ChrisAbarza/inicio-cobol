      * COMERCIO para validar el codigo capturado en la venta.
      * REG-CLI-VIGENTE = "S" cliente activo, "N" inactivo (una venta
      * con cliente inactivo se rechaza).
      * REG-CLI-LIMITE es el cupo de credito en pesos (cero = cliente
      * solo de contado) y REG-CLI-PLAZO los dias de plazo de pago de
      * sus ventas a cuenta; COMERCIO rechaza la venta a cuenta que
      * deje la deuda abierta en CARTERA.TXT por sobre el cupo.
      ******************************************************************
       01  REG-CLIENTES.
           05 REG-CLI-CODIGO           PIC X(05).
           05 REG-CLI-NOMBRE           PIC X(25).
           05 REG-CLI-VIGENTE          PIC X(01).
           05 REG-CLI-LIMITE           PIC 9(09).
           05 REG-CLI-PLAZO            PIC 9(03).
