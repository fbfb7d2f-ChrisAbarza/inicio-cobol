      * abierto y FECHA010 solo avanza la fecha de proceso con el dia
      * formalmente cerrado, de modo que ninguna venta tardia entre
      * despues de la conciliacion de CONCIL010. BATCH010 cierra el
      * dia tras procesar el lote de ventas (y solo lo reabre al
      * reanudar una fecha cuyo lote de ventas quedo pendiente tras
      * cerrarlo la propia cadena) y FECHA010 deja el dia nuevo
      * cerrado hasta que DIA010 lo abra. Si el archivo no
      * existe el sistema opera sin control de dia, igual que con
      * FECPROC.TXT ausente.
      ******************************************************************
