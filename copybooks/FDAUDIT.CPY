      * del programa, fecha/hora (estilo ACCEPT FROM DATE/TIME) y hasta
      * tres contadores cuyo significado depende del programa que
      * escribe (p.ej. en NOTAS010: alumnos/aprobados/reprobados; en
      * COMERCIO: ventas grabadas/rechazadas), y el operador que la
      * ejecuto: el que inicio sesion en los programas interactivos,
      * "BATCH" en los procesos por lote.
      ******************************************************************
       01  REG-AUDITLOG.
           05 REG-AUD-PROGRAMA        PIC X(08).
           05 REG-AUD-CONT-1          PIC 9(05).
           05 REG-AUD-CONT-2          PIC 9(05).
           05 REG-AUD-CONT-3          PIC 9(05).
           05 REG-AUD-OPERADOR        PIC X(08).
