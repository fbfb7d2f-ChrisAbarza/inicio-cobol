      ******************************************************************
      * Registro de estado de la cadena BATCH010 (BATCHEST.TXT). Un
      * registro por paso (1 COPIA010 a 7 FECHA010) de la fecha de
      * proceso en curso, con la hora de inicio y de termino y el
      * codigo de condicion. REG-BES-ESTADO: espacio pendiente (nunca
      * corrio o se omitio por un paso previo fallido), "E" iniciado
      * sin terminar, "T" terminado con codigo menor a 8, "F" fallido
      * con codigo 8 o mas, "O" omitido por dia cerrado antes del
      * lote. Los pasos "T" y "O" se dan por cumplidos al reanudar.
      * BATCH010 reescribe el archivo completo al iniciar y al
      * terminar cada paso, igual que el checkpoint de NOTAS010.
      ******************************************************************
       01  REG-BATCHEST.
           05 REG-BES-FECHA           PIC 9(06).
           05 REG-BES-PASO            PIC 9(01).
           05 REG-BES-PROGRAMA        PIC X(10).
           05 REG-BES-ESTADO          PIC X(01).
           05 REG-BES-INICIO          PIC 9(08).
           05 REG-BES-FIN             PIC 9(08).
           05 REG-BES-RC              PIC 9(03).
           05 REG-BES-RESULTADO       PIC X(10).
