      ******************************************************************
      * Solicitud del operador a BATCH010 (BATCHREQ.TXT). Un unico
      * registro, opcional, que se elimina tras leerlo:
      * REG-BRQ-PASO    nombre del programa desde el cual reanudar
      *                 (ese paso se vuelve a correr aunque figure
      *                 terminado); en blanco reanuda desde el primer
      *                 paso no cumplido.
      * REG-BRQ-FORZAR  "S" permite iniciar una fecha de proceso nueva
      *                 aunque la anterior haya quedado incompleta.
      ******************************************************************
       01  REG-BATCHREQ.
           05 REG-BRQ-PASO            PIC X(10).
           05 REG-BRQ-FORZAR          PIC X(01).
