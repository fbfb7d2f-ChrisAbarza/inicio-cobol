      ******************************************************************
      * Registro de parametros de control de stock (STKPAR.TXT). Un
      * unico registro con el umbral, en unidades, sobre el cual
      * STOCK040 marca un ajuste por conteo fisico (en mas o en menos)
      * para revision. Si el archivo no existe se asumen 10 unidades,
      * igual que AUDIT010 asume 12 meses sin AUDITPAR.TXT.
      ******************************************************************
       01  REG-STKPAR.
           05 REG-SPA-UMBRAL          PIC 9(06).
