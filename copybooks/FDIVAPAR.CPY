      ******************************************************************
      * Registro de la tabla de tasas de IVA (IVAPAR.TXT). Archivo
      * secuencial con un registro por cambio de tasa: la fecha desde
      * la que rige (AAMMDD) y la tasa en porcentaje con dos
      * decimales. A un documento se le aplica la tasa del registro
      * con la mayor vigencia no posterior a su fecha. Si el archivo
      * no existe o ninguna vigencia aplica se asume 19,00%.
      ******************************************************************
       01  REG-IVAPAR.
           05 REG-IVA-VIGENCIA        PIC 9(06).
           05 REG-IVA-TASA            PIC 9(02)V99.
