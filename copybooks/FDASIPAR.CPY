      ******************************************************************
      * Registro de parametros de asistencia (ASIPAR.TXT). Un unico
      * registro con el porcentaje minimo de asistencia para aprobar:
      * bajo ese minimo el alumno queda REPROBADO POR ASISTENCIA aunque
      * su promedio apruebe. Si el archivo no existe, o el valor no es
      * un porcentaje valido, se asume 75%, igual que STOCK040 asume
      * 10 unidades sin STKPAR.TXT.
      ******************************************************************
       01  REG-ASIPAR.
           05 REG-APA-MINIMO          PIC 9(03).
