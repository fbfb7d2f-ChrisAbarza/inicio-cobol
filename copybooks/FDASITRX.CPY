      ******************************************************************
      * Registro de transacciones de asistencia (ASISTRX.TXT),
      * preparado desde las listas de asistencia de cada seccion. Con
      * RUT en cero la transaccion informa las sesiones dictadas del
      * curso/seccion; con un RUT informa las sesiones asistidas por
      * ese alumno inscrito. Las cantidades son acumuladas del periodo
      * y reemplazan a las anteriores. Las dictadas de una seccion
      * deben venir antes que sus asistidas (en el mismo lote o en uno
      * anterior), porque las asistidas se validan contra ellas.
      ******************************************************************
       01  REG-ASISTRX.
           05 REG-ATX-CURSO           PIC X(10).
           05 REG-ATX-SECCION         PIC X(02).
           05 REG-ATX-RUT             PIC 9(09).
           05 REG-ATX-SESIONES        PIC 9(03).
