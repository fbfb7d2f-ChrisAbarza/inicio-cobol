      * Registro de transacciones de notas (NOTASTRX.TXT), preparado
      * desde las planillas que envia la facultad al fin de cada
      * periodo de evaluacion. Cada transaccion identifica al alumno
      * por RUT, el curso/seccion de la inscripcion, el numero de
      * evaluacion a actualizar (1 a la cantidad en uso segun
      * PESOS.TXT) y la nota 0-100. Lo aplica NOTAS020 contra las
      * inscripciones de INSCRIP.TXT.
      ******************************************************************
       01  REG-NOTASTRX.
           05 REG-TRX-RUT             PIC 9(09).
           05 REG-TRX-CURSO           PIC X(10).
           05 REG-TRX-SECCION         PIC X(02).
           05 REG-TRX-EVAL            PIC 9(01).
           05 REG-TRX-NOTA            PIC 9(03).
