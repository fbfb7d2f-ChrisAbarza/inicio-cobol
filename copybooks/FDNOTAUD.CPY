      * (NOTAAUD.TXT). Un registro por evaluacion modificada, con el
      * RUT del alumno, el numero de evaluacion, la nota anterior y la
      * nueva, el programa que hizo el cambio (NOTAS020 en la carga
      * masiva, ALUMNO010 en el cambio por menu), la fecha de proceso
      * y hora de la modificacion y el curso/seccion de la inscripcion
      * a que pertenece la nota, y el operador que lo hizo (el que
      * inicio sesion en ALUMNO010, "BATCH" en la carga masiva). Es
      * lo que se muestra cuando un alumno disputa una nota; NOTAS040
      * lo consulta por RUT o por rango de fechas.
      ******************************************************************
       01  REG-NOTAAUD.
           05 REG-NAU-RUT              PIC 9(09).
           05 REG-NAU-PROGRAMA         PIC X(09).
           05 REG-NAU-FECHA            PIC 9(06).
           05 REG-NAU-HORA             PIC 9(08).
           05 REG-NAU-CURSO            PIC X(10).
           05 REG-NAU-SECCION          PIC X(02).
           05 REG-NAU-OPERADOR         PIC X(08).
