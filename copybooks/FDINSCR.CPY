      ******************************************************************
      * Registro de inscripcion (INSCRIP.TXT): un alumno (RUT, ver
      * FDALUMNO.CPY) en un curso/seccion del catalogo CURSO.TXT, con
      * las evaluaciones de esa inscripcion. Las evaluaciones son una
      * tabla de hasta 8 notas; la cantidad realmente en uso y su
      * ponderacion vienen de PESOS.TXT (ver FDPESOS.CPY).
      ******************************************************************
       01  REG-INSCRIP.
           05 REG-INS-CLAVE.
               10 REG-INS-RUT          PIC 9(09).
               10 REG-INS-CURSO-SECCION.
                   15 REG-INS-CURSO    PIC X(10).
                   15 REG-INS-SECCION  PIC X(02).
           05 REG-INS-EVALUACIONES     PIC 9(03) OCCURS 8 TIMES.
