      ******************************************************************
      * Registro de alumnos (ALUMNO.TXT), indexado por RUT (clave
      * primaria, usada por ALUMNO010 para alta/baja/cambio). Lleva
      * solo los datos personales; cada curso/seccion en que el alumno
      * esta inscrito, con sus evaluaciones, es un registro de
      * INSCRIP.TXT (ver FDINSCR.CPY).
      ******************************************************************
       01  REG-ALUMNOS.
           05 REG-NOMBRE-ALUM          PIC X(20).
           05 REG-RUT-ALUM             PIC 9(09).
