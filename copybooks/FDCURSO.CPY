      ******************************************************************
      * Registro del catalogo de cursos y secciones (CURSO.TXT),
      * indexado por curso mas seccion (los mismos valores que llevan
      * REG-INS-CURSO y REG-INS-SECCION en las inscripciones).
      * Lleva el nombre oficial del curso y el cupo maximo de la
      * seccion; ALUMNO010 rechaza la inscripcion o el cambio hacia un
      * par que no este aqui o cuya seccion ya este llena, y CURSO020
      * informa inscritos contra cupo por seccion.
      ******************************************************************
       01  REG-CURSOS.
           05 REG-CUR-CLAVE.
