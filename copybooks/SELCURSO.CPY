      ******************************************************************
      * Clausula SELECT del catalogo de cursos y secciones, compartida
      * por CURSO010 (mantiene: alta, cambio y baja como PRODUC010),
      * ALUMNO010 (valida el par curso/seccion de cada inscripcion y
      * controla el cupo de la seccion) y CURSO020 (informe de
      * ocupacion por seccion). Indexado por curso mas seccion, la
      * misma pareja de la clave alterna REG-INS-CURSO-SECCION de las
      * inscripciones.
      ******************************************************************
           SELECT CURSOS ASSIGN TO "G:\cobol\archivos\CURSO.TXT"
               ORGANIZATION IS INDEXED
