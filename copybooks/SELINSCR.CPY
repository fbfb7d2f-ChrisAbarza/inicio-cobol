      ******************************************************************
      * Clausula SELECT de las inscripciones de alumnos en cursos y
      * secciones (INSCRIP.TXT), mantenidas por ALUMNO010. Clave
      * primaria RUT+CURSO+SECCION: la lectura por clave desde un RUT
      * entrega todas las inscripciones del alumno (CERT010). Clave
      * alterna CURSO+SECCION (con duplicados) para recorrer agrupado
      * por curso/seccion (NOTAS010, NOTAS030, CURSO020) y contar los
      * inscritos de una seccion contra su cupo.
      ******************************************************************
           SELECT INSCRIP ASSIGN TO "G:\cobol\archivos\INSCRIP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INS-CLAVE
               ALTERNATE RECORD KEY IS REG-INS-CURSO-SECCION
                   WITH DUPLICATES
               FILE STATUS IS WS-INSCRIP-STATUS.
