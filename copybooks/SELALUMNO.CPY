      ******************************************************************
      * Clausula SELECT de ALUMNOS, el maestro de datos personales del
      * alumno indexado por RUT. Las inscripciones en cursos/secciones
      * y sus notas van aparte en INSCRIP.TXT (ver SELINSCR.CPY); los
      * programas que recorren por curso/seccion lo hacen por la clave
      * alterna de las inscripciones y leen aqui el nombre por RUT.
      ******************************************************************
           SELECT ALUMNOS ASSIGN TO "G:\cobol\archivos\ALUMNO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RUT-ALUM
               FILE STATUS IS WS-ALUMNOS-STATUS.
