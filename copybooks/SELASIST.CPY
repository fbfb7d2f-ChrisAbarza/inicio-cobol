      ******************************************************************
      * Clausula SELECT del archivo de asistencia por curso/seccion
      * (ASISTEN.TXT), cargado por ASIST010 desde ASISTRX.TXT y leido
      * por NOTAS010, CERT010 y NOTAS030 para el porcentaje de
      * asistencia de cada inscripcion. Indexado por curso, seccion y
      * RUT: el registro con RUT en cero de cada seccion va primero y
      * lleva las sesiones dictadas.
      ******************************************************************
           SELECT ASISTEN ASSIGN TO "G:\cobol\archivos\ASISTEN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ASI-CLAVE
               FILE STATUS IS WS-ASISTEN-STATUS.
