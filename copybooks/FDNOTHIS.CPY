      ******************************************************************
      * Registro del historico de notas (NOTAHIS.TXT), organizado por
      * periodo academico AAPP mas el RUT del alumno y el curso/
      * seccion. NOTAS030 mueve aqui la tabla de evaluaciones de cada
      * inscripcion al cerrar el periodo, junto con la ponderacion de
      * PESOS.TXT en vigor en ese momento, y la asistencia de la
      * inscripcion (sesiones dictadas y asistidas de ASISTEN.TXT, con
      * el minimo de ASIPAR.TXT vigente), de modo que el certificado
      * historico sea reproducible aunque los pesos o el minimo cambien
      * despues; las dictadas en cero indican que la inscripcion no se
      * evaluo por asistencia. INSCRIP.TXT queda con las notas en cero
      * y ASISTEN.TXT vacio para el periodo nuevo. Los registros
      * quedan en orden de curso/seccion dentro del periodo, para que
      * la reimpresion de NOTAS010 agrupe igual que el informe vivo.
      ******************************************************************
           05 REG-NH-PESO-CANT         PIC 9(01).
           05 REG-NH-PESO-TABLA        PIC 9(03) OCCURS 8 TIMES.
           05 REG-NH-EVALUACIONES      PIC 9(03) OCCURS 8 TIMES.
           05 REG-NH-DICTADAS          PIC 9(03).
           05 REG-NH-ASISTIDAS         PIC 9(03).
           05 REG-NH-MIN-ASIST         PIC 9(03).
