      ******************************************************************
      * Registro de la bitacora de seguridad (SEGLOG.TXT). Un registro
      * por inicio de sesion fallido (REG-SEG-TIPO "F") o por intento
      * denegado de entrar a un programa o usar una opcion ("D"), con
      * la fecha y hora reales del equipo (no la fecha de proceso), el
      * identificador digitado, el programa, la opcion (espacios al
      * entrar) y el motivo.
      ******************************************************************
       01  REG-SEGLOG.
           05 REG-SEG-FECHA            PIC 9(06).
           05 REG-SEG-HORA             PIC 9(08).
           05 REG-SEG-OPERADOR         PIC X(08).
           05 REG-SEG-PROGRAMA         PIC X(10).
           05 REG-SEG-OPCION           PIC X(02).
           05 REG-SEG-TIPO             PIC X(01).
           05 REG-SEG-MOTIVO           PIC X(20).
