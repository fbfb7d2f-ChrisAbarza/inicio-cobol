      *           ejecucion AUDITLOG.TXT. Genera en AUDITDIG.TXT un
      *           resumen agrupado por dia y programa con la cantidad
      *           de corridas y los tres contadores rotulados con su
      *           significado real (COMERCIO boletas aceptadas/
      *           rechazadas/unidades vendidas,
      *           NOTAS010 alumnos/aprobados/reprobados, NOTAS020
      *           aplicadas/rechazadas, ASIST010 aplicadas/
      *           rechazadas/dictadas, NOTAS050 alumnos/
      *           secciones/secciones marcadas, CERT010 emitidos/no
      *           registrados, SEGUR010 inicios fallidos/intentos
      *           denegados/operadores, OPERA010 operadores
      *           agregados/modificados/reglas), marcando con una
      *           linea de atencion los dias con rechazos o sin
      *           corridas de los programas esperados (COMERCIO y
      *           NOTAS010). Ademas
      *           mueve a AUDITHIS.TXT las entradas anteriores a la
      *           fecha de proceso menos los meses de retencion de
      *           AUDITPAR.TXT (12 si no existe), reescribiendo la
      *           bitacora en linea solo con lo vigente via el archivo
      *           de trabajo AUDITTMP.TXT. Cada entrada lleva el
      *           operador que ejecuto el programa ("BATCH" en los
      *           procesos sin sesion).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

           COPY FDFECPRO.

       FD  AUDITHIS
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITHIS           PIC X(45).

       FD  AUDITTMP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-AUDITTMP           PIC X(45).

       FD  REP-DIGESTO
           RECORD CONTAINS 73 CHARACTERS
               WHEN "COMERCIO"
                   MOVE "ACEPTADAS=" TO WS-DG-ROTULO-1
                   MOVE "RECHAZADA=" TO WS-DG-ROTULO-2
                   MOVE "UNIDADES =" TO WS-DG-ROTULO-3
               WHEN "NOTAS010"
                   MOVE "ALUMNOS  =" TO WS-DG-ROTULO-1
                   MOVE "APROBADOS=" TO WS-DG-ROTULO-2
                   MOVE "APLICADAS=" TO WS-DG-ROTULO-1
                   MOVE "RECHAZADA=" TO WS-DG-ROTULO-2
                   MOVE "SIN USO  =" TO WS-DG-ROTULO-3
               WHEN "ASIST010"
                   MOVE "APLICADAS=" TO WS-DG-ROTULO-1
                   MOVE "RECHAZADA=" TO WS-DG-ROTULO-2
                   MOVE "DICTADAS =" TO WS-DG-ROTULO-3
               WHEN "NOTAS050"
                   MOVE "ALUMNOS  =" TO WS-DG-ROTULO-1
                   MOVE "SECCIONES=" TO WS-DG-ROTULO-2
                   MOVE "MARCADAS =" TO WS-DG-ROTULO-3
               WHEN "CERT010"
                   MOVE "EMITIDOS =" TO WS-DG-ROTULO-1
                   MOVE "NO-REGIST=" TO WS-DG-ROTULO-2
                   MOVE "CURSOS   =" TO WS-DG-ROTULO-3
               WHEN "SEGUR010"
                   MOVE "FALLIDOS =" TO WS-DG-ROTULO-1
                   MOVE "DENEGADOS=" TO WS-DG-ROTULO-2
                   MOVE "OPERADOR =" TO WS-DG-ROTULO-3
               WHEN "OPERA010"
                   MOVE "AGREGADOS=" TO WS-DG-ROTULO-1
                   MOVE "MODIFICAD=" TO WS-DG-ROTULO-2
                   MOVE "REGLAS   =" TO WS-DG-ROTULO-3
               WHEN OTHER
                   MOVE "CONTADOR1=" TO WS-DG-ROTULO-1
                   MOVE "CONTADOR2=" TO WS-DG-ROTULO-2
                   UNTIL WS-SUB-P > WS-CAN-PROGRAMAS
               IF WS-PG-FECHA (WS-SUB-P) = WS-FECHA-DIA
                   AND (WS-PG-NOMBRE (WS-SUB-P) = "COMERCIO"
                       OR WS-PG-NOMBRE (WS-SUB-P) = "NOTAS020"
                       OR WS-PG-NOMBRE (WS-SUB-P) = "ASIST010")
                   IF WS-PG-C2 (WS-SUB-P) > ZERO
                       MOVE "DIA CON RECHAZOS" TO WS-ATN-TEXTO
                       WRITE REG-DIGESTO FROM WS-LIN-ATENCION
