      *           paso del proceso nocturno (ver BATCH010). Cruza el
      *           maestro VENTAS.TXT, el historico VENTAHIS.TXT, los
      *           rechazos EXCVENTA.TXT, el correlativo CTLVENTA.TXT
      *           y la bitacora AUDITLOG.TXT: verifica que las boletas
      *           y rechazos del dia (contados por su linea 01)
      *           cuadren con los contadores de auditoria de COMERCIO,
      *           que el monto de cada linea sea su cantidad por su
      *           precio unitario, y detecta numeros de venta
      *           faltantes o fuera de rango entre 1 y el ultimo
      *           numero asignado. Informa ademas las lineas y el
      *           monto neto del dia (las notas de credito restan).
      *           Emite el informe CONCILIA.TXT y
      *           termina con codigo 8 cuando algo no cuadra, para
      *           que el encadenamiento detenga el proceso.
      * Tectonics: cobc
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

           COPY FDCTLVTA.

       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.

           05 WS-CONT-FUERA-RANGO  PIC 9(05) VALUE ZERO.
           05 WS-CONT-DIFERENCIAS  PIC 9(02) VALUE ZERO.
           05 WS-RESTO-FALTANTES   PIC 9(05) VALUE ZERO.
           05 WS-CONT-LINEAS-DIA   PIC 9(05) VALUE ZERO.
           05 WS-CONT-MONTO-MAL    PIC 9(05) VALUE ZERO.
           05 WS-MONTO-DIA         PIC S9(11) VALUE ZERO.
           05 WS-MONTO-CALC        PIC 9(09) VALUE ZERO.

       01  WS-TABLA-NUMEROS.
           05 WS-NUM-FLAG          PIC X(01) OCCURS 99999 TIMES.
           05 WS-DET-CANT          PIC ZZZZ9.
           05 FILLER               PIC X(37) VALUES SPACES.

       01  WS-DET-MONTO.
           05 FILLER               PIC X(01).
           05 WS-DET-MON-GLOSA     PIC X(30).
           05 WS-DET-MON-VALOR     PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(27) VALUES SPACES.

       01  WS-DET-FALTA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(21)
           IF WS-VENTAS-STATUS NOT = "00"
               GO TO 030-FIN
           END-IF.
           MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA.
           START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-VTA-LINEA = 1
                       ADD 1 TO WS-CONT-MAESTRO
                       IF WS-VTA-FECHA = WS-FECHA-8
                           ADD 1 TO WS-CONT-VTAS-DIA
                       END-IF
                       PERFORM 035-MARCA-NUMERO THRU 035-FIN
                   END-IF
                   COMPUTE WS-MONTO-CALC =
                           WS-VTA-CANTIDAD * WS-VTA-PRECIO
                   IF WS-MONTO-CALC NOT = WS-VTA-MONTO
                       ADD 1 TO WS-CONT-MONTO-MAL
                   END-IF
                   IF WS-VTA-FECHA = WS-FECHA-8
                       ADD 1 TO WS-CONT-LINEAS-DIA
                       IF WS-VTA-TIPO = "D"
                           SUBTRACT WS-VTA-MONTO FROM WS-MONTO-DIA
                       ELSE
                           ADD WS-VTA-MONTO TO WS-MONTO-DIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VENTAS.
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-HIS-LINEA = 1
                       ADD 1 TO WS-CONT-HISTORICO
                       IF WS-HIS-FECHA = WS-FECHA-8
                           ADD 1 TO WS-CONT-VTAS-DIA
                       END-IF
                   END-IF
                   IF WS-HIS-NUMVENTA > ZERO
                       AND WS-HIS-NUMVENTA NOT > WS-CTL-ULTIMO-NUM
                       MOVE "X" TO WS-NUM-FLAG (WS-HIS-NUMVENTA)
                   END-IF
                   COMPUTE WS-MONTO-CALC =
                           WS-HIS-CANTIDAD * WS-HIS-PRECIO
                   IF WS-MONTO-CALC NOT = WS-HIS-MONTO
                       ADD 1 TO WS-CONT-MONTO-MAL
                   END-IF
                   IF WS-HIS-FECHA = WS-FECHA-8
                       ADD 1 TO WS-CONT-LINEAS-DIA
                       IF WS-HIS-TIPO = "D"
                           SUBTRACT WS-HIS-MONTO FROM WS-MONTO-DIA
                       ELSE
                           ADD WS-HIS-MONTO TO WS-MONTO-DIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VENTAHIS.
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-EXC-FECHA = WS-FECHA-8
                       AND WS-EXC-LINEA = 1
                       ADD 1 TO WS-CONT-RECH-DIA
                   END-IF
                   IF WS-EXC-NUMVENTA > ZERO
           IF WS-CONT-FUERA-RANGO > ZERO
               ADD 1 TO WS-CONT-DIFERENCIAS
           END-IF.
           IF WS-CONT-MONTO-MAL > ZERO
               ADD 1 TO WS-CONT-DIFERENCIAS
           END-IF.
       075-FIN. EXIT.

       080-ESCRIBIR-INFORME.
           MOVE WS-CONT-VTAS-DIA TO WS-DET-CANT.
           WRITE REG-REP-CONCIL FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "LINEAS DEL DIA             :" TO WS-DET-GLOSA.
           MOVE WS-CONT-LINEAS-DIA TO WS-DET-CANT.
           WRITE REG-REP-CONCIL FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "MONTO NETO DEL DIA         :" TO WS-DET-MON-GLOSA.
           MOVE WS-MONTO-DIA TO WS-DET-MON-VALOR.
           WRITE REG-REP-CONCIL FROM WS-DET-MONTO AFTER ADVANCING 1.

           MOVE "ACEPTADAS SEGUN AUDITORIA  :" TO WS-DET-GLOSA.
           MOVE WS-AUD-ACEPTADAS TO WS-DET-CANT.
           WRITE REG-REP-CONCIL FROM WS-DET-CIFRA AFTER ADVANCING 1.
           MOVE WS-CONT-FUERA-RANGO TO WS-DET-CANT.
           WRITE REG-REP-CONCIL FROM WS-DET-CIFRA AFTER ADVANCING 1.

           MOVE "LINEAS CON MONTO DESCUADRADO:" TO WS-DET-GLOSA.
           MOVE WS-CONT-MONTO-MAL TO WS-DET-CANT.
           WRITE REG-REP-CONCIL FROM WS-DET-CIFRA AFTER ADVANCING 1.

           WRITE REG-REP-CONCIL FROM WS-GUIONES AFTER ADVANCING 1.

           PERFORM VARYING WS-SUB-F FROM 1 BY 1
