      * Date:
      * Purpose: Encadena el respaldo de maestros COPIA010, COMERCIO,
      *          NOTAS010, la conciliacion diaria CONCIL010, el
      *          informe de reposicion STOCK020 (que genera ademas las
      *          ordenes de compra en borrador) y la interfaz contable
      *          CONTA010 en un solo lote, revisando el codigo de
      *          condicion de cada uno, y deja un resumen de control
      *          de una pagina. Si el respaldo falla no se graba nada:
      *          el lote termina sin errores graves avanza la fecha
      *          de proceso FECPROC.TXT llamando a FECHA010 como paso
      *          final; el dia nuevo queda cerrado hasta que DIA010
      *          lo abra. Cada paso deja su inicio, termino y codigo
      *          en BATCHEST.TXT para la fecha de proceso; al volver
      *          a enviar el lote se reanuda desde el primer paso no
      *          cumplido (o desde el paso indicado por el operador en
      *          BATCHREQ.TXT) y se saltan los ya terminados, sin
      *          respaldar de nuevo ni pedir otra secuencia contable.
      *          No se inicia una fecha nueva mientras la anterior
      *          este incompleta, salvo que BATCHREQ.TXT lo fuerce. El
      *          resumen indica que pasos corrieron en este envio y
      *          cuales vienen de un intento anterior. CONCIL010,
      *          STOCK020 y CONTA010 solo corren con los tres primeros
      *          pasos cumplidos, y vuelven a quedar pendientes cada
      *          vez que uno de esos se reprocesa. Sin VTALOTE.TXT no
      *          se llama a COMERCIO y el paso se da por cumplido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BATCHSUM ASSIGN TO "G:\cobol\archivos\BATCHSUM.TXT".
           COPY SELFECPRO.
           COPY SELDIACTL.
           COPY SELBATEST.
           COPY SELBATREQ.
           COPY SELVTALOT.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
           COPY FDDIACTL.

       FD  BATCHEST
           RECORD CONTAINS 47 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDBATEST.

       FD  BATCHREQ
           RECORD CONTAINS 11 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDBATREQ.

       FD  VTALOTE
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTALOT.

       WORKING-STORAGE SECTION.
       01  WS-FECPROC-STATUS          PIC X(02) VALUES SPACES.
       01  WS-DIACTL-STATUS           PIC X(02) VALUES SPACES.
       01  WS-BATCHEST-STATUS         PIC X(02) VALUES SPACES.
       01  WS-BATCHREQ-STATUS         PIC X(02) VALUES SPACES.
       01  WS-VTL-STATUS              PIC X(02) VALUES SPACES.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.
       01  WS-REG-DIACTL.
           COPY WSDIACTL.

       01  WS-REG-BATCHEST.
           COPY WSBATEST.

       01  WS-REG-BATCHREQ.
           COPY WSBATREQ.

       01  WS-BRQ-ARCHIVO             PIC X(30)
                               VALUE "G:\cobol\archivos\BATCHREQ.TXT".
       01  WS-BRQ-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-SW-DIA-PRECERRADO       PIC X(01) VALUES "N".
       01  WS-SW-DIA-CERRADO-LOTE     PIC X(01) VALUES "N".

       01  WS-FECHA-PROCESO           PIC 9(06) VALUES ZERO.
       01  WS-FECHA-VAL.

       01  WS-FECHA-8                 PIC 9(06).
       01  WS-HORA-INICIO             PIC 9(08).
       01  WS-RC-COPIA010             PIC 9(03) VALUES ZERO.
       01  WS-RC-COMERCIO             PIC 9(03) VALUES ZERO.
       01  WS-RC-NOTAS010             PIC 9(03) VALUES ZERO.
       01  WS-RC-CONTA010             PIC 9(03) VALUES ZERO.
       01  WS-RC-FECHA010             PIC 9(03) VALUES ZERO.
       01  WS-RC-FINAL                PIC 9(03) VALUES ZERO.
       01  WS-RC-PASO                 PIC 9(03) VALUES ZERO.
       01  WS-RESULTADO-PASO          PIC X(10) VALUES SPACES.

      ******************************************************************
      * Pasos de la cadena en el orden en que se ejecutan y su estado
      * para la fecha de proceso (ver FDBATEST.CPY). WS-PS-ORIGEN solo
      * alimenta el resumen: ESTE ENVIO si el paso se resolvio en esta
      * corrida, ANTERIOR si viene cumplido de un intento previo y
      * PENDIENTE si sigue sin cumplirse.
      ******************************************************************
       01  WS-NOMBRES-PASOS.
           05 FILLER                  PIC X(10) VALUE "COPIA010".
           05 FILLER                  PIC X(10) VALUE "COMERCIO".
           05 FILLER                  PIC X(10) VALUE "NOTAS010".
           05 FILLER                  PIC X(10) VALUE "CONCIL010".
           05 FILLER                  PIC X(10) VALUE "STOCK020".
           05 FILLER                  PIC X(10) VALUE "CONTA010".
           05 FILLER                  PIC X(10) VALUE "FECHA010".
       01  WS-NOMBRES-PASOS-R REDEFINES WS-NOMBRES-PASOS.
           05 WS-NOMBRE-PASO          PIC X(10) OCCURS 7 TIMES.

       01  WS-TABLA-PASOS.
           05 WS-PASO-ENTRY OCCURS 7 TIMES.
               10 WS-PS-PROGRAMA      PIC X(10).
               10 WS-PS-ESTADO        PIC X(01).
               10 WS-PS-INICIO        PIC 9(08).
               10 WS-PS-FIN           PIC 9(08).
               10 WS-PS-RC            PIC 9(03).
               10 WS-PS-RESULTADO     PIC X(10).
               10 WS-PS-ORIGEN        PIC X(10).
       01  WS-CAN-PASOS               PIC 9(01) VALUES 7.
       01  WS-SUB-P                   PIC 9(01) VALUES ZERO.
       01  WS-SUB-G                   PIC 9(01) VALUES ZERO.
       01  WS-PASO-DESDE              PIC 9(01) VALUES ZERO.
       01  WS-PASO-NOMBRADO           PIC 9(01) VALUES ZERO.
       01  WS-PRIMER-DEPENDIENTE      PIC 9(01) VALUES ZERO.
       01  WS-SW-CORRE                PIC X(01) VALUES "N".
       01  WS-SW-OMISION-CUMPLE       PIC X(01) VALUES "N".
       01  WS-SW-RECHAZO              PIC X(01) VALUES "N".
       01  WS-SW-HAY-ESTADO           PIC X(01) VALUES "N".
       01  WS-SW-ANT-COMPLETO         PIC X(01) VALUES "N".
       01  WS-SW-PASOS-COMPLETOS      PIC X(01) VALUES "N".
       01  WS-FECHA-ANTERIOR          PIC 9(06) VALUES ZERO.
       01  SW-FIN                     PIC X(03) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER                  PIC X(01).
           05 WS-TIT-HI-SS             PIC 9(02).
           05 FILLER                  PIC X(31).

       01  WS-TIT-MODO.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(20)
                                VALUE "MODO DE EJECUCION  :".
           05 FILLER                  PIC X(01).
           05 WS-TIT-MODO-GLOSA        PIC X(28) VALUE SPACES.
           05 WS-TIT-MODO-PASO         PIC X(10) VALUE SPACES.

       01  WS-TIT-ANTERIOR.
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC X(20)
                                VALUE "FECHA ANTERIOR     :".
           05 FILLER                  PIC X(01).
           05 WS-TIT-AN-DD             PIC 9(02).
           05 FILLER                  PIC X(01)     VALUE "/".
           05 WS-TIT-AN-MM             PIC 9(02).
           05 FILLER                  PIC X(01)     VALUE "/".
           05 WS-TIT-AN-AA             PIC 9(02).
           05 FILLER                  PIC X(01).
           05 WS-TIT-AN-GLOSA          PIC X(29) VALUE SPACES.

       01  WS-DET-PROGRAMA.
           05 FILLER                  PIC X(01).
           05 WS-DET-NOMBRE-PROG       PIC X(10).
           05 WS-DET-RC                PIC ZZ9.
           05 FILLER                  PIC X(02).
           05 WS-DET-RESULTADO         PIC X(10).
           05 WS-DET-ORIGEN            PIC X(10).

       01  WS-TIT-FIN.
           05 FILLER                  PIC X(01).
           05 WS-TIT-FIN-GLOSA         PIC X(20)
                                VALUE "LOTE FINALIZADO".
           05 FILLER                  PIC X(01).
           05 WS-TIT-FIN-ESTADO        PIC X(38).

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-INICIO FROM TIME.

           PERFORM 011-LEER-SOLICITUD THRU 011-FIN.
           PERFORM 012-LEER-ESTADO THRU 012-FIN.
           IF WS-SW-RECHAZO NOT = "S"
               PERFORM 014-FIJA-INICIO THRU 014-FIN
           END-IF.
           IF WS-SW-RECHAZO = "S"
               MOVE 8 TO WS-RC-FINAL
               MOVE "LOTE RECHAZADO" TO WS-TIT-FIN-GLOSA
               PERFORM 050-ESCRIBIR-RESUMEN THRU 050-FIN
               MOVE WS-RC-FINAL TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               PERFORM 017-EJECUTA-COPIA010 THRU 017-FIN
           END-IF.
           PERFORM 018-REVISA-DIA THRU 018-FIN.

           MOVE 2 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               IF WS-RC-COPIA010 < 8
                   AND WS-SW-DIA-PRECERRADO NOT = "S"
                   PERFORM 020-EJECUTA-COMERCIO THRU 020-FIN
               ELSE
                   MOVE WS-SW-DIA-PRECERRADO TO WS-SW-OMISION-CUMPLE
                   PERFORM 064-OMITE-PASO THRU 064-FIN
               END-IF
           END-IF.

           MOVE 3 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               IF WS-RC-COPIA010 < 8
                   AND WS-SW-DIA-PRECERRADO NOT = "S"
                   AND WS-RC-COMERCIO < 8
                   PERFORM 030-EJECUTA-NOTAS010 THRU 030-FIN
               ELSE
                   MOVE WS-SW-DIA-PRECERRADO TO WS-SW-OMISION-CUMPLE
                   PERFORM 064-OMITE-PASO THRU 064-FIN
               END-IF
           END-IF.
           PERFORM 032-CIERRA-DIA THRU 032-FIN.

           MOVE 4 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               PERFORM 035-EJECUTA-CONCIL010 THRU 035-FIN
           END-IF.
           MOVE 5 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               PERFORM 037-EJECUTA-STOCK020 THRU 037-FIN
           END-IF.
           MOVE 6 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               PERFORM 038-EJECUTA-CONTA010 THRU 038-FIN
           END-IF.

           PERFORM 040-CALCULAR-RC THRU 040-FIN.
           MOVE 7 TO WS-SUB-P.
           PERFORM 016-EVALUA-PASO THRU 016-FIN.
           IF WS-SW-CORRE = "S"
               IF WS-RC-FINAL < 8 AND WS-SW-PASOS-COMPLETOS = "S"
                   PERFORM 045-EJECUTA-FECHA010 THRU 045-FIN
               ELSE
                   MOVE "N" TO WS-SW-OMISION-CUMPLE
                   PERFORM 064-OMITE-PASO THRU 064-FIN
               END-IF
           END-IF.
           IF WS-RC-FECHA010 > WS-RC-FINAL
               MOVE WS-RC-FECHA010 TO WS-RC-FINAL
           END-IF.
           IF WS-PS-ESTADO (7) NOT = "T" AND WS-RC-FINAL < 8
               MOVE 8 TO WS-RC-FINAL
           END-IF.

           PERFORM 050-ESCRIBIR-RESUMEN THRU 050-FIN.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Solicitud opcional del operador (ver FDBATREQ.CPY). Se elimina
      * tras leerla, para que un paso indicado o el forzado de fecha
      * no se repitan en el envio siguiente.
      ******************************************************************
       011-LEER-SOLICITUD.
           MOVE SPACES TO WS-REG-BATCHREQ.
           OPEN INPUT BATCHREQ.
           IF WS-BATCHREQ-STATUS NOT = "00"
               GO TO 011-FIN
           END-IF.
           READ BATCHREQ INTO WS-REG-BATCHREQ
               AT END
                   MOVE SPACES TO WS-REG-BATCHREQ
           END-READ.
           CLOSE BATCHREQ.
           CALL "CBL_DELETE_FILE" USING WS-BRQ-ARCHIVO
               RETURNING WS-BRQ-DEL-STATUS.
       011-FIN. EXIT.

      ******************************************************************
      * Carga el estado de BATCHEST.TXT. Si es de la misma fecha de
      * proceso se reanuda con lo ya cumplido; si es de otra fecha y
      * quedo incompleta se rechaza el envio, salvo forzado. En los
      * demas casos la fecha parte con todos los pasos pendientes.
      ******************************************************************
       012-LEER-ESTADO.
           PERFORM 013-LIMPIA-PASOS THRU 013-FIN.
           MOVE "N" TO WS-SW-HAY-ESTADO.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT BATCHEST.
           IF WS-BATCHEST-STATUS NOT = "00"
               MOVE "FECHA NUEVA" TO WS-TIT-MODO-GLOSA
               GO TO 012-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ BATCHEST INTO WS-REG-BATCHEST
                   AT END
                       MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-BES-PASO >= 1 AND WS-BES-PASO <= 7
                   MOVE "S" TO WS-SW-HAY-ESTADO
                   MOVE WS-BES-FECHA TO WS-FECHA-ANTERIOR
                   MOVE WS-BES-PASO TO WS-SUB-P
                   MOVE WS-BES-ESTADO TO WS-PS-ESTADO (WS-SUB-P)
                   MOVE WS-BES-INICIO TO WS-PS-INICIO (WS-SUB-P)
                   MOVE WS-BES-FIN TO WS-PS-FIN (WS-SUB-P)
                   MOVE WS-BES-RC TO WS-PS-RC (WS-SUB-P)
                   MOVE WS-BES-RESULTADO TO WS-PS-RESULTADO (WS-SUB-P)
               END-IF
           END-PERFORM.
           CLOSE BATCHEST.
           MOVE SPACES TO SW-FIN.
           IF WS-SW-HAY-ESTADO NOT = "S"
               MOVE "FECHA NUEVA" TO WS-TIT-MODO-GLOSA
               GO TO 012-FIN
           END-IF.

           MOVE "S" TO WS-SW-ANT-COMPLETO.
           PERFORM VARYING WS-SUB-P FROM 1 BY 1
                   UNTIL WS-SUB-P > WS-CAN-PASOS
               IF WS-PS-ESTADO (WS-SUB-P) = "T"
                   OR WS-PS-ESTADO (WS-SUB-P) = "O"
                   MOVE "ANTERIOR" TO WS-PS-ORIGEN (WS-SUB-P)
               ELSE
                   MOVE "N" TO WS-SW-ANT-COMPLETO
               END-IF
           END-PERFORM.

           IF WS-FECHA-ANTERIOR = WS-FECHA-PROCESO
               PERFORM 019-CARGA-RC-ANTERIOR THRU 019-FIN
               GO TO 012-FIN
           END-IF.

           IF WS-SW-ANT-COMPLETO NOT = "S"
               MOVE WS-FECHA-ANTERIOR (5:2) TO WS-TIT-AN-DD
               MOVE WS-FECHA-ANTERIOR (3:2) TO WS-TIT-AN-MM
               MOVE WS-FECHA-ANTERIOR (1:2) TO WS-TIT-AN-AA
               IF WS-BRQ-FORZAR NOT = "S"
                   DISPLAY "FECHA DE PROCESO ANTERIOR "
                           WS-FECHA-ANTERIOR " INCOMPLETA"
                   DISPLAY "REENVIE EL LOTE CON ESA FECHA O FUERCE LA"
                           " NUEVA CON BATCHREQ.TXT"
                   MOVE "INCOMPLETA - SE RECHAZA" TO WS-TIT-AN-GLOSA
                   MOVE "RECHAZADO" TO WS-TIT-MODO-GLOSA
                   MOVE "S" TO WS-SW-RECHAZO
                   GO TO 012-FIN
               END-IF
               DISPLAY "ADVERTENCIA: FECHA ANTERIOR "
                       WS-FECHA-ANTERIOR " INCOMPLETA - SE FUERZA"
                       " LA NUEVA"
               MOVE "INCOMPLETA - FORZADA" TO WS-TIT-AN-GLOSA
           END-IF.
           PERFORM 013-LIMPIA-PASOS THRU 013-FIN.
           MOVE "N" TO WS-SW-HAY-ESTADO.
           MOVE "FECHA NUEVA" TO WS-TIT-MODO-GLOSA.
       012-FIN. EXIT.

       013-LIMPIA-PASOS.
           PERFORM VARYING WS-SUB-P FROM 1 BY 1
                   UNTIL WS-SUB-P > WS-CAN-PASOS
               MOVE WS-NOMBRE-PASO (WS-SUB-P)
                   TO WS-PS-PROGRAMA (WS-SUB-P)
               MOVE SPACE TO WS-PS-ESTADO (WS-SUB-P)
               MOVE ZERO TO WS-PS-INICIO (WS-SUB-P)
                            WS-PS-FIN (WS-SUB-P)
                            WS-PS-RC (WS-SUB-P)
               MOVE SPACES TO WS-PS-RESULTADO (WS-SUB-P)
               MOVE "PENDIENTE" TO WS-PS-ORIGEN (WS-SUB-P)
           END-PERFORM.
       013-FIN. EXIT.

      ******************************************************************
      * Primer paso a ejecutar: el indicado por el operador (que se
      * vuelve a correr aunque este terminado) o el primero no
      * cumplido. Los pasos anteriores quedan como estaban; los
      * posteriores que dependen del que se vuelve a correr se
      * reinician en 066-REINICIA-DEPENDIENTES y corren de nuevo.
      ******************************************************************
       014-FIJA-INICIO.
           MOVE ZERO TO WS-PASO-DESDE WS-PASO-NOMBRADO.
           IF WS-BRQ-PASO NOT = SPACES
               PERFORM VARYING WS-SUB-P FROM 1 BY 1
                       UNTIL WS-SUB-P > WS-CAN-PASOS
                   IF WS-NOMBRE-PASO (WS-SUB-P) = WS-BRQ-PASO
                       MOVE WS-SUB-P TO WS-PASO-NOMBRADO
                   END-IF
               END-PERFORM
               IF WS-PASO-NOMBRADO = ZERO
                   DISPLAY "PASO SOLICITADO " WS-BRQ-PASO
                           " NO PERTENECE A LA CADENA"
                   MOVE "PASO SOLICITADO INEXISTENTE"
                       TO WS-TIT-MODO-GLOSA
                   MOVE WS-BRQ-PASO TO WS-TIT-MODO-PASO
                   MOVE "S" TO WS-SW-RECHAZO
                   GO TO 014-FIN
               END-IF
               MOVE WS-PASO-NOMBRADO TO WS-PASO-DESDE
               MOVE "REPROCESO SOLICITADO DESDE"
                   TO WS-TIT-MODO-GLOSA
               MOVE WS-NOMBRE-PASO (WS-PASO-DESDE) TO WS-TIT-MODO-PASO
               GO TO 014-FIN
           END-IF.

           PERFORM VARYING WS-SUB-P FROM 1 BY 1
                   UNTIL WS-SUB-P > WS-CAN-PASOS
                      OR WS-PASO-DESDE > ZERO
               IF WS-PS-ESTADO (WS-SUB-P) NOT = "T"
                   AND WS-PS-ESTADO (WS-SUB-P) NOT = "O"
                   MOVE WS-SUB-P TO WS-PASO-DESDE
               END-IF
           END-PERFORM.
           IF WS-PASO-DESDE = ZERO
               DISPLAY "LOTE YA COMPLETO PARA LA FECHA "
                       WS-FECHA-PROCESO
               MOVE "SIN PASOS PENDIENTES" TO WS-TIT-MODO-GLOSA
               MOVE 8 TO WS-PASO-DESDE
               GO TO 014-FIN
           END-IF.
           IF WS-SW-HAY-ESTADO = "S"
               MOVE "REANUDA DESDE" TO WS-TIT-MODO-GLOSA
               MOVE WS-NOMBRE-PASO (WS-PASO-DESDE) TO WS-TIT-MODO-PASO
           END-IF.
       014-FIN. EXIT.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
           END-IF.
       015-FIN. EXIT.

      ******************************************************************
      * Un paso corre si esta desde el punto de inicio en adelante y
      * no fue cumplido antes, o si es el paso indicado por el
      * operador. CONCIL010, STOCK020 y CONTA010 trabajan sobre lo que
      * dejaron COPIA010, COMERCIO y NOTAS010: mientras alguno de esos
      * tres no este cumplido (T u O) no corren, ni siquiera indicados
      * por el operador, y quedan pendientes para el proximo envio.
      ******************************************************************
       016-EVALUA-PASO.
           MOVE "N" TO WS-SW-CORRE.
           IF WS-SUB-P < WS-PASO-DESDE
               GO TO 016-FIN
           END-IF.
           IF WS-SUB-P >= 4 AND WS-SUB-P <= 6
               PERFORM VARYING WS-SUB-G FROM 1 BY 1 UNTIL WS-SUB-G > 3
                   IF WS-PS-ESTADO (WS-SUB-G) NOT = "T"
                       AND WS-PS-ESTADO (WS-SUB-G) NOT = "O"
                       MOVE "S" TO WS-SW-CORRE
                   END-IF
               END-PERFORM
               IF WS-SW-CORRE = "S"
                   MOVE "N" TO WS-SW-CORRE
                   MOVE "N" TO WS-SW-OMISION-CUMPLE
                   PERFORM 064-OMITE-PASO THRU 064-FIN
                   GO TO 016-FIN
               END-IF
           END-IF.
           IF WS-SUB-P = WS-PASO-NOMBRADO
               MOVE "S" TO WS-SW-CORRE
               GO TO 016-FIN
           END-IF.
           IF WS-PS-ESTADO (WS-SUB-P) NOT = "T"
               AND WS-PS-ESTADO (WS-SUB-P) NOT = "O"
               MOVE "S" TO WS-SW-CORRE
           END-IF.
       016-FIN. EXIT.

       017-EJECUTA-COPIA010.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "COPIA010".
           MOVE RETURN-CODE TO WS-RC-COPIA010.
           IF WS-RC-COPIA010 = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "ERROR"     TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-COPIA010 TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       017-FIN. EXIT.

      ******************************************************************
      * marcan OMITIDO, el lote de VTALOTE.TXT queda en espera de la
      * proxima corrida con el dia abierto, y el resto de la cadena
      * (conciliacion, interfaz y avance de fecha) sigue normalmente.
      * Si ya hubo un intento anterior para esta fecha que no omitio
      * COMERCIO por dia cerrado, el dia lo cerro la propia cadena en
      * 032-CIERRA-DIA y no cuenta como cerrado por el operador: si
      * COMERCIO debe volver a correr se reabre antes de llamarlo.
      ******************************************************************
       018-REVISA-DIA.
           MOVE "N" TO WS-SW-DIA-PRECERRADO WS-SW-DIA-CERRADO-LOTE.
           OPEN INPUT DIACTL.
           IF WS-DIACTL-STATUS NOT = "00"
               GO TO 018-FIN
           END-READ.
           CLOSE DIACTL.
           IF WS-DIA-ESTADO = "C"
               IF WS-SW-HAY-ESTADO = "S"
                   AND NOT (WS-PS-ESTADO (2) = "O"
                            AND WS-PS-RESULTADO (2) = "OMITIDO")
                   MOVE "S" TO WS-SW-DIA-CERRADO-LOTE
               ELSE
                   MOVE "S" TO WS-SW-DIA-PRECERRADO
               END-IF
           END-IF.
       018-FIN. EXIT.

      ******************************************************************
      * Codigos de los pasos cumplidos en un intento anterior de la
      * misma fecha, para que las condiciones entre pasos y el codigo
      * final los consideren aunque no corran en este envio.
      ******************************************************************
       019-CARGA-RC-ANTERIOR.
           MOVE WS-PS-RC (1) TO WS-RC-COPIA010.
           MOVE WS-PS-RC (2) TO WS-RC-COMERCIO.
           MOVE WS-PS-RC (3) TO WS-RC-NOTAS010.
           MOVE WS-PS-RC (4) TO WS-RC-CONCIL010.
           MOVE WS-PS-RC (5) TO WS-RC-STOCK020.
           MOVE WS-PS-RC (6) TO WS-RC-CONTA010.
           MOVE WS-PS-RC (7) TO WS-RC-FECHA010.
       019-FIN. EXIT.

      ******************************************************************
      * Sin VTALOTE.TXT no hay ventas que procesar: COMERCIO no se
      * llama (entraria en modo manual y pediria inicio de sesion en
      * una cadena sin operador) y el paso se da por cumplido.
      ******************************************************************
       020-EJECUTA-COMERCIO.
           OPEN INPUT VTALOTE.
           IF WS-VTL-STATUS NOT = "00"
               DISPLAY "SIN VTALOTE.TXT - COMERCIO NO SE EJECUTA"
               MOVE "S" TO WS-SW-OMISION-CUMPLE
               PERFORM 064-OMITE-PASO THRU 064-FIN
               MOVE "SIN LOTE" TO WS-PS-RESULTADO (WS-SUB-P)
               PERFORM 080-GRABA-ESTADO THRU 080-FIN
               GO TO 020-FIN
           END-IF.
           CLOSE VTALOTE.
           IF WS-SW-DIA-CERRADO-LOTE = "S"
               PERFORM 033-REABRE-DIA THRU 033-FIN
           END-IF.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "COMERCIO".
           MOVE RETURN-CODE TO WS-RC-COMERCIO.
           IF WS-RC-COMERCIO = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "RECHAZADO" TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-COMERCIO TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       020-FIN. EXIT.

       030-EJECUTA-NOTAS010.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "NOTAS010".
           MOVE RETURN-CODE TO WS-RC-NOTAS010.
           IF WS-RC-NOTAS010 = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "ERROR"     TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-NOTAS010 TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       030-FIN. EXIT.

      ******************************************************************
           CLOSE DIACTL.
       032-FIN. EXIT.

      ******************************************************************
      * Reabre el dia que la propia cadena cerro en un intento
      * anterior, para que COMERCIO pueda procesar el lote pendiente;
      * 032-CIERRA-DIA lo vuelve a cerrar antes de conciliar.
      ******************************************************************
       033-REABRE-DIA.
           OPEN INPUT DIACTL.
           IF WS-DIACTL-STATUS NOT = "00"
               GO TO 033-FIN
           END-IF.
           READ DIACTL INTO WS-REG-DIACTL
               AT END
                   MOVE WS-FECHA-PROCESO TO WS-DIA-FECHA
           END-READ.
           CLOSE DIACTL.
           MOVE "A" TO WS-DIA-ESTADO.
           OPEN OUTPUT DIACTL.
           WRITE REG-DIACTL FROM WS-REG-DIACTL.
           CLOSE DIACTL.
       033-FIN. EXIT.

       035-EJECUTA-CONCIL010.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "CONCIL010".
           MOVE RETURN-CODE TO WS-RC-CONCIL010.
           IF WS-RC-CONCIL010 = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "DIFERENCIA" TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-CONCIL010 TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       035-FIN. EXIT.

       037-EJECUTA-STOCK020.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "STOCK020".
           MOVE RETURN-CODE TO WS-RC-STOCK020.
           IF WS-RC-STOCK020 = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "ERROR"     TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-STOCK020 TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       037-FIN. EXIT.

       038-EJECUTA-CONTA010.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "CONTA010".
           MOVE RETURN-CODE TO WS-RC-CONTA010.
           IF WS-RC-CONTA010 = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "ERROR"     TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-CONTA010 TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       038-FIN. EXIT.

      ******************************************************************
      * Codigo final de los pasos 1 a 6, propios o arrastrados. La
      * fecha solo se avanza si ademas todos ellos estan cumplidos.
      ******************************************************************
       040-CALCULAR-RC.
           IF WS-RC-COMERCIO > WS-RC-NOTAS010
               MOVE WS-RC-COMERCIO TO WS-RC-FINAL
           IF WS-RC-CONTA010 > WS-RC-FINAL
               MOVE WS-RC-CONTA010 TO WS-RC-FINAL
           END-IF.

           MOVE "S" TO WS-SW-PASOS-COMPLETOS.
           PERFORM VARYING WS-SUB-P FROM 1 BY 1 UNTIL WS-SUB-P > 6
               IF WS-PS-ESTADO (WS-SUB-P) NOT = "T"
                   AND WS-PS-ESTADO (WS-SUB-P) NOT = "O"
                   MOVE "N" TO WS-SW-PASOS-COMPLETOS
               END-IF
           END-PERFORM.
       040-FIN. EXIT.

       045-EJECUTA-FECHA010.
           PERFORM 060-INICIA-PASO THRU 060-FIN.
           MOVE ZERO TO RETURN-CODE.
           CALL "FECHA010".
           MOVE RETURN-CODE TO WS-RC-FECHA010.
           IF WS-RC-FECHA010 = ZERO
               MOVE "OK"        TO WS-RESULTADO-PASO
           ELSE
               MOVE "ERROR"     TO WS-RESULTADO-PASO
           END-IF.
           MOVE WS-RC-FECHA010 TO WS-RC-PASO.
           PERFORM 062-TERMINA-PASO THRU 062-FIN.
       045-FIN. EXIT.

       050-ESCRIBIR-RESUMEN.
           WRITE REG-BATCHSUM FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-BATCHSUM FROM WS-TIT-FECHA AFTER ADVANCING 1
           WRITE REG-BATCHSUM FROM WS-TIT-HORA-INICIO AFTER ADVANCING 1
           WRITE REG-BATCHSUM FROM WS-TIT-MODO AFTER ADVANCING 1.
           IF WS-TIT-AN-GLOSA NOT = SPACES
               WRITE REG-BATCHSUM FROM WS-TIT-ANTERIOR
                    AFTER ADVANCING 1
           END-IF.
           WRITE REG-BATCHSUM FROM WS-GUIONES AFTER ADVANCING 1.

           PERFORM VARYING WS-SUB-P FROM 1 BY 1
                   UNTIL WS-SUB-P > WS-CAN-PASOS
               MOVE WS-PS-PROGRAMA (WS-SUB-P) TO WS-DET-NOMBRE-PROG
               MOVE WS-PS-FIN (WS-SUB-P) (1:2) TO WS-DET-HH
               MOVE WS-PS-FIN (WS-SUB-P) (3:2) TO WS-DET-MM
               MOVE WS-PS-FIN (WS-SUB-P) (5:2) TO WS-DET-SS
               MOVE WS-PS-RC (WS-SUB-P) TO WS-DET-RC
               MOVE WS-PS-RESULTADO (WS-SUB-P) TO WS-DET-RESULTADO
               MOVE WS-PS-ORIGEN (WS-SUB-P) TO WS-DET-ORIGEN
               WRITE REG-BATCHSUM FROM WS-DET-PROGRAMA
                    AFTER ADVANCING 1
           END-PERFORM.

           IF WS-SW-RECHAZO = "S"
               MOVE "SIN CAMBIOS EN EL ESTADO DE LA CADENA"
                   TO WS-TIT-FIN-ESTADO
           ELSE
               IF WS-PS-ESTADO (7) = "T"
                   MOVE "FECHA COMPLETA" TO WS-TIT-FIN-ESTADO
               ELSE
                   MOVE "FECHA INCOMPLETA - REENVIAR EL LOTE"
                       TO WS-TIT-FIN-ESTADO
               END-IF
           END-IF.
           WRITE REG-BATCHSUM FROM WS-GUIONES AFTER ADVANCING 1
           WRITE REG-BATCHSUM FROM WS-TIT-FIN AFTER ADVANCING 1
           WRITE REG-BATCHSUM FROM WS-GUIONES AFTER ADVANCING 1.

           CLOSE BATCHSUM.
       050-FIN. EXIT.

      ******************************************************************
      * Marca el paso WS-SUB-P como iniciado y lo deja grabado antes
      * de llamarlo: si la corrida se interrumpe queda en "E" y el
      * proximo envio lo vuelve a correr. Los pasos que dependen de
      * el se reinician en la misma grabacion.
      ******************************************************************
       060-INICIA-PASO.
           ACCEPT WS-PS-INICIO (WS-SUB-P) FROM TIME.
           MOVE "E" TO WS-PS-ESTADO (WS-SUB-P).
           MOVE ZERO TO WS-PS-FIN (WS-SUB-P) WS-PS-RC (WS-SUB-P).
           MOVE "EN CURSO" TO WS-PS-RESULTADO (WS-SUB-P).
           MOVE "ESTE ENVIO" TO WS-PS-ORIGEN (WS-SUB-P).
           PERFORM 066-REINICIA-DEPENDIENTES THRU 066-FIN.
           PERFORM 080-GRABA-ESTADO THRU 080-FIN.
       060-FIN. EXIT.

       062-TERMINA-PASO.
           ACCEPT WS-PS-FIN (WS-SUB-P) FROM TIME.
           MOVE WS-RC-PASO TO WS-PS-RC (WS-SUB-P).
           MOVE WS-RESULTADO-PASO TO WS-PS-RESULTADO (WS-SUB-P).
           IF WS-RC-PASO < 8
               MOVE "T" TO WS-PS-ESTADO (WS-SUB-P)
           ELSE
               MOVE "F" TO WS-PS-ESTADO (WS-SUB-P)
           END-IF.
           PERFORM 080-GRABA-ESTADO THRU 080-FIN.
       062-FIN. EXIT.

      ******************************************************************
      * Paso omitido en este envio. Con WS-SW-OMISION-CUMPLE = "S"
      * (dia cerrado por el operador antes del lote) se da por
      * cumplido para la fecha; si no (paso previo fallido) queda
      * pendiente para el proximo envio.
      ******************************************************************
       064-OMITE-PASO.
           MOVE ZERO TO WS-PS-INICIO (WS-SUB-P) WS-PS-FIN (WS-SUB-P)
                        WS-PS-RC (WS-SUB-P).
           MOVE "OMITIDO" TO WS-PS-RESULTADO (WS-SUB-P).
           IF WS-SW-OMISION-CUMPLE = "S"
               MOVE "O" TO WS-PS-ESTADO (WS-SUB-P)
               MOVE "ESTE ENVIO" TO WS-PS-ORIGEN (WS-SUB-P)
           ELSE
               MOVE SPACE TO WS-PS-ESTADO (WS-SUB-P)
               MOVE "PENDIENTE" TO WS-PS-ORIGEN (WS-SUB-P)
           END-IF.
           PERFORM 080-GRABA-ESTADO THRU 080-FIN.
       064-FIN. EXIT.

      ******************************************************************
      * Al correr COPIA010, COMERCIO o NOTAS010 vuelven a quedar
      * pendientes CONCIL010, STOCK020, CONTA010 y FECHA010; al correr
      * alguno de esos tres, FECHA010. Asi un lote procesado en un
      * reenvio llega a la conciliacion y a la interfaz contable, y
      * sus codigos anteriores dejan de pesar en el codigo final.
      ******************************************************************
       066-REINICIA-DEPENDIENTES.
           IF WS-SUB-P >= 7
               GO TO 066-FIN
           END-IF.
           IF WS-SUB-P <= 3
               MOVE 4 TO WS-PRIMER-DEPENDIENTE
               MOVE ZERO TO WS-RC-CONCIL010 WS-RC-STOCK020
                            WS-RC-CONTA010
           ELSE
               MOVE 7 TO WS-PRIMER-DEPENDIENTE
           END-IF.
           MOVE ZERO TO WS-RC-FECHA010.
           PERFORM VARYING WS-SUB-G FROM WS-PRIMER-DEPENDIENTE BY 1
                   UNTIL WS-SUB-G > WS-CAN-PASOS
               MOVE SPACE TO WS-PS-ESTADO (WS-SUB-G)
               MOVE ZERO TO WS-PS-INICIO (WS-SUB-G)
                            WS-PS-FIN (WS-SUB-G)
                            WS-PS-RC (WS-SUB-G)
               MOVE SPACES TO WS-PS-RESULTADO (WS-SUB-G)
               MOVE "PENDIENTE" TO WS-PS-ORIGEN (WS-SUB-G)
           END-PERFORM.
       066-FIN. EXIT.

       080-GRABA-ESTADO.
           OPEN OUTPUT BATCHEST.
           PERFORM VARYING WS-SUB-G FROM 1 BY 1
                   UNTIL WS-SUB-G > WS-CAN-PASOS
               MOVE WS-FECHA-PROCESO TO WS-BES-FECHA
               MOVE WS-SUB-G TO WS-BES-PASO
               MOVE WS-PS-PROGRAMA (WS-SUB-G) TO WS-BES-PROGRAMA
               MOVE WS-PS-ESTADO (WS-SUB-G) TO WS-BES-ESTADO
               MOVE WS-PS-INICIO (WS-SUB-G) TO WS-BES-INICIO
               MOVE WS-PS-FIN (WS-SUB-G) TO WS-BES-FIN
               MOVE WS-PS-RC (WS-SUB-G) TO WS-BES-RC
               MOVE WS-PS-RESULTADO (WS-SUB-G) TO WS-BES-RESULTADO
               WRITE REG-BATCHEST FROM WS-REG-BATCHEST
           END-PERFORM.
           CLOSE BATCHEST.
       080-FIN. EXIT.
