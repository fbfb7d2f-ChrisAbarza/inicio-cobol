      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Informe de seguridad sobre la bitacora SEGLOG.TXT
      *           que escribe SIGNON010: inicios de sesion fallidos
      *           (operador inexistente, clave invalida, operador
      *           inactivo) e intentos denegados de entrar a un
      *           programa o usar una opcion de menu sin autorizacion
      *           del rol. Emite en SEGURREP.TXT el detalle ordenado
      *           por operador, fecha y hora, con subtotal de fallidos
      *           y denegados por fecha dentro de cada operador, total
      *           por operador y total general. Si existe SEGURREQ.TXT
      *           con un rango de fechas AAMMDD desde/hasta solo
      *           informa ese rango, y la solicitud se elimina igual que
      *           ANALREQ.TXT en NOTAS050; sin ella informa toda la
      *           bitacora. Los eventos se ordenan en una tabla de
      *           memoria de WS-MAX-EVENTOS registros; los que no caben
      *           se cuentan como omitidos y la corrida termina con
      *           codigo 4. Las fechas de SEGLOG son las reales del
      *           equipo, no la fecha de proceso. Registra la corrida
      *           en AUDITLOG.TXT (fallidos en el contador 1, denegados
      *           en el 2, operadores informados en el 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SEGUR010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSEGLOG.
           COPY SELFECPRO.
           COPY SELAUDIT.
           SELECT SEGURREQ ASSIGN TO "G:\cobol\archivos\SEGURREQ.TXT"
               FILE STATUS IS WS-SEGURREQ-STATUS.
           SELECT REP-SEGUR
               ASSIGN TO "G:\cobol\archivos\SEGURREP.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  SEGLOG
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDSEGLOG.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  SEGURREQ
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SEGURREQ           PIC X(12).

       FD  REP-SEGUR
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-SEGUR          PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-SEGLOG-STATUS       PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SEGURREQ-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REQ-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\SEGURREQ.TXT".
       01  WS-REQ-DEL-STATUS      PIC S9(9) COMP-5.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-REG-SEGLOG.
           COPY WSSEGLOG.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-SOLICITUD.
           05 WS-SOL-DESDE         PIC X(06).
           05 WS-SOL-HASTA         PIC X(06).
       01  WS-SOLICITUD-NUM REDEFINES WS-SOLICITUD.
           05 WS-SOL-DESDE-NUM     PIC 9(06).
           05 WS-SOL-HASTA-NUM     PIC 9(06).

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-FECHA-DESDE       PIC 9(06) VALUE ZERO.
           05 WS-FECHA-HASTA       PIC 9(06) VALUE 999999.
           05 WS-OPER-ACTUAL       PIC X(08) VALUE SPACES.
           05 WS-FECHA-ACTUAL      PIC 9(06) VALUE ZERO.
           05 WS-CONT-LEIDOS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-OMITIDOS     PIC 9(05) VALUE ZERO.
           05 WS-CONT-OPERADORES   PIC 9(05) VALUE ZERO.
           05 WS-FEC-FALLIDOS      PIC 9(05) VALUE ZERO.
           05 WS-FEC-DENEGADOS     PIC 9(05) VALUE ZERO.
           05 WS-OPE-FALLIDOS      PIC 9(05) VALUE ZERO.
           05 WS-OPE-DENEGADOS     PIC 9(05) VALUE ZERO.
           05 WS-TOT-FALLIDOS      PIC 9(05) VALUE ZERO.
           05 WS-TOT-DENEGADOS     PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Eventos de la bitacora en el rango pedido, mantenidos en orden
      * de operador + fecha + hora a medida que se leen (insercion
      * desplazando hacia abajo los mayores).
      ******************************************************************
       01  WS-MAX-EVENTOS          PIC 9(05) VALUE 3000.
       01  WS-CAN-EVENTOS          PIC 9(05) VALUE ZERO.
       01  WS-SUB-E                PIC 9(05) VALUE ZERO.
       01  WS-POS-EVENTO           PIC 9(05) VALUE ZERO.
       01  WS-CLAVE-NUEVA.
           05 WS-CN-OPERADOR       PIC X(08).
           05 WS-CN-FECHA          PIC 9(06).
           05 WS-CN-HORA           PIC 9(08).
       01  WS-TABLA-EVENTOS.
           05 WS-EV-ENTRY OCCURS 3000 TIMES.
               10 WS-EV-CLAVE.
                   15 WS-EV-OPERADOR   PIC X(08).
                   15 WS-EV-FECHA      PIC 9(06).
                   15 WS-EV-HORA       PIC 9(08).
               10 WS-EV-PROGRAMA       PIC X(10).
               10 WS-EV-OPCION         PIC X(02).
               10 WS-EV-TIPO           PIC X(01).
               10 WS-EV-MOTIVO         PIC X(20).

       01  WS-TITULO-1.
           05 FILLER               PIC X(14) VALUES SPACES.
           05 FILLER               PIC X(46)
               VALUES "INICIOS DE SESION FALLIDOS Y ACCESOS DENEGADOS".
           05 FILLER               PIC X(13) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(09) VALUES " DESDE: ".
           05 WS-TIT-2-DESDE       PIC X(06).
           05 FILLER               PIC X(09) VALUES "  HASTA: ".
           05 WS-TIT-2-HASTA       PIC X(06).
           05 FILLER               PIC X(43) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(10) VALUE "OPERADOR".
           05 FILLER               PIC X(08) VALUE "FECHA".
           05 FILLER               PIC X(10) VALUE "HORA".
           05 FILLER               PIC X(11) VALUE "PROGRAMA".
           05 FILLER               PIC X(03) VALUE "OP".
           05 FILLER               PIC X(09) VALUE "EVENTO".
           05 FILLER               PIC X(21) VALUE "MOTIVO".

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-OPERADOR      PIC X(08).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-FECHA         PIC 9(06).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-HORA          PIC 9(08).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-DET-PROGRAMA      PIC X(10).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-OPCION        PIC X(02).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-EVENTO        PIC X(08).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-MOTIVO        PIC X(20).
           05 FILLER               PIC X(01) VALUES SPACES.

       01  WS-LIN-SUBTOTAL.
           05 FILLER               PIC X(11) VALUES SPACES.
           05 WS-SUB-GLOSA         PIC X(21).
           05 WS-SUB-CLAVE         PIC X(08).
           05 FILLER               PIC X(11) VALUES "  FALLIDOS ".
           05 WS-SUB-FALLIDOS      PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUES "  DENEGADOS ".
           05 WS-SUB-DENEGADOS     PIC ZZZZ9.

       01  WS-DET-CIFRA.
           05 FILLER               PIC X(01).
           05 WS-DET-GLOSA         PIC X(30).
           05 WS-DET-CANT          PIC ZZZZ9.
           05 FILLER               PIC X(37) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           PERFORM 017-LEE-SOLICITUD THRU 017-FIN.
           PERFORM 020-CARGA-EVENTOS THRU 020-FIN.

           OPEN OUTPUT REP-SEGUR.
           PERFORM 030-ESCRIBIR-TITULO THRU 030-FIN.
           MOVE SPACES TO WS-OPER-ACTUAL.
           MOVE ZERO TO WS-FECHA-ACTUAL.
           PERFORM 040-INFORMA-EVENTO THRU 040-FIN
                   VARYING WS-SUB-E FROM 1 BY 1
                   UNTIL WS-SUB-E > WS-CAN-EVENTOS.
           IF WS-CAN-EVENTOS > ZERO
               PERFORM 044-CORTE-FECHA THRU 044-FIN
               PERFORM 046-CORTE-OPERADOR THRU 046-FIN
           END-IF.
           PERFORM 060-ESCRIBIR-FOOT THRU 060-FIN.
           CLOSE REP-SEGUR.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "EVENTOS INFORMADOS     : " WS-CAN-EVENTOS.
           DISPLAY "INICIOS FALLIDOS       : " WS-TOT-FALLIDOS.
           DISPLAY "INTENTOS DENEGADOS     : " WS-TOT-DENEGADOS.
           IF WS-CONT-OMITIDOS > ZERO
               DISPLAY "EVENTOS OMITIDOS       : " WS-CONT-OMITIDOS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       015-LEER-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE.
           OPEN INPUT FECPROC.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC INTO WS-REG-FECPROC
                   AT END
                       MOVE ZERO TO WS-FEC-PROCESO
               END-READ
               CLOSE FECPROC
               IF WS-FEC-PROCESO NUMERIC
                   MOVE WS-FEC-PROCESO TO WS-FECHA-VAL
                   IF WS-VAL-MM >= 1 AND WS-VAL-MM <= 12
                       AND WS-VAL-DD >= 1 AND WS-VAL-DD <= 31
                       MOVE WS-FEC-PROCESO TO WS-FECHA-PROCESO
                   END-IF
               END-IF
           END-IF.
       015-FIN. EXIT.

      ******************************************************************
      * SEGURREQ.TXT: desde AAMMDD + hasta AAMMDD. Un valor no numerico
      * o en cero no filtra por ese extremo; un rango invertido se
      * informa y se ignora. La solicitud se elimina una vez leida.
      ******************************************************************
       017-LEE-SOLICITUD.
           OPEN INPUT SEGURREQ.
           IF WS-SEGURREQ-STATUS NOT = "00"
               GO TO 017-FIN
           END-IF.
           MOVE SPACES TO WS-SOLICITUD.
           READ SEGURREQ INTO WS-SOLICITUD
               AT END
                   MOVE SPACES TO WS-SOLICITUD
           END-READ.
           CLOSE SEGURREQ.
           CALL "CBL_DELETE_FILE" USING WS-REQ-ARCHIVO
               RETURNING WS-REQ-DEL-STATUS.

           IF WS-SOL-DESDE NUMERIC AND WS-SOL-DESDE-NUM > ZERO
               MOVE WS-SOL-DESDE-NUM TO WS-FECHA-DESDE
           END-IF.
           IF WS-SOL-HASTA NUMERIC AND WS-SOL-HASTA-NUM > ZERO
               MOVE WS-SOL-HASTA-NUM TO WS-FECHA-HASTA
           END-IF.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "SEGURREQ.TXT CON RANGO INVERTIDO - SE INFORMA"
                       " TODA LA BITACORA"
               MOVE ZERO TO WS-FECHA-DESDE
               MOVE 999999 TO WS-FECHA-HASTA
           END-IF.
       017-FIN. EXIT.

       020-CARGA-EVENTOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT SEGLOG.
           IF WS-SEGLOG-STATUS NOT = "00"
               DISPLAY "SIN BITACORA DE SEGURIDAD SEGLOG.TXT"
               GO TO 020-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ SEGLOG INTO WS-REG-SEGLOG AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-SEG-FECHA >= WS-FECHA-DESDE
                   AND WS-SEG-FECHA <= WS-FECHA-HASTA
                   ADD 1 TO WS-CONT-LEIDOS
                   IF WS-CAN-EVENTOS < WS-MAX-EVENTOS
                       PERFORM 025-INSERTA-EVENTO THRU 025-FIN
                   ELSE
                       ADD 1 TO WS-CONT-OMITIDOS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SEGLOG.
       020-FIN. EXIT.

      ******************************************************************
      * Busca desde el final la posicion del evento nuevo y desplaza
      * una posicion hacia abajo los de clave mayor. A igual clave
      * queda despues el que llego despues.
      ******************************************************************
       025-INSERTA-EVENTO.
           MOVE WS-SEG-OPERADOR TO WS-CN-OPERADOR.
           MOVE WS-SEG-FECHA TO WS-CN-FECHA.
           MOVE WS-SEG-HORA TO WS-CN-HORA.
           ADD 1 TO WS-CAN-EVENTOS.
           MOVE WS-CAN-EVENTOS TO WS-POS-EVENTO.
           PERFORM UNTIL WS-POS-EVENTO = 1
                      OR WS-EV-CLAVE (WS-POS-EVENTO - 1)
                         NOT > WS-CLAVE-NUEVA
               MOVE WS-EV-ENTRY (WS-POS-EVENTO - 1)
                   TO WS-EV-ENTRY (WS-POS-EVENTO)
               SUBTRACT 1 FROM WS-POS-EVENTO
           END-PERFORM.
           MOVE WS-CLAVE-NUEVA TO WS-EV-CLAVE (WS-POS-EVENTO).
           MOVE WS-SEG-PROGRAMA TO WS-EV-PROGRAMA (WS-POS-EVENTO).
           MOVE WS-SEG-OPCION TO WS-EV-OPCION (WS-POS-EVENTO).
           MOVE WS-SEG-TIPO TO WS-EV-TIPO (WS-POS-EVENTO).
           MOVE WS-SEG-MOTIVO TO WS-EV-MOTIVO (WS-POS-EVENTO).
       025-FIN. EXIT.

       030-ESCRIBIR-TITULO.
           IF WS-FECHA-DESDE = ZERO
               MOVE "------" TO WS-TIT-2-DESDE
           ELSE
               MOVE WS-FECHA-DESDE TO WS-TIT-2-DESDE
           END-IF.
           IF WS-FECHA-HASTA = 999999
               MOVE "------" TO WS-TIT-2-HASTA
           ELSE
               MOVE WS-FECHA-HASTA TO WS-TIT-2-HASTA
           END-IF.

           WRITE REG-REP-SEGUR FROM WS-TITULO-1 AFTER ADVANCING PAGE.
           WRITE REG-REP-SEGUR FROM WS-TITULO-2 AFTER ADVANCING 2.
           WRITE REG-REP-SEGUR FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-SEGUR FROM WS-SUB-TITULO-1
                AFTER ADVANCING 1.
           WRITE REG-REP-SEGUR FROM WS-GUIONES AFTER ADVANCING 1.
       030-FIN. EXIT.

      ******************************************************************
      * Cortes de control: al cambiar de operador se cierran la fecha
      * y el operador en curso; al cambiar solo la fecha, la fecha.
      ******************************************************************
       040-INFORMA-EVENTO.
           IF WS-SUB-E > 1
               AND WS-EV-OPERADOR (WS-SUB-E) NOT = WS-OPER-ACTUAL
               PERFORM 044-CORTE-FECHA THRU 044-FIN
               PERFORM 046-CORTE-OPERADOR THRU 046-FIN
           ELSE
               IF WS-SUB-E > 1
                   AND WS-EV-FECHA (WS-SUB-E) NOT = WS-FECHA-ACTUAL
                   PERFORM 044-CORTE-FECHA THRU 044-FIN
               END-IF
           END-IF.
           IF WS-SUB-E = 1
               OR WS-EV-OPERADOR (WS-SUB-E) NOT = WS-OPER-ACTUAL
               ADD 1 TO WS-CONT-OPERADORES
           END-IF.
           MOVE WS-EV-OPERADOR (WS-SUB-E) TO WS-OPER-ACTUAL.
           MOVE WS-EV-FECHA (WS-SUB-E) TO WS-FECHA-ACTUAL.

           MOVE WS-EV-OPERADOR (WS-SUB-E) TO WS-DET-OPERADOR.
           MOVE WS-EV-FECHA (WS-SUB-E) TO WS-DET-FECHA.
           MOVE WS-EV-HORA (WS-SUB-E) TO WS-DET-HORA.
           MOVE WS-EV-PROGRAMA (WS-SUB-E) TO WS-DET-PROGRAMA.
           MOVE WS-EV-OPCION (WS-SUB-E) TO WS-DET-OPCION.
           MOVE WS-EV-MOTIVO (WS-SUB-E) TO WS-DET-MOTIVO.
           IF WS-EV-TIPO (WS-SUB-E) = "F"
               MOVE "FALLIDO" TO WS-DET-EVENTO
               ADD 1 TO WS-FEC-FALLIDOS
           ELSE
               MOVE "DENEGADO" TO WS-DET-EVENTO
               ADD 1 TO WS-FEC-DENEGADOS
           END-IF.
           WRITE REG-REP-SEGUR FROM WS-DETALLE AFTER ADVANCING 1.
       040-FIN. EXIT.

       044-CORTE-FECHA.
           MOVE "SUBTOTAL FECHA" TO WS-SUB-GLOSA.
           MOVE WS-FECHA-ACTUAL TO WS-SUB-CLAVE.
           MOVE WS-FEC-FALLIDOS TO WS-SUB-FALLIDOS.
           MOVE WS-FEC-DENEGADOS TO WS-SUB-DENEGADOS.
           WRITE REG-REP-SEGUR FROM WS-LIN-SUBTOTAL AFTER ADVANCING 1.
           ADD WS-FEC-FALLIDOS TO WS-OPE-FALLIDOS.
           ADD WS-FEC-DENEGADOS TO WS-OPE-DENEGADOS.
           MOVE ZERO TO WS-FEC-FALLIDOS.
           MOVE ZERO TO WS-FEC-DENEGADOS.
       044-FIN. EXIT.

       046-CORTE-OPERADOR.
           MOVE "TOTAL OPERADOR" TO WS-SUB-GLOSA.
           MOVE WS-OPER-ACTUAL TO WS-SUB-CLAVE.
           MOVE WS-OPE-FALLIDOS TO WS-SUB-FALLIDOS.
           MOVE WS-OPE-DENEGADOS TO WS-SUB-DENEGADOS.
           WRITE REG-REP-SEGUR FROM WS-LIN-SUBTOTAL AFTER ADVANCING 1.
           WRITE REG-REP-SEGUR FROM WS-GUIONES AFTER ADVANCING 1.
           ADD WS-OPE-FALLIDOS TO WS-TOT-FALLIDOS.
           ADD WS-OPE-DENEGADOS TO WS-TOT-DENEGADOS.
           MOVE ZERO TO WS-OPE-FALLIDOS.
           MOVE ZERO TO WS-OPE-DENEGADOS.
       046-FIN. EXIT.

       060-ESCRIBIR-FOOT.
           IF WS-CAN-EVENTOS = ZERO
               WRITE REG-REP-SEGUR FROM WS-GUIONES AFTER ADVANCING 1
           END-IF.

           MOVE "INICIOS DE SESION FALLIDOS :" TO WS-DET-GLOSA.
           MOVE WS-TOT-FALLIDOS TO WS-DET-CANT.
           WRITE REG-REP-SEGUR FROM WS-DET-CIFRA AFTER ADVANCING 1.
           MOVE "INTENTOS DENEGADOS         :" TO WS-DET-GLOSA.
           MOVE WS-TOT-DENEGADOS TO WS-DET-CANT.
           WRITE REG-REP-SEGUR FROM WS-DET-CIFRA AFTER ADVANCING 1.
           MOVE "OPERADORES INFORMADOS      :" TO WS-DET-GLOSA.
           MOVE WS-CONT-OPERADORES TO WS-DET-CANT.
           WRITE REG-REP-SEGUR FROM WS-DET-CIFRA AFTER ADVANCING 1.
           IF WS-CONT-OMITIDOS > ZERO
               MOVE "EVENTOS OMITIDOS (TABLA)   :" TO WS-DET-GLOSA
               MOVE WS-CONT-OMITIDOS TO WS-DET-CANT
               WRITE REG-REP-SEGUR FROM WS-DET-CIFRA
                    AFTER ADVANCING 1
           END-IF.
       060-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "SEGUR010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-PROCESO TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-TOT-FALLIDOS TO WS-AUD-CONT-1.
           MOVE WS-TOT-DENEGADOS TO WS-AUD-CONT-2.
           MOVE WS-CONT-OPERADORES TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
