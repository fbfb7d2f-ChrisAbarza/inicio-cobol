      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Libro de ventas mensual del periodo cerrado (el mes
      *           anterior a la fecha de proceso, el mismo que archiva
      *           CIERRE010), leido desde VENTAHIS.TXT. Emite en
      *           LIBROVTA.TXT una linea por documento (boleta o nota
      *           de credito) con fecha, numero, tipo (VE venta, NC
      *           nota de credito), cliente segun CLIENTE.TXT y los
      *           montos neto afecto, exento, IVA y total, sumando las
      *           lineas del documento segun el desglose grabado por
      *           COMERCIO y DEVOL010. Las notas de credito se muestran
      *           y totalizan en negativo, de modo que el total del
      *           periodo queda neteado. Al pie los totales de ventas,
      *           de notas de credito y netos del periodo, con la
      *           cantidad de documentos de cada tipo.
      *           Modo reimpresion: si existe LIBROREQ.TXT con un
      *           periodo AAMM, el libro se emite para ese periodo y
      *           la solicitud se elimina, igual que CONTA010 con
      *           CONTAREQ.TXT. Registra la corrida en AUDITLOG.TXT
      *           (ventas en el contador 1, notas de credito en el 2,
      *           lineas leidas en el 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                LIBRO010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELVTAHIS.
           COPY SELCLIENT.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT LIBROREQ ASSIGN TO "G:\cobol\archivos\LIBROREQ.TXT"
               FILE STATUS IS WS-LIBROREQ-STATUS.
           SELECT REP-LIBRO ASSIGN TO "G:\cobol\archivos\LIBROVTA.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

       FD  CLIENTES
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDCLIENT.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       FD  LIBROREQ
           RECORD CONTAINS 4 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIBROREQ           PIC X(04).

       FD  REP-LIBRO
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REP-LIBRO          PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-VENTAHIS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-LIBROREQ-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.
       01  WS-REQ-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\LIBROREQ.TXT".
       01  WS-REQ-DEL-STATUS      PIC S9(9) COMP-5.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-REG-VENTAHIS.
           COPY WSVTAHIS.

       01  WS-AREA-CLIENTES.
           COPY WSCLIENT.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-AREAS-A-USAR.
           05 SW-FIN               PIC X(03) VALUE SPACES.
           05 WS-SW-REIMPRESION    PIC X(01) VALUE "N".
           05 WS-SW-CLIENT-ABIERTO PIC X(01) VALUE "N".
           05 WS-SW-DOC-ABIERTO    PIC X(01) VALUE "N".
           05 WS-PERIODO-REQ       PIC 9(04) VALUE ZERO.
           05 WS-FECHA-8           PIC 9(06) VALUE ZERO.
           05 WS-CONT-LINEAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-VENTAS       PIC 9(05) VALUE ZERO.
           05 WS-CONT-NOTAS        PIC 9(05) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

       01  WS-PERIODO-LIBRO.
           05 WS-PER-AA            PIC 9(02).
           05 WS-PER-MM            PIC 9(02).

      ******************************************************************
      * Documento en curso: se acumulan sus lineas hasta que cambia el
      * numero de documento en el historico.
      ******************************************************************
       01  WS-DOCUMENTO.
           05 WS-DOC-NUMVENTA      PIC 9(05) VALUE ZERO.
           05 WS-DOC-FECHA         PIC 9(06) VALUE ZERO.
           05 WS-DOC-TIPO          PIC X(01) VALUE SPACE.
           05 WS-DOC-CLIENTE       PIC X(05) VALUE SPACES.
           05 WS-DOC-NETO          PIC S9(09) VALUE ZERO.
           05 WS-DOC-EXENTO        PIC S9(09) VALUE ZERO.
           05 WS-DOC-IVA           PIC S9(09) VALUE ZERO.
           05 WS-DOC-TOTAL         PIC S9(09) VALUE ZERO.

       01  WS-TOTALES-VENTAS.
           05 WS-TV-NETO           PIC S9(10) VALUE ZERO.
           05 WS-TV-EXENTO         PIC S9(10) VALUE ZERO.
           05 WS-TV-IVA            PIC S9(10) VALUE ZERO.
           05 WS-TV-TOTAL          PIC S9(10) VALUE ZERO.

       01  WS-TOTALES-NOTAS.
           05 WS-TN-NETO           PIC S9(10) VALUE ZERO.
           05 WS-TN-EXENTO         PIC S9(10) VALUE ZERO.
           05 WS-TN-IVA            PIC S9(10) VALUE ZERO.
           05 WS-TN-TOTAL          PIC S9(10) VALUE ZERO.

       01  WS-TITULO-1.
           05 FILLER               PIC X(27) VALUES SPACES.
           05 FILLER               PIC X(19)
                       VALUES "LIBRO DE VENTAS".
           05 FILLER               PIC X(27) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(11) VALUES " PERIODO: ".
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-ANIO        PIC 9(02).
           05 FILLER               PIC X(07) VALUES SPACES.
           05 WS-TIT-2-MARCA       PIC X(20) VALUES SPACES.
           05 FILLER               PIC X(28) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(06) VALUE "FECHA".
           05 FILLER               PIC X(06) VALUE "NUMERO".
           05 FILLER               PIC X(03) VALUE " TD".
           05 FILLER               PIC X(15) VALUE " CLIENTE".
           05 FILLER               PIC X(10) VALUE "      NETO".
           05 FILLER               PIC X(10) VALUE "    EXENTO".
           05 FILLER               PIC X(10) VALUE "       IVA".
           05 FILLER               PIC X(10) VALUE "     TOTAL".
           05 FILLER               PIC X(02) VALUES SPACES.

       01  WS-DETALLE.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-DD            PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-DET-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-NUMVENTA      PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-TIPO          PIC X(02).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-CLIENTE       PIC X(15).
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-NETO          PIC ZZZZZZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-EXENTO        PIC ZZZZZZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-IVA           PIC ZZZZZZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-DET-TOTAL         PIC ZZZZZZZ9-.
           05 FILLER               PIC X(02) VALUES SPACES.

       01  WS-SUB-TITULO-2.
           05 FILLER               PIC X(21) VALUES SPACES.
           05 FILLER               PIC X(13) VALUE "        NETO ".
           05 FILLER               PIC X(13) VALUE "      EXENTO ".
           05 FILLER               PIC X(13) VALUE "         IVA ".
           05 FILLER               PIC X(13) VALUE "       TOTAL ".

       01  WS-DETALLE-TOTAL.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-TOT-GLOSA         PIC X(20).
           05 WS-TOT-NETO          PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-TOT-EXENTO        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-TOT-IVA           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-TOT-TOTAL         PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUES SPACES.

       01  WS-DETALLE-CANT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 WS-CAN-GLOSA         PIC X(21).
           05 WS-CAN-VALOR         PIC ZZZZ9.
           05 FILLER               PIC X(46) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.
           PERFORM 015-CALCULA-PERIODO THRU 015-FIN.
           PERFORM 017-REVISA-REIMPRESION THRU 017-FIN.

           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS = "00"
               MOVE "S" TO WS-SW-CLIENT-ABIERTO
           END-IF.

           PERFORM 020-ENCABEZADO THRU 020-FIN.
           PERFORM 030-RECORRE-HISTORICO THRU 030-FIN.
           PERFORM 050-TOTALES THRU 050-FIN.

           IF WS-SW-CLIENT-ABIERTO = "S"
               CLOSE CLIENTES
           END-IF.

           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           IF WS-SW-REIMPRESION = "S"
               CALL "CBL_DELETE_FILE" USING WS-REQ-ARCHIVO
                   RETURNING WS-REQ-DEL-STATUS
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       012-LEER-FECHA-PROCESO.
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
       012-FIN. EXIT.

      ******************************************************************
      * Periodo cerrado: el mes anterior a la fecha de proceso, igual
      * que en CIERRE010.
      ******************************************************************
       015-CALCULA-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           IF WS-MM-8 = 1
               MOVE 12 TO WS-PER-MM
               COMPUTE WS-PER-AA = WS-AA-8 - 1
           ELSE
               COMPUTE WS-PER-MM = WS-MM-8 - 1
               MOVE WS-AA-8 TO WS-PER-AA
           END-IF.
       015-FIN. EXIT.

      ******************************************************************
      * Si existe LIBROREQ.TXT con un periodo AAMM valido el libro se
      * emite para ese periodo. Una solicitud invalida se descarta
      * avisando por pantalla y se emite el periodo cerrado.
      ******************************************************************
       017-REVISA-REIMPRESION.
           OPEN INPUT LIBROREQ.
           IF WS-LIBROREQ-STATUS NOT = "00"
               GO TO 017-FIN
           END-IF.
           READ LIBROREQ INTO WS-PERIODO-REQ
               AT END
                   MOVE ZERO TO WS-PERIODO-REQ
           END-READ.
           CLOSE LIBROREQ.
           MOVE "S" TO WS-SW-REIMPRESION.
           IF WS-PERIODO-REQ NUMERIC
               AND WS-PERIODO-REQ (3:2) >= "01"
               AND WS-PERIODO-REQ (3:2) <= "12"
               MOVE WS-PERIODO-REQ TO WS-PERIODO-LIBRO
           ELSE
               DISPLAY "LIBROREQ.TXT CON PERIODO INVALIDO - SE EMITE"
                       " EL PERIODO CERRADO"
           END-IF.
       017-FIN. EXIT.

       020-ENCABEZADO.
           MOVE WS-PER-MM TO WS-TIT-2-MES.
           MOVE WS-PER-AA TO WS-TIT-2-ANIO.
           IF WS-SW-REIMPRESION = "S"
               MOVE "(REIMPRESION)" TO WS-TIT-2-MARCA
           END-IF.
           DISPLAY "LIBRO DE VENTAS PERIODO: " WS-PER-AA WS-PER-MM.

           OPEN OUTPUT REP-LIBRO.
           WRITE REG-REP-LIBRO FROM WS-GUIONES AFTER ADVANCING PAGE.
           WRITE REG-REP-LIBRO FROM WS-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-REP-LIBRO FROM WS-TITULO-2 AFTER ADVANCING 1.
           WRITE REG-REP-LIBRO FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-LIBRO FROM WS-SUB-TITULO-1 AFTER ADVANCING 1.
           WRITE REG-REP-LIBRO FROM WS-GUIONES AFTER ADVANCING 1.
       020-FIN. EXIT.

      ******************************************************************
      * Las lineas de un documento quedan seguidas en el historico
      * (CIERRE010 las archiva en orden de clave), asi que basta un
      * corte por numero de documento.
      ******************************************************************
       030-RECORRE-HISTORICO.
           MOVE SPACES TO SW-FIN.
           MOVE "N" TO WS-SW-DOC-ABIERTO.
           OPEN INPUT VENTAHIS.
           IF WS-VENTAHIS-STATUS NOT = "00"
               DISPLAY "SIN VENTAHIS.TXT - LIBRO SIN DOCUMENTOS"
               GO TO 030-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ VENTAHIS INTO WS-REG-VENTAHIS AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-HIS-PERIODO = WS-PERIODO-LIBRO
                   ADD 1 TO WS-CONT-LINEAS
                   IF WS-SW-DOC-ABIERTO = "S"
                       AND WS-HIS-NUMVENTA NOT = WS-DOC-NUMVENTA
                       PERFORM 040-IMPRIME-DOCUMENTO THRU 040-FIN
                   END-IF
                   IF WS-SW-DOC-ABIERTO NOT = "S"
                       PERFORM 035-INICIA-DOCUMENTO THRU 035-FIN
                   END-IF
                   PERFORM 037-ACUMULA-LINEA THRU 037-FIN
               END-IF
           END-PERFORM.
           CLOSE VENTAHIS.
           IF WS-SW-DOC-ABIERTO = "S"
               PERFORM 040-IMPRIME-DOCUMENTO THRU 040-FIN
           END-IF.
       030-FIN. EXIT.

       035-INICIA-DOCUMENTO.
           MOVE "S" TO WS-SW-DOC-ABIERTO.
           MOVE WS-HIS-NUMVENTA TO WS-DOC-NUMVENTA.
           MOVE WS-HIS-FECHA TO WS-DOC-FECHA.
           MOVE WS-HIS-TIPO TO WS-DOC-TIPO.
           MOVE WS-HIS-CLIENTE TO WS-DOC-CLIENTE.
           MOVE ZERO TO WS-DOC-NETO WS-DOC-EXENTO WS-DOC-IVA
                        WS-DOC-TOTAL.
       035-FIN. EXIT.

      ******************************************************************
      * Una linea exenta va completa a la columna exento; una afecta
      * reparte su monto en neto e IVA segun su desglose. La nota de
      * credito resta.
      ******************************************************************
       037-ACUMULA-LINEA.
           IF WS-DOC-TIPO = "D"
               IF WS-HIS-EXENTO = "S"
                   SUBTRACT WS-HIS-MONTO FROM WS-DOC-EXENTO
               ELSE
                   SUBTRACT WS-HIS-NETO FROM WS-DOC-NETO
                   SUBTRACT WS-HIS-IVA FROM WS-DOC-IVA
               END-IF
               SUBTRACT WS-HIS-MONTO FROM WS-DOC-TOTAL
           ELSE
               IF WS-HIS-EXENTO = "S"
                   ADD WS-HIS-MONTO TO WS-DOC-EXENTO
               ELSE
                   ADD WS-HIS-NETO TO WS-DOC-NETO
                   ADD WS-HIS-IVA TO WS-DOC-IVA
               END-IF
               ADD WS-HIS-MONTO TO WS-DOC-TOTAL
           END-IF.
       037-FIN. EXIT.

       040-IMPRIME-DOCUMENTO.
           MOVE WS-DOC-FECHA TO WS-FECHA-GREG.
           MOVE WS-DD-8 TO WS-DET-DD.
           MOVE WS-MM-8 TO WS-DET-MM.
           MOVE WS-DOC-NUMVENTA TO WS-DET-NUMVENTA.
           IF WS-DOC-TIPO = "D"
               MOVE "NC" TO WS-DET-TIPO
               ADD 1 TO WS-CONT-NOTAS
               ADD WS-DOC-NETO TO WS-TN-NETO
               ADD WS-DOC-EXENTO TO WS-TN-EXENTO
               ADD WS-DOC-IVA TO WS-TN-IVA
               ADD WS-DOC-TOTAL TO WS-TN-TOTAL
           ELSE
               MOVE "VE" TO WS-DET-TIPO
               ADD 1 TO WS-CONT-VENTAS
               ADD WS-DOC-NETO TO WS-TV-NETO
               ADD WS-DOC-EXENTO TO WS-TV-EXENTO
               ADD WS-DOC-IVA TO WS-TV-IVA
               ADD WS-DOC-TOTAL TO WS-TV-TOTAL
           END-IF.
           PERFORM 045-BUSCA-NOMBRE THRU 045-FIN.
           MOVE WS-DOC-NETO TO WS-DET-NETO.
           MOVE WS-DOC-EXENTO TO WS-DET-EXENTO.
           MOVE WS-DOC-IVA TO WS-DET-IVA.
           MOVE WS-DOC-TOTAL TO WS-DET-TOTAL.
           WRITE REG-REP-LIBRO FROM WS-DETALLE AFTER ADVANCING 1.
           MOVE "N" TO WS-SW-DOC-ABIERTO.
       040-FIN. EXIT.

       045-BUSCA-NOMBRE.
           IF WS-DOC-CLIENTE = SPACES
               MOVE "SIN CLIENTE" TO WS-DET-CLIENTE
               GO TO 045-FIN
           END-IF.
           MOVE "*NO REGISTRADO*" TO WS-DET-CLIENTE.
           IF WS-SW-CLIENT-ABIERTO = "S"
               MOVE WS-DOC-CLIENTE TO REG-CLI-CODIGO
               READ CLIENTES INTO WS-REG-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CLI-NOMBRE TO WS-DET-CLIENTE
               END-READ
           END-IF.
       045-FIN. EXIT.

       050-TOTALES.
           WRITE REG-REP-LIBRO FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-REP-LIBRO FROM WS-SUB-TITULO-2 AFTER ADVANCING 1.

           MOVE "VENTAS             :" TO WS-TOT-GLOSA.
           MOVE WS-TV-NETO TO WS-TOT-NETO.
           MOVE WS-TV-EXENTO TO WS-TOT-EXENTO.
           MOVE WS-TV-IVA TO WS-TOT-IVA.
           MOVE WS-TV-TOTAL TO WS-TOT-TOTAL.
           WRITE REG-REP-LIBRO FROM WS-DETALLE-TOTAL AFTER ADVANCING 1.

           MOVE "NOTAS DE CREDITO   :" TO WS-TOT-GLOSA.
           MOVE WS-TN-NETO TO WS-TOT-NETO.
           MOVE WS-TN-EXENTO TO WS-TOT-EXENTO.
           MOVE WS-TN-IVA TO WS-TOT-IVA.
           MOVE WS-TN-TOTAL TO WS-TOT-TOTAL.
           WRITE REG-REP-LIBRO FROM WS-DETALLE-TOTAL AFTER ADVANCING 1.

           MOVE "TOTAL DEL PERIODO  :" TO WS-TOT-GLOSA.
           COMPUTE WS-TOT-NETO = WS-TV-NETO + WS-TN-NETO.
           COMPUTE WS-TOT-EXENTO = WS-TV-EXENTO + WS-TN-EXENTO.
           COMPUTE WS-TOT-IVA = WS-TV-IVA + WS-TN-IVA.
           COMPUTE WS-TOT-TOTAL = WS-TV-TOTAL + WS-TN-TOTAL.
           WRITE REG-REP-LIBRO FROM WS-DETALLE-TOTAL AFTER ADVANCING 1.

           WRITE REG-REP-LIBRO FROM WS-GUIONES AFTER ADVANCING 1.
           MOVE "DOCUMENTOS DE VENTA : " TO WS-CAN-GLOSA.
           MOVE WS-CONT-VENTAS TO WS-CAN-VALOR.
           WRITE REG-REP-LIBRO FROM WS-DETALLE-CANT AFTER ADVANCING 1.
           MOVE "NOTAS DE CREDITO    : " TO WS-CAN-GLOSA.
           MOVE WS-CONT-NOTAS TO WS-CAN-VALOR.
           WRITE REG-REP-LIBRO FROM WS-DETALLE-CANT AFTER ADVANCING 1.
           WRITE REG-REP-LIBRO FROM WS-GUIONES AFTER ADVANCING 1.
           CLOSE REP-LIBRO.
       050-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "LIBRO010" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-VENTAS TO WS-AUD-CONT-1.
           MOVE WS-CONT-NOTAS TO WS-AUD-CONT-2.
           MOVE WS-CONT-LINEAS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
