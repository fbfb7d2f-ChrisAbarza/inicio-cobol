      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion (una sola vez) de los archivos de ventas
      *           al formato de boleta con varias lineas: VENTAS.TXT
      *           de 61, VENTAHIS.TXT de 65 y EXCVENTA.TXT de 92
      *           caracteres, regrabados ya en el formato vigente (las
      *           ventas sin desglose de IVA: tasa cero y neto igual
      *           al monto). Operacion debe renombrar
      *           antes los archivos antiguos a VENTASAN.TXT,
      *           VTAHISAN.TXT y EXCVTAAN.TXT; este programa recorre
      *           cada uno y regraba sus registros en el archivo nuevo
      *           como linea 01 de una boleta de una unidad, con monto
      *           igual al precio; las devoluciones quedan apuntando a
      *           la linea 01 de la venta original (igual que VTACONV2
      *           con el formato anterior). Un antiguo ausente se
      *           informa y se omite (ya convertido o nunca existio);
      *           un archivo nuevo ya existente se omite para no
      *           pisarlo. Cada antiguo se elimina tras su conversion
      *           limpia. VTALOTE.TXT no se convierte aqui: es un lote
      *           transitorio que debe consumirse antes del cambio de
      *           formato (ver FDVTALOT.CPY).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VTACONV3.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTASAN ASSIGN TO "G:\cobol\archivos\VENTASAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VAN-NUMVENTA
               FILE STATUS IS WS-VENTASAN-STATUS.
           SELECT VTAHISAN ASSIGN TO "G:\cobol\archivos\VTAHISAN.TXT"
               FILE STATUS IS WS-VTAHISAN-STATUS.
           SELECT EXCVTAAN ASSIGN TO "G:\cobol\archivos\EXCVTAAN.TXT"
               FILE STATUS IS WS-EXCVTAAN-STATUS.
           COPY SELVENTA.
           COPY SELVTAHIS.
           SELECT EXCVENTA ASSIGN TO "G:\cobol\archivos\EXCVENTA.TXT"
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENTASAN
           RECORD CONTAINS 61 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VENTASAN.
           05 REG-VAN-NUMVENTA    PIC 9(05).
           05 REG-VAN-RESTO       PIC X(56).

       FD  VTAHISAN
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-VTAHISAN.
           05 REG-HAN-PERIODO     PIC 9(04).
           05 REG-HAN-NUMVENTA    PIC 9(05).
           05 REG-HAN-RESTO       PIC X(56).

       FD  EXCVTAAN
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXCVTAAN           PIC X(92).

       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  VENTAHIS
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVTAHIS.

       FD  EXCVENTA
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDEXCVTA.

       WORKING-STORAGE SECTION.
       01  WS-VENTASAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VTAHISAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXCVTAAN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VENTAS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-VENTAHIS-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS          PIC X(02) VALUE SPACES.

       01  WS-VAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\VENTASAN.TXT".
       01  WS-HAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\VTAHISAN.TXT".
       01  WS-EAN-ARCHIVO         PIC X(30)
                               VALUE "G:\cobol\archivos\EXCVTAAN.TXT".
       01  WS-DEL-STATUS          PIC S9(9) COMP-5.

       01  WS-REG-VENTAS.
           COPY WSVENTA.

       01  WS-REG-VENTAHIS.
           COPY WSVTAHIS.

       01  WS-REG-EXCVENTA.
           COPY WSEXCVTA.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-CONT-LEIDOS          PIC 9(05) VALUE ZERO.
       01  WS-CONT-GRABADOS        PIC 9(05) VALUE ZERO.
       01  WS-CONT-DUPLICADOS      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-CONVIERTE-VENTAS THRU 020-FIN.
           PERFORM 030-CONVIERTE-VENTAHIS THRU 030-FIN.
           PERFORM 040-CONVIERTE-EXCVENTA THRU 040-FIN.

           IF WS-CONT-DUPLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * Maestro de ventas: el antiguo tambien es indexado, asi que se
      * recorre por clave y se recarga en el nuevo formato.
      ******************************************************************
       020-CONVIERTE-VENTAS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VENTASAN.
           IF WS-VENTASAN-STATUS NOT = "00"
               DISPLAY "SIN VENTASAN.TXT - VENTAS NO SE CONVIERTE"
               GO TO 020-FIN
           END-IF.

           OPEN INPUT VENTAS.
           IF WS-VENTAS-STATUS = "00"
               CLOSE VENTAS
               CLOSE VENTASAN
               DISPLAY "VENTAS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL MAESTRO"
               GO TO 020-FIN
           END-IF.

           OPEN OUTPUT VENTAS.
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL CREAR VENTAS.TXT - STATUS "
                       WS-VENTAS-STATUS
               CLOSE VENTASAN
               GO TO 020-FIN
           END-IF.

           MOVE ZERO TO REG-VAN-NUMVENTA.
           START VENTASAN KEY IS NOT LESS THAN REG-VAN-NUMVENTA
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ VENTASAN NEXT RECORD AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-VAN-NUMVENTA TO WS-VTA-NUMVENTA
                   MOVE 1 TO WS-VTA-LINEA
                   MOVE REG-VAN-RESTO TO WS-REG-VENTAS (8:56)
      *            Cada venta antigua era una unidad de un solo
      *            producto; la devolucion revertia la venta entera
                   MOVE 1 TO WS-VTA-CANTIDAD
                   MOVE WS-VTA-PRECIO TO WS-VTA-MONTO
                   IF WS-VTA-TIPO = "D"
                       MOVE 1 TO WS-VTA-REFLINEA
                   ELSE
                       MOVE ZERO TO WS-VTA-REFLINEA
                   END-IF
                   MOVE "N" TO WS-VTA-EXENTO
                   MOVE ZERO TO WS-VTA-TASA WS-VTA-IVA
                   MOVE WS-VTA-MONTO TO WS-VTA-NETO
                   MOVE SPACES TO WS-VTA-OPERADOR
                   WRITE REG-VENTAS FROM WS-REG-VENTAS
                       INVALID KEY
                           DISPLAY "NUM DE VENTA " WS-VTA-NUMVENTA
                                   " DUPLICADO - NO SE GRABA"
                           ADD 1 TO WS-CONT-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRABADOS
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE VENTASAN.
           CLOSE VENTAS.

           DISPLAY "VENTAS   LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           IF WS-CONT-GRABADOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING WS-VAN-ARCHIVO
                   RETURNING WS-DEL-STATUS
           ELSE
               DISPLAY "VENTASAN.TXT SE CONSERVA PARA REVISION"
           END-IF.
       020-FIN. EXIT.

       030-CONVIERTE-VENTAHIS.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT VTAHISAN.
           IF WS-VTAHISAN-STATUS NOT = "00"
               DISPLAY "SIN VTAHISAN.TXT - VENTAHIS NO SE CONVIERTE"
               GO TO 030-FIN
           END-IF.

           OPEN INPUT VENTAHIS.
           IF WS-VENTAHIS-STATUS = "00"
               CLOSE VENTAHIS
               CLOSE VTAHISAN
               DISPLAY "VENTAHIS.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR EL HISTORICO"
               GO TO 030-FIN
           END-IF.

           OPEN OUTPUT VENTAHIS.
           PERFORM UNTIL SW-FIN = "FIN"
               READ VTAHISAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-HAN-PERIODO TO WS-HIS-PERIODO
                   MOVE REG-HAN-NUMVENTA TO WS-HIS-NUMVENTA
                   MOVE 1 TO WS-HIS-LINEA
                   MOVE REG-HAN-RESTO TO WS-REG-VENTAHIS (12:56)
                   MOVE 1 TO WS-HIS-CANTIDAD
                   MOVE WS-HIS-PRECIO TO WS-HIS-MONTO
                   IF WS-HIS-TIPO = "D"
                       MOVE 1 TO WS-HIS-REFLINEA
                   ELSE
                       MOVE ZERO TO WS-HIS-REFLINEA
                   END-IF
                   MOVE "N" TO WS-HIS-EXENTO
                   MOVE ZERO TO WS-HIS-TASA WS-HIS-IVA
                   MOVE WS-HIS-MONTO TO WS-HIS-NETO
                   MOVE SPACES TO WS-HIS-OPERADOR
                   WRITE REG-VENTAHIS FROM WS-REG-VENTAHIS
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE VTAHISAN.
           CLOSE VENTAHIS.

           DISPLAY "VENTAHIS LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-HAN-ARCHIVO
               RETURNING WS-DEL-STATUS.
       030-FIN. EXIT.

       040-CONVIERTE-EXCVENTA.
           MOVE ZERO TO WS-CONT-LEIDOS WS-CONT-GRABADOS.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT EXCVTAAN.
           IF WS-EXCVTAAN-STATUS NOT = "00"
               DISPLAY "SIN EXCVTAAN.TXT - EXCVENTA NO SE CONVIERTE"
               GO TO 040-FIN
           END-IF.

           OPEN INPUT EXCVENTA.
           IF WS-EXC-STATUS = "00"
               CLOSE EXCVENTA
               CLOSE EXCVTAAN
               DISPLAY "EXCVENTA.TXT YA EXISTE - SE OMITE PARA NO"
                       " PISAR LA COLA DE RECHAZOS"
               GO TO 040-FIN
           END-IF.

           OPEN OUTPUT EXCVENTA.
           PERFORM UNTIL SW-FIN = "FIN"
               READ EXCVTAAN AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REG-EXCVTAAN TO WS-REG-EXCVENTA (1:92)
                   MOVE 1 TO WS-EXC-LINEA
                   MOVE 1 TO WS-EXC-CANTIDAD
                   MOVE "N" TO WS-EXC-CREDITO
                   MOVE SPACES TO WS-EXC-OPERADOR
                   WRITE REG-EXCVENTA FROM WS-REG-EXCVENTA
                   ADD 1 TO WS-CONT-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE EXCVTAAN.
           CLOSE EXCVENTA.

           DISPLAY "EXCVENTA LEIDOS " WS-CONT-LEIDOS
                   " GRABADOS " WS-CONT-GRABADOS.
           CALL "CBL_DELETE_FILE" USING WS-EAN-ARCHIVO
               RETURNING WS-DEL-STATUS.
       040-FIN. EXIT.
