      * Date:
      * Purpose:  Respaldo por generaciones de los maestros criticos,
      *           pensado como primer paso del proceso nocturno (ver
      *           BATCH010). Copia VENTAS.TXT, ALUMNO.TXT, INSCRIP.TXT,
      *           PRODUCTO.TXT y CTLVENTA.TXT a copias secuenciales
      *           fechadas (VENTASBn.TXT, ALUMNOBn.TXT, INSCRIBn.TXT,
      *           PRODUCBn.TXT, CTLVTABn.TXT, con n rotando de forma
      *           ciclica segun la cantidad de generaciones de
      *           RESPCTL.TXT, 3 si el control no existe) y verifica
      *           cada copia releyendola completa: cuenta de registros
      *           contra lo copiado y relectura por clave contra el
      *           maestro. Un maestro ausente no es error (no hay nada
      *           que respaldar); una verificacion fallida termina con
      *           codigo 8 para que el encadenamiento no siga sobre un
      *           respaldo malo. Modo restauracion: si existe
      *           RESPREQ.TXT con un digito de generacion, en lugar de
      *           respaldar vuelve a cargar los cinco maestros desde esa
      *           generacion y la solicitud se elimina, igual que
      *           CONTA010 con CONTAREQ.TXT; la restauracion exige
      *           inicio de sesion de un operador autorizado. Registra
      *           cada corrida (respaldo o restauracion) en
      *           AUDITLOG.TXT: archivos bien en el contador 1, con
      *           error en el 2, generacion en el 3, con el operador
      *           que pidio la restauracion ("BATCH" en el respaldo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELVENTA.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPRODUC.
           COPY SELAUDIT.
           COPY SELFECPRO.
               FILE STATUS IS WS-RSPVTA-STATUS.
           SELECT RESPALU ASSIGN TO DYNAMIC WS-ARCH-RESPALU
               FILE STATUS IS WS-RSPALU-STATUS.
           SELECT RESPINS ASSIGN TO DYNAMIC WS-ARCH-RESPINS
               FILE STATUS IS WS-RSPINS-STATUS.
           SELECT RESPPRO ASSIGN TO DYNAMIC WS-ARCH-RESPPRO
               FILE STATUS IS WS-RSPPRO-STATUS.
           SELECT RESPCTV ASSIGN TO DYNAMIC WS-ARCH-RESPCTV
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDVENTA.

       FD  ALUMNOS
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDALUMNO.

       FD  INSCRIP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDINSCR.

       FD  PRODUCTOS
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPRODUC.

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       01  REG-RESPREQ            PIC X(01).

       FD  RESPVTA
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPVTA            PIC X(108).

       FD  RESPALU
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPALU            PIC X(29).

       FD  RESPINS
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPINS            PIC X(45).

       FD  RESPPRO
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPPRO            PIC X(56).

       FD  RESPCTV
           RECORD CONTAINS 5 CHARACTERS
       WORKING-STORAGE SECTION.
       01  WS-VENTAS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PRODUCTOS-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-RESPREQ-STATUS      PIC X(02) VALUE SPACES.
       01  WS-RSPVTA-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RSPALU-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RSPINS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RSPPRO-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RSPCTV-STATUS       PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.
                               VALUE "G:\cobol\archivos\VENTASB0.TXT".
       01  WS-ARCH-RESPALU        PIC X(30)
                               VALUE "G:\cobol\archivos\ALUMNOB0.TXT".
       01  WS-ARCH-RESPINS        PIC X(30)
                               VALUE "G:\cobol\archivos\INSCRIB0.TXT".
       01  WS-ARCH-RESPPRO        PIC X(30)
                               VALUE "G:\cobol\archivos\PRODUCB0.TXT".
       01  WS-ARCH-RESPCTV        PIC X(30)
       01  WS-AREA-ALUMNOS.
           COPY WSALUMNO.

       01  WS-AREA-INSCRIP.
           COPY WSINSCR.

       01  WS-AREA-PRODUCTOS.
           COPY WSPRODUC.

       01  WS-CONT-ARCH-OK         PIC 9(05) VALUE ZERO.
       01  WS-CONT-ARCH-ERR        PIC 9(05) VALUE ZERO.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
               PERFORM 019-ARMA-NOMBRES THRU 019-FIN
               PERFORM 080-RESTAURA-VENTAS THRU 080-FIN
               PERFORM 082-RESTAURA-ALUMNOS THRU 082-FIN
               PERFORM 083-RESTAURA-INSCRIP THRU 083-FIN
               PERFORM 084-RESTAURA-PRODUCTOS THRU 084-FIN
               PERFORM 086-RESTAURA-CTLVENTA THRU 086-FIN
               PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN
               PERFORM 019-ARMA-NOMBRES THRU 019-FIN
               PERFORM 020-COPIA-VENTAS THRU 020-FIN
               PERFORM 030-COPIA-ALUMNOS THRU 030-FIN
               PERFORM 036-COPIA-INSCRIP THRU 036-FIN
               PERFORM 040-COPIA-PRODUCTOS THRU 040-FIN
               PERFORM 050-COPIA-CTLVENTA THRU 050-FIN
               IF WS-CONT-ARCH-ERR = ZERO
      * Si existe RESPREQ.TXT con un digito de generacion valido la
      * corrida es una restauracion de esa generacion; si el digito
      * es invalido o la generacion no tiene respaldo grabado se
      * informa y se respalda normalmente. La restauracion exige
      * inicio de sesion de un operador autorizado (SIGNON010); si no
      * se obtiene, la solicitud se descarta y se respalda igual.
      ******************************************************************
       017-REVISA-RESTAURA.
           OPEN INPUT RESPREQ.
                   RETURNING WS-REQ-DEL-STATUS
               GO TO 017-FIN
           END-IF.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "COPIA010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
           IF WS-SGN-RESULTADO NOT = "S"
               DISPLAY "RESTAURACION NO AUTORIZADA"
                       " - SE RESPALDA NORMALMENTE"
               CALL "CBL_DELETE_FILE" USING WS-REQ-ARCHIVO
                   RETURNING WS-REQ-DEL-STATUS
               GO TO 017-FIN
           END-IF.
           MOVE WS-GEN-REQ-NUM TO WS-GEN.
           MOVE "S" TO WS-SW-RESTAURA.
           DISPLAY "MODO RESTAURACION - GENERACION " WS-GEN
       019-ARMA-NOMBRES.
           MOVE WS-GEN TO WS-ARCH-RESPVTA (26:1).
           MOVE WS-GEN TO WS-ARCH-RESPALU (26:1).
           MOVE WS-GEN TO WS-ARCH-RESPINS (26:1).
           MOVE WS-GEN TO WS-ARCH-RESPPRO (26:1).
           MOVE WS-GEN TO WS-ARCH-RESPCTV (26:1).
       019-FIN. EXIT.
               GO TO 020-FIN
           END-IF.
           OPEN OUTPUT RESPVTA.
           MOVE ZERO TO REG-VTA-NUMVENTA REG-VTA-LINEA.
           START VENTAS KEY IS NOT LESS THAN REG-VTA-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-VER
                   MOVE WS-VTA-NUMVENTA TO REG-VTA-NUMVENTA
                   MOVE WS-VTA-LINEA TO REG-VTA-LINEA
                   READ VENTAS
                       INVALID KEY
                           DISPLAY "VENTA " WS-VTA-NUMVENTA
                                   " LINEA " WS-VTA-LINEA
                                   " DE LA COPIA NO RELEE EN MAESTRO"
                           MOVE "S" TO WS-SW-ERROR-ARCH
                   END-READ
           END-IF.
       035-FIN. EXIT.

       036-COPIA-INSCRIP.
           MOVE ZERO TO WS-CONT-REG.
           MOVE "N" TO WS-SW-ERROR-ARCH.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS NOT = "00"
               DISPLAY "SIN INSCRIP.TXT - NO SE RESPALDA"
               GO TO 036-FIN
           END-IF.
           OPEN OUTPUT RESPINS.
           MOVE LOW-VALUES TO REG-INS-CLAVE.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CLAVE
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   WRITE REG-RESPINS FROM WS-REG-INSCRIP
                   ADD 1 TO WS-CONT-REG
               END-IF
           END-PERFORM.
           CLOSE INSCRIP.
           CLOSE RESPINS.
           PERFORM 038-VERIFICA-INSCRIP THRU 038-FIN.
           IF WS-SW-ERROR-ARCH = "S"
               ADD 1 TO WS-CONT-ARCH-ERR
               DISPLAY "RESPALDO DE INSCRIP.TXT CON ERROR"
           ELSE
               ADD 1 TO WS-CONT-ARCH-OK
               DISPLAY "INSCRIP.TXT RESPALDADO: " WS-CONT-REG
                       " REGISTROS (GENERACION " WS-GEN ")"
           END-IF.
       036-FIN. EXIT.

       038-VERIFICA-INSCRIP.
           MOVE ZERO TO WS-CONT-VER.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT RESPINS.
           IF WS-RSPINS-STATUS NOT = "00"
               MOVE "S" TO WS-SW-ERROR-ARCH
               GO TO 038-FIN
           END-IF.
           OPEN INPUT INSCRIP.
           PERFORM UNTIL SW-FIN = "FIN"
               READ RESPINS INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   ADD 1 TO WS-CONT-VER
                   MOVE WS-INS-CLAVE TO REG-INS-CLAVE
                   READ INSCRIP
                       INVALID KEY
                           DISPLAY "INSCRIPCION " WS-INS-RUT " "
                                   WS-INS-CURSO " " WS-INS-SECCION
                                   " DE LA COPIA NO RELEE EN MAESTRO"
                           MOVE "S" TO WS-SW-ERROR-ARCH
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE INSCRIP.
           CLOSE RESPINS.
           IF WS-CONT-VER NOT = WS-CONT-REG
               DISPLAY "CUENTA DE COPIA DE INSCRIPCIONES NO CUADRA: "
                       WS-CONT-VER " CONTRA " WS-CONT-REG
               MOVE "S" TO WS-SW-ERROR-ARCH
           END-IF.
       038-FIN. EXIT.

       040-COPIA-PRODUCTOS.
           MOVE ZERO TO WS-CONT-REG.
           MOVE "N" TO WS-SW-ERROR-ARCH.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "COPIA010" TO WS-AUD-PROGRAMA.
           IF WS-SW-RESTAURA = "S"
               MOVE WS-SGN-OPERADOR TO WS-AUD-OPERADOR
           ELSE
               MOVE "BATCH" TO WS-AUD-OPERADOR
           END-IF.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-ARCH-OK TO WS-AUD-CONT-1.
                   " REGISTROS".
       082-FIN. EXIT.

       083-RESTAURA-INSCRIP.
           MOVE ZERO TO WS-CONT-REG.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT RESPINS.
           IF WS-RSPINS-STATUS NOT = "00"
               DISPLAY "SIN COPIA DE INSCRIPCIONES EN GENERACION "
                       WS-GEN " - NO SE RESTAURA"
               ADD 1 TO WS-CONT-ARCH-ERR
               GO TO 083-FIN
           END-IF.
           OPEN OUTPUT INSCRIP.
           PERFORM UNTIL SW-FIN = "FIN"
               READ RESPINS INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   WRITE REG-INSCRIP FROM WS-REG-INSCRIP
                       INVALID KEY
                           DISPLAY "ERROR AL RESTAURAR INSCRIPCION "
                                   WS-INS-RUT " " WS-INS-CURSO " "
                                   WS-INS-SECCION
                   END-WRITE
                   ADD 1 TO WS-CONT-REG
               END-IF
           END-PERFORM.
           CLOSE INSCRIP.
           CLOSE RESPINS.
           ADD 1 TO WS-CONT-ARCH-OK.
           DISPLAY "INSCRIP.TXT RESTAURADO: " WS-CONT-REG
                   " REGISTROS".
       083-FIN. EXIT.

       084-RESTAURA-PRODUCTOS.
           MOVE ZERO TO WS-CONT-REG.
           MOVE SPACES TO SW-FIN.
