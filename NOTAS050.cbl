      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Analisis de distribucion de notas y rendimiento por
      *           seccion para coordinacion academica. Por omision
      *           analiza el periodo abierto desde las inscripciones
      *           INSCRIP.TXT (nombres de ALUMNO.TXT, asistencia de
      *           ASISTEN.TXT, ponderacion de PESOS.TXT); si existe la
      *           solicitud ANALREQ.TXT con un periodo AAPP analiza ese
      *           periodo cerrado desde NOTAHIS.TXT con la ponderacion,
      *           asistencia y minimo archivados, y elimina la solicitud
      *           al terminar. Deja en ANALISIS.TXT, por curso y
      *           seccion: histograma del promedio ponderado final en
      *           tramos de 10 puntos, promedio/minimo/maximo de cada
      *           evaluacion, promedio y desviacion estandar del
      *           promedio final, reprobacion (por nota o por
      *           asistencia, igual que NOTAS010) y la comparacion
      *           contra las demas secciones del mismo curso; marca las
      *           secciones cuya reprobacion supera en mas de 15 puntos
      *           la norma del curso (las demas secciones del periodo
      *           o, si no hay, los periodos cerrados anteriores). Por
      *           curso agrega el total, la comparacion contra el mismo
      *           curso en cada periodo cerrado anterior de NOTAHIS.TXT
      *           y el cuadro de honor con los 5 mejores promedios
      *           aprobados. Registra la corrida en AUDITLOG.TXT y
      *           termina con codigo 4 si marco alguna seccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                NOTAS050.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELALUMNO.
           COPY SELINSCR.
           COPY SELPESOS.
           COPY SELNOTHIS.
           COPY SELASIST.
           COPY SELASIPAR.
           COPY SELAUDIT.
           COPY SELFECPRO.
           SELECT ANALREQ ASSIGN TO "G:\cobol\archivos\ANALREQ.TXT"
               FILE STATUS IS WS-ANALREQ-STATUS.
           SELECT REP-ANALISIS
               ASSIGN TO "G:\cobol\archivos\ANALISIS.TXT".

       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDALUMNO.
       FD  INSCRIP
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDINSCR.
       FD  PESOS
           RECORD CONTAINS 25 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDPESOS.
       FD  NOTAHIS
           RECORD CONTAINS 103 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDNOTHIS.
       FD  ASISTEN
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIST.
       FD  ASIPAR
           RECORD CONTAINS 3 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDASIPAR.
       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.
       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.
       FD  ANALREQ
           RECORD CONTAINS 4 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ANALREQ            PIC X(04).
       FD  REP-ANALISIS
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ANALISIS           PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-ALUMNOS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-NOMBRES-ABIERTO  PIC X(01) VALUE "N".
       01  WS-INSCRIP-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PESOS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-NOTAHIS-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ASISTEN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-SW-ASISTEN-ABIERTO  PIC X(01) VALUE "N".
       01  WS-ASIPAR-STATUS       PIC X(02) VALUE SPACES.
       01  WS-ANALREQ-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-AREA-PESOS.
           COPY WSPESOS.

       01  WS-AREAS-A-USAR.
           COPY WSALUMNO.
           COPY WSINSCR.

       01  WS-REG-NOTAHIS-AREA.
           COPY WSNOTHIS.

       01  WS-AREA-ASISTEN.
           COPY WSASIST.

       01  WS-REG-ASIPAR.
           COPY WSASIPAR.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-SW-CERRADO          PIC X(01) VALUE "N".
       01  WS-PERIODO-ANALISIS    PIC 9(04) VALUE ZERO.
       01  WS-MINIMO-VIGENTE      PIC 9(03) VALUE ZERO.
       01  WS-REQ-ARCHIVO         PIC X(29)
                               VALUE "G:\cobol\archivos\ANALREQ.TXT".
       01  WS-REQ-DEL-STATUS      PIC S9(9) COMP-5.

      ******************************************************************
      * Alumno en analisis, cargado desde una inscripcion o desde un
      * registro del historico, con su promedio y estado calculados
      * igual que en NOTAS010.
      ******************************************************************
       01  WS-ALUMNO-ANALISIS.
           05 WS-AN-CURSO          PIC X(10).
           05 WS-AN-SECCION        PIC X(02).
           05 WS-AN-RUT            PIC 9(09).
           05 WS-AN-NOMBRE         PIC X(20).
           05 WS-AN-EVALUACIONES   PIC 9(03) OCCURS 8 TIMES.
           05 WS-AN-DICTADAS       PIC 9(03).
           05 WS-AN-ASISTIDAS      PIC 9(03).
           05 WS-AN-MINIMO         PIC 9(03).
       01  WS-PROM                 PIC 9(03) VALUE ZERO.
       01  WS-SUMA-PONDERADA       PIC 9(06) VALUE ZERO.
       01  WS-PCT-ASIST            PIC 9(03) VALUE ZERO.
       01  WS-SW-APROBADO          PIC X(01) VALUE "N".
       01  WS-BANDA                PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Secciones del curso en proceso. Las inscripciones y el
      * historico vienen en orden de curso/seccion, de modo que basta
      * con las secciones de un curso a la vez.
      ******************************************************************
       01  WS-TABLA-SECCIONES.
           05 WS-SC-ENTRY OCCURS 20 TIMES.
               10 WS-SC-SECCION    PIC X(02).
               10 WS-SC-ALUMNOS    PIC 9(05).
               10 WS-SC-REPROB     PIC 9(05).
               10 WS-SC-SUMA       PIC 9(07).
               10 WS-SC-SUMA-CUAD  PIC 9(09).
               10 WS-SC-BANDA      PIC 9(05) OCCURS 10 TIMES.
               10 WS-SC-EVAL OCCURS 8 TIMES.
                   15 WS-SC-EV-SUMA PIC 9(07).
                   15 WS-SC-EV-MIN  PIC 9(03).
                   15 WS-SC-EV-MAX  PIC 9(03).
       01  WS-CAN-SECCIONES        PIC 9(02) VALUE ZERO.
       01  WS-MAX-SECCIONES        PIC 9(02) VALUE 20.

      ******************************************************************
      * Resumen por curso y periodo cerrado anterior al analizado,
      * cargado de NOTAHIS.TXT antes de recorrer el periodo.
      ******************************************************************
       01  WS-TABLA-HISTORIA.
           05 WS-HI-ENTRY OCCURS 500 TIMES.
               10 WS-HI-CURSO      PIC X(10).
               10 WS-HI-PERIODO    PIC 9(04).
               10 WS-HI-ALUMNOS    PIC 9(05).
               10 WS-HI-SUMA       PIC 9(07).
               10 WS-HI-REPROB     PIC 9(05).
       01  WS-CAN-HISTORIA         PIC 9(03) VALUE ZERO.
       01  WS-MAX-HISTORIA         PIC 9(03) VALUE 500.

       01  WS-TABLA-HONOR.
           05 WS-HN-ENTRY OCCURS 5 TIMES.
               10 WS-HN-RUT        PIC 9(09).
               10 WS-HN-NOMBRE     PIC X(20).
               10 WS-HN-SECCION    PIC X(02).
               10 WS-HN-PROM       PIC 9(03).
       01  WS-CAN-HONOR            PIC 9(01) VALUE ZERO.
       01  WS-MAX-HONOR            PIC 9(01) VALUE 5.
       01  WS-POS-HONOR            PIC 9(01) VALUE ZERO.

       01  WS-SW-HAY-CURSO         PIC X(01) VALUE "N".
       01  WS-CURSO-ACT            PIC X(10) VALUE SPACES.
       01  WS-CU-ALUMNOS           PIC 9(05) VALUE ZERO.
       01  WS-CU-REPROB            PIC 9(05) VALUE ZERO.
       01  WS-CU-SUMA              PIC 9(07) VALUE ZERO.
       01  WS-CU-SUMA-CUAD         PIC 9(09) VALUE ZERO.
       01  WS-HC-ALUMNOS           PIC 9(05) VALUE ZERO.
       01  WS-HC-REPROB            PIC 9(05) VALUE ZERO.
       01  WS-OT-ALUMNOS           PIC 9(05) VALUE ZERO.

       01  WS-ST-ALUMNOS           PIC 9(05) VALUE ZERO.
       01  WS-ST-SUMA              PIC 9(07) VALUE ZERO.
       01  WS-ST-SUMA-CUAD         PIC 9(09) VALUE ZERO.
       01  WS-ST-MEDIA             PIC 9(03)V99 VALUE ZERO.
       01  WS-ST-DESV              PIC 9(03)V99 VALUE ZERO.
       01  WS-ST-NUMERADOR         PIC S9(15) VALUE ZERO.
       01  WS-ST-VARIANZA          PIC 9(05)V9(04) VALUE ZERO.

       01  WS-PCT-SECCION          PIC 9(03)V9 VALUE ZERO.
       01  WS-PCT-NORMA            PIC 9(03)V9 VALUE ZERO.
       01  WS-SW-HAY-NORMA         PIC X(01) VALUE "N".
       01  WS-MARGEN-NORMA         PIC 9(03) VALUE 15.
       01  WS-MEDIA-OTRAS          PIC 9(03)V99 VALUE ZERO.
       01  WS-DIF-PROM             PIC S9(03)V99 VALUE ZERO.
       01  WS-MEDIA-CURSO          PIC 9(03)V99 VALUE ZERO.

       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-FECHA-8              PIC 9(06) VALUE ZERO.
       01  WS-IDX                  PIC 9(02) VALUE ZERO.
       01  WS-SUB-S                PIC 9(02) VALUE ZERO.
       01  WS-SUB-H                PIC 9(03) VALUE ZERO.
       01  WS-SUB-K                PIC 9(02) VALUE ZERO.
       01  WS-SUB-ENCONTRADO       PIC X(01) VALUE SPACE.
       01  WS-SW-HAY-HISTORIA      PIC X(01) VALUE "N".
       01  WS-TOT-CURSOS           PIC 9(05) VALUE ZERO.
       01  WS-TOT-SECCIONES        PIC 9(05) VALUE ZERO.
       01  WS-TOT-ALUMNOS          PIC 9(05) VALUE ZERO.
       01  WS-TOT-MARCADAS         PIC 9(05) VALUE ZERO.

       01  WS-FECHA-GREG.
           05 WS-AA-8              PIC 9(2).
           05 WS-MM-8              PIC 9(2).
           05 WS-DD-8              PIC 9(2).

       01  WS-TITULO-1.
           05 FILLER               PIC X(17) VALUES SPACES.
           05 FILLER               PIC X(39)
                       VALUES "UNIVERSIDAD TECNOLOGICA DE CHILE INACAP".
           05 FILLER               PIC X(17) VALUES SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(09) VALUES " FECHA: ".
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUES "/".
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(03) VALUES "/20".
           05 WS-TIT-2-ANIO        PIC 9(02).
           05 FILLER               PIC X(09) VALUES SPACES.
           05 FILLER               PIC X(28)
                       VALUE "ANALISIS DE NOTAS - PERIODO ".
           05 WS-TIT-2-PERIODO     PIC X(07).
           05 FILLER               PIC X(10) VALUES SPACES.

       01  WS-GUIONES.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)    VALUE ALL "-".

       01  WS-LIN-CURSO.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(07) VALUE "CURSO: ".
           05 WS-LC-CURSO          PIC X(10).
           05 FILLER               PIC X(55) VALUES SPACES.

       01  WS-LIN-SECCION-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(09) VALUE "SECCION: ".
           05 WS-LS-SECCION        PIC X(02).
           05 FILLER               PIC X(03) VALUES SPACES.
           05 FILLER               PIC X(09) VALUE "ALUMNOS: ".
           05 WS-LS-ALUMNOS        PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 FILLER               PIC X(10) VALUE "PROMEDIO: ".
           05 WS-LS-PROM           PIC ZZ9V,99.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 FILLER               PIC X(11) VALUE "DESV.EST.: ".
           05 WS-LS-DESV           PIC ZZ9V,99.
           05 FILLER               PIC X(05) VALUES SPACES.

       01  WS-LIN-SECCION-2.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(12) VALUE "REPROBADOS: ".
           05 WS-LS-REPROB         PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE " (".
           05 WS-LS-PCT            PIC ZZ9V,9.
           05 FILLER               PIC X(02) VALUE "%)".
           05 FILLER               PIC X(46) VALUES SPACES.

       01  WS-LIN-OTRAS.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(26)
                                   VALUE "OTRAS SECCIONES: PROMEDIO ".
           05 WS-LO-PROM           PIC ZZ9V,99.
           05 FILLER               PIC X(14) VALUE "  REPROBACION ".
           05 WS-LO-PCT            PIC ZZ9V,9.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(12) VALUE "  DIF.PROM. ".
           05 WS-LO-DIF            PIC ZZ9V,99-.
           05 FILLER               PIC X(01) VALUES SPACES.

       01  WS-LIN-SIN-OTRAS.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(40)
                       VALUE "OTRAS SECCIONES: NO HAY EN EL PERIODO".
           05 FILLER               PIC X(32) VALUES SPACES.

       01  WS-LIN-MARCA.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(40)
                       VALUE "*** REPROBACION SOBRE LA NORMA DEL CURSO".
           05 FILLER               PIC X(02) VALUE ": ".
           05 WS-LM-NORMA          PIC ZZ9V,9.
           05 FILLER               PIC X(02) VALUE "% ".
           05 WS-LM-FUENTE         PIC X(23).

       01  WS-LIN-HIST-TIT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(11) VALUE "DISTRIBUC.".
           05 FILLER               PIC X(30)
                       VALUE " 00-09 10-19 20-29 30-39 40-49".
           05 FILLER               PIC X(31)
                       VALUE " 50-59 60-69 70-79 80-89 90-100".

       01  WS-LIN-HIST-DET.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(11) VALUE "ALUMNOS".
           05 WS-LH-TRAMO OCCURS 10 TIMES.
               10 FILLER           PIC X(01) VALUE SPACES.
               10 WS-LH-CANT       PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUES SPACES.

       01  WS-LIN-EVAL-TIT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(12) VALUE "EVALUACION".
           05 FILLER               PIC X(08) VALUE "PESO".
           05 FILLER               PIC X(11) VALUE "PROMEDIO".
           05 FILLER               PIC X(09) VALUE "MINIMO".
           05 FILLER               PIC X(32) VALUE "MAXIMO".

       01  WS-LIN-EVAL.
           05 FILLER               PIC X(05) VALUES SPACES.
           05 WS-LE-EVAL           PIC 9(01).
           05 FILLER               PIC X(07) VALUES SPACES.
           05 WS-LE-PESO           PIC ZZ9.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(04) VALUES SPACES.
           05 WS-LE-PROM           PIC ZZ9V,99.
           05 FILLER               PIC X(05) VALUES SPACES.
           05 WS-LE-MIN            PIC ZZ9.
           05 FILLER               PIC X(06) VALUES SPACES.
           05 WS-LE-MAX            PIC ZZ9.
           05 FILLER               PIC X(29) VALUES SPACES.

       01  WS-LIN-CURSO-1.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(25)
                                   VALUE "TOTAL CURSO - SECCIONES: ".
           05 WS-LT-SECCIONES      PIC ZZ9.
           05 FILLER               PIC X(11) VALUE "  ALUMNOS: ".
           05 WS-LT-ALUMNOS        PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  PROMEDIO: ".
           05 WS-LT-PROM           PIC ZZ9V,99.
           05 FILLER               PIC X(10) VALUES SPACES.

       01  WS-LIN-CURSO-2.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(11) VALUE "DESV.EST.: ".
           05 WS-LT-DESV           PIC ZZ9V,99.
           05 FILLER               PIC X(15) VALUE "  REPROBACION: ".
           05 WS-LT-PCT            PIC ZZ9V,9.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(34) VALUES SPACES.

       01  WS-LIN-ANT-TIT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)
                 VALUE "COMPARACION CON PERIODOS CERRADOS ANTERIORES".

       01  WS-LIN-ANT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(08) VALUE "PERIODO ".
           05 WS-LA-PERIODO        PIC 9(04).
           05 FILLER               PIC X(09) VALUE " ALUMNOS ".
           05 WS-LA-ALUMNOS        PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE " PROMEDIO ".
           05 WS-LA-PROM           PIC ZZ9V,99.
           05 FILLER               PIC X(09) VALUE " REPROB. ".
           05 WS-LA-PCT            PIC ZZ9V,9.
           05 FILLER               PIC X(02) VALUE "% ".
           05 FILLER               PIC X(04) VALUE "DIF ".
           05 WS-LA-DIF            PIC ZZ9V,99-.
           05 FILLER               PIC X(03) VALUES SPACES.

       01  WS-LIN-SIN-ANT.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 FILLER               PIC X(70)
                 VALUE "SIN PERIODOS CERRADOS ANTERIORES PARA EL CURSO".

       01  WS-LIN-HONOR-TIT.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(72)
                 VALUE "CUADRO DE HONOR DEL CURSO".

       01  WS-LIN-HONOR.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 WS-LN-POS            PIC 9(01).
           05 FILLER               PIC X(02) VALUE ". ".
           05 WS-LN-RUT            PIC 9(09).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 WS-LN-NOMBRE         PIC X(20).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 FILLER               PIC X(08) VALUE "SECCION ".
           05 WS-LN-SECCION        PIC X(02).
           05 FILLER               PIC X(02) VALUES SPACES.
           05 FILLER               PIC X(09) VALUE "PROMEDIO ".
           05 WS-LN-PROM           PIC ZZ9.
           05 FILLER               PIC X(10) VALUES SPACES.

       01  WS-LIN-SIN-HONOR.
           05 FILLER               PIC X(03) VALUES SPACES.
           05 FILLER               PIC X(70)
                 VALUE "SIN ALUMNOS APROBADOS EN EL CURSO".

       01  WS-TITULO-TOT-GRAL.
           05 FILLER               PIC X(01) VALUES SPACES.
           05 FILLER               PIC X(40)
                     VALUE "TOTALES GENERALES - TODOS LOS CURSOS".
           05 FILLER               PIC X(32) VALUES SPACES.

       01  WS-DET-TOTALES.
           05 FILLER               PIC X(01).
           05 WS-DET-TOT-GLOSA     PIC X(21).
           05 WS-DET-TOT-CANT      PIC ZZZZ9.
           05 FILLER               PIC X(46) VALUES SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 012-LEER-FECHA-PROCESO THRU 012-FIN.
           PERFORM 014-LEER-ASIPAR THRU 014-FIN.
           PERFORM 015-LEER-PESOS THRU 015-FIN.
           PERFORM 011-REVISA-SOLICITUD THRU 011-FIN.
           PERFORM 017-CARGA-HISTORIA THRU 017-FIN.

           OPEN OUTPUT REP-ANALISIS.
           PERFORM 030-ESCRIBIR-TITULO THRU 030-FIN.

           IF WS-SW-CERRADO = "S"
               PERFORM 040-RECORRE-HISTORICO THRU 040-FIN
           ELSE
               PERFORM 035-RECORRE-INSCRIP THRU 035-FIN
           END-IF.
           IF WS-SW-HAY-CURSO = "S"
               PERFORM 060-CIERRA-CURSO THRU 060-FIN
           END-IF.

           PERFORM 090-ESCRIBIR-TOTALES THRU 090-FIN.
           CLOSE REP-ANALISIS.
           IF WS-SW-CERRADO = "S"
               CALL "CBL_DELETE_FILE" USING WS-REQ-ARCHIVO
                   RETURNING WS-REQ-DEL-STATUS
           END-IF.
           PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN.

           DISPLAY "CURSOS ANALIZADOS  : " WS-TOT-CURSOS.
           DISPLAY "SECCIONES          : " WS-TOT-SECCIONES.
           DISPLAY "ALUMNOS            : " WS-TOT-ALUMNOS.
           DISPLAY "SECCIONES MARCADAS : " WS-TOT-MARCADAS.

           IF WS-TOT-ALUMNOS = ZERO
               DISPLAY "SIN ALUMNOS PARA ANALIZAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-MARCADAS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * Si existe ANALREQ.TXT con un periodo AAPP valido se analiza ese
      * periodo cerrado; si no, el periodo abierto. Una solicitud
      * invalida se descarta avisando por pantalla, como NOTAHREQ.TXT
      * en NOTAS010.
      ******************************************************************
       011-REVISA-SOLICITUD.
           MOVE "N" TO WS-SW-CERRADO.
           OPEN INPUT ANALREQ.
           IF WS-ANALREQ-STATUS NOT = "00"
               GO TO 011-FIN
           END-IF.
           READ ANALREQ INTO WS-PERIODO-ANALISIS
               AT END
                   MOVE ZERO TO WS-PERIODO-ANALISIS
           END-READ.
           CLOSE ANALREQ.
           IF WS-PERIODO-ANALISIS NUMERIC
               AND WS-PERIODO-ANALISIS > ZERO
               MOVE "S" TO WS-SW-CERRADO
           ELSE
               MOVE ZERO TO WS-PERIODO-ANALISIS
               DISPLAY "ANALREQ.TXT CON PERIODO INVALIDO"
                       " - SE ANALIZA EL PERIODO ABIERTO"
               CALL "CBL_DELETE_FILE" USING WS-REQ-ARCHIVO
                   RETURNING WS-REQ-DEL-STATUS
           END-IF.
       011-FIN. EXIT.

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

       014-LEER-ASIPAR.
           MOVE 75 TO WS-APA-MINIMO.
           OPEN INPUT ASIPAR.
           IF WS-ASIPAR-STATUS = "00"
               READ ASIPAR INTO WS-REG-ASIPAR
                   AT END
                       MOVE 75 TO WS-APA-MINIMO
               END-READ
               CLOSE ASIPAR
           END-IF.
           IF WS-APA-MINIMO NOT NUMERIC OR WS-APA-MINIMO > 100
               MOVE 75 TO WS-APA-MINIMO
           END-IF.
           MOVE WS-APA-MINIMO TO WS-MINIMO-VIGENTE.
       014-FIN. EXIT.

       015-LEER-PESOS.
           OPEN INPUT PESOS.
           IF WS-PESOS-STATUS = "00"
               READ PESOS INTO WS-REG-PESOS
                   AT END
                       PERFORM 016-PESOS-DEFAULT THRU 016-FIN
               END-READ
               CLOSE PESOS
           ELSE
               PERFORM 016-PESOS-DEFAULT THRU 016-FIN
           END-IF.
           IF WS-PESO-CANT NOT NUMERIC
                   OR WS-PESO-CANT < 1 OR WS-PESO-CANT > 8
               PERFORM 016-PESOS-DEFAULT THRU 016-FIN
           END-IF.
       015-FIN. EXIT.

       016-PESOS-DEFAULT.
           MOVE 4 TO WS-PESO-CANT.
           MOVE 25 TO WS-PESO-TABLA (1).
           MOVE 25 TO WS-PESO-TABLA (2).
           MOVE 25 TO WS-PESO-TABLA (3).
           MOVE 25 TO WS-PESO-TABLA (4).
           MOVE ZERO TO WS-PESO-TABLA (5) WS-PESO-TABLA (6)
                        WS-PESO-TABLA (7) WS-PESO-TABLA (8).
       016-FIN. EXIT.

      ******************************************************************
      * Resumen por curso de cada periodo cerrado anterior al que se
      * analiza (todos, si se analiza el periodo abierto). Cada alumno
      * del historico se evalua con la ponderacion y la asistencia
      * archivadas con el, igual que la reimpresion de NOTAS010. La
      * ponderacion vigente se guarda y se repone al terminar.
      ******************************************************************
       017-CARGA-HISTORIA.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT NOTAHIS.
           IF WS-NOTAHIS-STATUS NOT = "00"
               IF WS-SW-CERRADO = "S"
                   DISPLAY "NO EXISTE NOTAHIS.TXT"
               END-IF
               GO TO 017-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ NOTAHIS INTO WS-REG-NOTAHIS AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   IF WS-SW-CERRADO NOT = "S"
                       OR WS-NH-PERIODO < WS-PERIODO-ANALISIS
                       PERFORM 018-ACUMULA-HISTORIA THRU 018-FIN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NOTAHIS.
           MOVE SPACES TO SW-FIN.
           PERFORM 015-LEER-PESOS THRU 015-FIN.
       017-FIN. EXIT.

       018-ACUMULA-HISTORIA.
           PERFORM 045-CARGA-DESDE-HISTORICO THRU 045-FIN.
           PERFORM 055-CALCULA-ALUMNO THRU 055-FIN.

           MOVE "N" TO WS-SUB-ENCONTRADO.
           PERFORM VARYING WS-SUB-H FROM 1 BY 1
                   UNTIL WS-SUB-H > WS-CAN-HISTORIA
                      OR WS-SUB-ENCONTRADO = "S"
               IF WS-HI-CURSO (WS-SUB-H) = WS-AN-CURSO
                   AND WS-HI-PERIODO (WS-SUB-H) = WS-NH-PERIODO
                   MOVE "S" TO WS-SUB-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-SUB-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-SUB-H
           ELSE
               IF WS-CAN-HISTORIA >= WS-MAX-HISTORIA
                   DISPLAY "ADVERTENCIA: MAS DE 500 CURSOS/PERIODO"
                           " EN HISTORICO - " WS-AN-CURSO
                           " NO SE COMPARA"
                   GO TO 018-FIN
               END-IF
               ADD 1 TO WS-CAN-HISTORIA
               MOVE WS-CAN-HISTORIA TO WS-SUB-H
               MOVE WS-AN-CURSO TO WS-HI-CURSO (WS-SUB-H)
               MOVE WS-NH-PERIODO TO WS-HI-PERIODO (WS-SUB-H)
               MOVE ZERO TO WS-HI-ALUMNOS (WS-SUB-H)
                            WS-HI-SUMA (WS-SUB-H)
                            WS-HI-REPROB (WS-SUB-H)
           END-IF.

           ADD 1 TO WS-HI-ALUMNOS (WS-SUB-H).
           ADD WS-PROM TO WS-HI-SUMA (WS-SUB-H).
           IF WS-SW-APROBADO NOT = "S"
               ADD 1 TO WS-HI-REPROB (WS-SUB-H)
           END-IF.
       018-FIN. EXIT.

       030-ESCRIBIR-TITULO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           MOVE WS-FECHA-8 TO WS-FECHA-GREG.
           MOVE WS-AA-8 TO WS-TIT-2-ANIO.
           MOVE WS-MM-8 TO WS-TIT-2-MES.
           MOVE WS-DD-8 TO WS-TIT-2-DIA.
           IF WS-SW-CERRADO = "S"
               MOVE WS-PERIODO-ANALISIS TO WS-TIT-2-PERIODO
           ELSE
               MOVE "ABIERTO" TO WS-TIT-2-PERIODO
           END-IF.
       030-FIN. EXIT.

       032-ESCRIBIR-TITULO-CURSO.
           MOVE WS-CURSO-ACT TO WS-LC-CURSO.
           WRITE REG-ANALISIS FROM WS-TITULO-1 AFTER ADVANCING PAGE.
           WRITE REG-ANALISIS FROM WS-TITULO-2 AFTER ADVANCING 2.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.
           WRITE REG-ANALISIS FROM WS-LIN-CURSO AFTER ADVANCING 1.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.
       032-FIN. EXIT.

      ******************************************************************
      * Periodo abierto: inscripciones en orden de curso/seccion por la
      * clave alterna, igual que NOTAS010. ALUMNO.TXT y ASISTEN.TXT son
      * opcionales (nombre y asistencia).
      ******************************************************************
       035-RECORRE-INSCRIP.
           OPEN INPUT INSCRIP.
           IF WS-INSCRIP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INSCRIP.TXT - STATUS "
                       WS-INSCRIP-STATUS
               GO TO 035-FIN
           END-IF.
           OPEN INPUT ALUMNOS.
           IF WS-ALUMNOS-STATUS = "00"
               MOVE "S" TO WS-SW-NOMBRES-ABIERTO
           END-IF.
           OPEN INPUT ASISTEN.
           IF WS-ASISTEN-STATUS = "00"
               MOVE "S" TO WS-SW-ASISTEN-ABIERTO
           END-IF.

           MOVE SPACES TO SW-FIN.
           MOVE LOW-VALUES TO REG-INS-CURSO-SECCION.
           START INSCRIP KEY IS NOT LESS THAN REG-INS-CURSO-SECCION
               INVALID KEY MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ INSCRIP NEXT RECORD INTO WS-REG-INSCRIP AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   PERFORM 036-CARGA-DESDE-INSCRIP THRU 036-FIN
                   PERFORM 050-ACUMULA-ALUMNO THRU 050-FIN
               END-IF
           END-PERFORM.

           CLOSE INSCRIP.
           IF WS-SW-NOMBRES-ABIERTO = "S"
               CLOSE ALUMNOS
           END-IF.
           IF WS-SW-ASISTEN-ABIERTO = "S"
               CLOSE ASISTEN
           END-IF.
       035-FIN. EXIT.

       036-CARGA-DESDE-INSCRIP.
           MOVE WS-INS-CURSO TO WS-AN-CURSO.
           MOVE WS-INS-SECCION TO WS-AN-SECCION.
           MOVE WS-INS-RUT TO WS-AN-RUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-INS-EVALUACIONES (WS-IDX)
                   TO WS-AN-EVALUACIONES (WS-IDX)
           END-PERFORM.
           MOVE WS-MINIMO-VIGENTE TO WS-AN-MINIMO.

           MOVE "*NO REGISTRADO*" TO WS-AN-NOMBRE.
           IF WS-SW-NOMBRES-ABIERTO = "S"
               MOVE WS-INS-RUT TO REG-RUT-ALUM
               READ ALUMNOS INTO WS-REG-ALUMNOS
                   NOT INVALID KEY
                       MOVE WS-NOMBRE-ALUM TO WS-AN-NOMBRE
               END-READ
           END-IF.

           PERFORM 037-BUSCA-ASISTENCIA THRU 037-FIN.
       036-FIN. EXIT.

      ******************************************************************
      * Sesiones dictadas de la seccion (registro con RUT en cero) y
      * asistidas por el alumno, igual que las lee NOTAS010.
      ******************************************************************
       037-BUSCA-ASISTENCIA.
           MOVE ZERO TO WS-AN-DICTADAS WS-AN-ASISTIDAS.
           IF WS-SW-ASISTEN-ABIERTO NOT = "S"
               GO TO 037-FIN
           END-IF.
           MOVE WS-INS-CURSO TO REG-ASI-CURSO.
           MOVE WS-INS-SECCION TO REG-ASI-SECCION.
           MOVE ZERO TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   GO TO 037-FIN
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-AN-DICTADAS.
           IF WS-AN-DICTADAS = ZERO
               GO TO 037-FIN
           END-IF.
           MOVE WS-INS-RUT TO REG-ASI-RUT.
           READ ASISTEN INTO WS-REG-ASISTEN
               INVALID KEY
                   MOVE ZERO TO WS-ASI-SESIONES
           END-READ.
           MOVE WS-ASI-SESIONES TO WS-AN-ASISTIDAS.
       037-FIN. EXIT.

      ******************************************************************
      * Periodo cerrado: registros del historico del periodo pedido,
      * que NOTAS030 dejo agrupados por curso/seccion.
      ******************************************************************
       040-RECORRE-HISTORICO.
           MOVE SPACES TO SW-FIN.
           OPEN INPUT NOTAHIS.
           IF WS-NOTAHIS-STATUS NOT = "00"
               GO TO 040-FIN
           END-IF.
           PERFORM UNTIL SW-FIN = "FIN"
               READ NOTAHIS INTO WS-REG-NOTAHIS AT END
                    MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   AND WS-NH-PERIODO = WS-PERIODO-ANALISIS
                   PERFORM 045-CARGA-DESDE-HISTORICO THRU 045-FIN
                   PERFORM 050-ACUMULA-ALUMNO THRU 050-FIN
               END-IF
           END-PERFORM.
           CLOSE NOTAHIS.
       040-FIN. EXIT.

       045-CARGA-DESDE-HISTORICO.
           MOVE WS-NH-CURSO TO WS-AN-CURSO.
           MOVE WS-NH-SECCION TO WS-AN-SECCION.
           MOVE WS-NH-RUT TO WS-AN-RUT.
           MOVE WS-NH-NOMBRE TO WS-AN-NOMBRE.
           MOVE WS-NH-PESO-CANT TO WS-PESO-CANT.
           IF WS-PESO-CANT NOT NUMERIC
                   OR WS-PESO-CANT < 1 OR WS-PESO-CANT > 8
               MOVE 4 TO WS-PESO-CANT
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-NH-PESO-TABLA (WS-IDX)
                   TO WS-PESO-TABLA (WS-IDX)
               MOVE WS-NH-EVALUACIONES (WS-IDX)
                   TO WS-AN-EVALUACIONES (WS-IDX)
           END-PERFORM.
           MOVE WS-NH-DICTADAS TO WS-AN-DICTADAS.
           MOVE WS-NH-ASISTIDAS TO WS-AN-ASISTIDAS.
           MOVE WS-NH-MIN-ASIST TO WS-AN-MINIMO.
       045-FIN. EXIT.

       050-ACUMULA-ALUMNO.
           PERFORM 055-CALCULA-ALUMNO THRU 055-FIN.

           IF WS-SW-HAY-CURSO = "S"
               AND WS-AN-CURSO NOT = WS-CURSO-ACT
               PERFORM 060-CIERRA-CURSO THRU 060-FIN
           END-IF.
           IF WS-SW-HAY-CURSO NOT = "S"
               MOVE "S" TO WS-SW-HAY-CURSO
               MOVE WS-AN-CURSO TO WS-CURSO-ACT
               MOVE ZERO TO WS-CAN-SECCIONES WS-CAN-HONOR
           END-IF.

           IF WS-CAN-SECCIONES = ZERO
               PERFORM 052-NUEVA-SECCION THRU 052-FIN
           ELSE
               IF WS-SC-SECCION (WS-CAN-SECCIONES) NOT = WS-AN-SECCION
                   PERFORM 052-NUEVA-SECCION THRU 052-FIN
               END-IF
           END-IF.
           IF WS-SC-SECCION (WS-CAN-SECCIONES) NOT = WS-AN-SECCION
               GO TO 050-FIN
           END-IF.
           MOVE WS-CAN-SECCIONES TO WS-SUB-S.

           ADD 1 TO WS-SC-ALUMNOS (WS-SUB-S).
           ADD WS-PROM TO WS-SC-SUMA (WS-SUB-S).
           COMPUTE WS-SC-SUMA-CUAD (WS-SUB-S) =
                   WS-SC-SUMA-CUAD (WS-SUB-S) + WS-PROM * WS-PROM.
           COMPUTE WS-BANDA = WS-PROM / 10 + 1.
           IF WS-BANDA > 10
               MOVE 10 TO WS-BANDA
           END-IF.
           ADD 1 TO WS-SC-BANDA (WS-SUB-S, WS-BANDA).
           IF WS-SW-APROBADO NOT = "S"
               ADD 1 TO WS-SC-REPROB (WS-SUB-S)
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PESO-CANT
               ADD WS-AN-EVALUACIONES (WS-IDX)
                   TO WS-SC-EV-SUMA (WS-SUB-S, WS-IDX)
               IF WS-AN-EVALUACIONES (WS-IDX)
                       < WS-SC-EV-MIN (WS-SUB-S, WS-IDX)
                   MOVE WS-AN-EVALUACIONES (WS-IDX)
                       TO WS-SC-EV-MIN (WS-SUB-S, WS-IDX)
               END-IF
               IF WS-AN-EVALUACIONES (WS-IDX)
                       > WS-SC-EV-MAX (WS-SUB-S, WS-IDX)
                   MOVE WS-AN-EVALUACIONES (WS-IDX)
                       TO WS-SC-EV-MAX (WS-SUB-S, WS-IDX)
               END-IF
           END-PERFORM.

           IF WS-SW-APROBADO = "S"
               PERFORM 058-INSERTA-HONOR THRU 058-FIN
           END-IF.
       050-FIN. EXIT.

       052-NUEVA-SECCION.
           IF WS-CAN-SECCIONES >= WS-MAX-SECCIONES
               DISPLAY "ADVERTENCIA: MAS DE 20 SECCIONES EN "
                       WS-AN-CURSO " - SECCION " WS-AN-SECCION
                       " NO SE ANALIZA"
               GO TO 052-FIN
           END-IF.
           ADD 1 TO WS-CAN-SECCIONES.
           MOVE WS-CAN-SECCIONES TO WS-SUB-S.
           MOVE WS-AN-SECCION TO WS-SC-SECCION (WS-SUB-S).
           MOVE ZERO TO WS-SC-ALUMNOS (WS-SUB-S)
                        WS-SC-REPROB (WS-SUB-S)
                        WS-SC-SUMA (WS-SUB-S)
                        WS-SC-SUMA-CUAD (WS-SUB-S).
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE ZERO TO WS-SC-BANDA (WS-SUB-S, WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE ZERO TO WS-SC-EV-SUMA (WS-SUB-S, WS-IDX)
                            WS-SC-EV-MAX (WS-SUB-S, WS-IDX)
               MOVE 999 TO WS-SC-EV-MIN (WS-SUB-S, WS-IDX)
           END-PERFORM.
       052-FIN. EXIT.

      ******************************************************************
      * Promedio ponderado y estado del alumno con las mismas reglas de
      * NOTAS010: aprueba con promedio 60 o mas y, si la seccion tiene
      * sesiones dictadas, asistencia no menor al minimo.
      ******************************************************************
       055-CALCULA-ALUMNO.
           MOVE ZERO TO WS-SUMA-PONDERADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PESO-CANT
               COMPUTE WS-SUMA-PONDERADA =
                       WS-SUMA-PONDERADA +
                       (WS-AN-EVALUACIONES (WS-IDX) *
                        WS-PESO-TABLA (WS-IDX))
           END-PERFORM.
           COMPUTE WS-PROM = WS-SUMA-PONDERADA / 100.

           MOVE "S" TO WS-SW-APROBADO.
           IF WS-PROM < 60
               MOVE "N" TO WS-SW-APROBADO
           END-IF.
           IF WS-AN-DICTADAS NOT NUMERIC OR WS-AN-DICTADAS = ZERO
               GO TO 055-FIN
           END-IF.
           IF WS-AN-ASISTIDAS > WS-AN-DICTADAS
               MOVE WS-AN-DICTADAS TO WS-AN-ASISTIDAS
           END-IF.
           COMPUTE WS-PCT-ASIST =
                   WS-AN-ASISTIDAS * 100 / WS-AN-DICTADAS.
           IF WS-PCT-ASIST < WS-AN-MINIMO
               MOVE "N" TO WS-SW-APROBADO
           END-IF.
       055-FIN. EXIT.

      ******************************************************************
      * Cuadro de honor: los 5 mejores promedios aprobados del curso,
      * de mayor a menor; ante empate queda primero el que llego antes.
      ******************************************************************
       058-INSERTA-HONOR.
           MOVE ZERO TO WS-POS-HONOR.
           PERFORM VARYING WS-SUB-K FROM 1 BY 1
                   UNTIL WS-SUB-K > WS-MAX-HONOR
                      OR WS-POS-HONOR > ZERO
               IF WS-SUB-K > WS-CAN-HONOR
                   MOVE WS-SUB-K TO WS-POS-HONOR
               ELSE
                   IF WS-PROM > WS-HN-PROM (WS-SUB-K)
                       MOVE WS-SUB-K TO WS-POS-HONOR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POS-HONOR = ZERO
               GO TO 058-FIN
           END-IF.

           IF WS-CAN-HONOR < WS-MAX-HONOR
               ADD 1 TO WS-CAN-HONOR
           END-IF.
           PERFORM VARYING WS-SUB-K FROM WS-CAN-HONOR BY -1
                   UNTIL WS-SUB-K <= WS-POS-HONOR
               MOVE WS-HN-ENTRY (WS-SUB-K - 1)
                   TO WS-HN-ENTRY (WS-SUB-K)
           END-PERFORM.
           MOVE WS-AN-RUT TO WS-HN-RUT (WS-POS-HONOR).
           MOVE WS-AN-NOMBRE TO WS-HN-NOMBRE (WS-POS-HONOR).
           MOVE WS-AN-SECCION TO WS-HN-SECCION (WS-POS-HONOR).
           MOVE WS-PROM TO WS-HN-PROM (WS-POS-HONOR).
       058-FIN. EXIT.

      ******************************************************************
      * Cierre de un curso: totales del curso y de sus periodos
      * anteriores primero, porque cada seccion se compara contra
      * ellos; luego secciones, total, comparacion historica y cuadro
      * de honor.
      ******************************************************************
       060-CIERRA-CURSO.
           MOVE ZERO TO WS-CU-ALUMNOS WS-CU-REPROB WS-CU-SUMA
                        WS-CU-SUMA-CUAD.
           PERFORM VARYING WS-SUB-S FROM 1 BY 1
                   UNTIL WS-SUB-S > WS-CAN-SECCIONES
               ADD WS-SC-ALUMNOS (WS-SUB-S) TO WS-CU-ALUMNOS
               ADD WS-SC-REPROB (WS-SUB-S) TO WS-CU-REPROB
               ADD WS-SC-SUMA (WS-SUB-S) TO WS-CU-SUMA
               ADD WS-SC-SUMA-CUAD (WS-SUB-S) TO WS-CU-SUMA-CUAD
           END-PERFORM.
           COMPUTE WS-MEDIA-CURSO ROUNDED =
                   WS-CU-SUMA / WS-CU-ALUMNOS.

           MOVE ZERO TO WS-HC-ALUMNOS WS-HC-REPROB.
           PERFORM VARYING WS-SUB-H FROM 1 BY 1
                   UNTIL WS-SUB-H > WS-CAN-HISTORIA
               IF WS-HI-CURSO (WS-SUB-H) = WS-CURSO-ACT
                   ADD WS-HI-ALUMNOS (WS-SUB-H) TO WS-HC-ALUMNOS
                   ADD WS-HI-REPROB (WS-SUB-H) TO WS-HC-REPROB
               END-IF
           END-PERFORM.

           PERFORM 032-ESCRIBIR-TITULO-CURSO THRU 032-FIN.
           PERFORM 062-ESCRIBE-SECCION THRU 062-FIN
                   VARYING WS-SUB-S FROM 1 BY 1
                   UNTIL WS-SUB-S > WS-CAN-SECCIONES.
           PERFORM 063-ESCRIBE-TOTAL-CURSO THRU 063-FIN.
           PERFORM 064-ESCRIBE-HISTORIA THRU 064-FIN.
           PERFORM 066-ESCRIBE-HONOR THRU 066-FIN.

           ADD 1 TO WS-TOT-CURSOS.
           ADD WS-CAN-SECCIONES TO WS-TOT-SECCIONES.
           ADD WS-CU-ALUMNOS TO WS-TOT-ALUMNOS.
           MOVE ZERO TO WS-CAN-SECCIONES WS-CAN-HONOR.
           MOVE "N" TO WS-SW-HAY-CURSO.
       060-FIN. EXIT.

       062-ESCRIBE-SECCION.
           MOVE WS-SC-ALUMNOS (WS-SUB-S) TO WS-ST-ALUMNOS.
           MOVE WS-SC-SUMA (WS-SUB-S) TO WS-ST-SUMA.
           MOVE WS-SC-SUMA-CUAD (WS-SUB-S) TO WS-ST-SUMA-CUAD.
           PERFORM 068-CALCULA-DESVIACION THRU 068-FIN.

           MOVE WS-SC-SECCION (WS-SUB-S) TO WS-LS-SECCION.
           MOVE WS-ST-ALUMNOS TO WS-LS-ALUMNOS.
           MOVE WS-ST-MEDIA TO WS-LS-PROM.
           MOVE WS-ST-DESV TO WS-LS-DESV.
           WRITE REG-ANALISIS FROM WS-LIN-SECCION-1 AFTER ADVANCING 2.

           COMPUTE WS-PCT-SECCION ROUNDED =
                   WS-SC-REPROB (WS-SUB-S) * 100 / WS-ST-ALUMNOS.
           MOVE WS-SC-REPROB (WS-SUB-S) TO WS-LS-REPROB.
           MOVE WS-PCT-SECCION TO WS-LS-PCT.
           WRITE REG-ANALISIS FROM WS-LIN-SECCION-2 AFTER ADVANCING 1.

           MOVE "N" TO WS-SW-HAY-NORMA.
           COMPUTE WS-OT-ALUMNOS = WS-CU-ALUMNOS - WS-ST-ALUMNOS.
           IF WS-OT-ALUMNOS > ZERO
               COMPUTE WS-MEDIA-OTRAS ROUNDED =
                       (WS-CU-SUMA - WS-ST-SUMA) / WS-OT-ALUMNOS
               COMPUTE WS-PCT-NORMA ROUNDED =
                       (WS-CU-REPROB - WS-SC-REPROB (WS-SUB-S)) * 100
                       / WS-OT-ALUMNOS
               COMPUTE WS-DIF-PROM = WS-ST-MEDIA - WS-MEDIA-OTRAS
               MOVE WS-MEDIA-OTRAS TO WS-LO-PROM
               MOVE WS-PCT-NORMA TO WS-LO-PCT
               MOVE WS-DIF-PROM TO WS-LO-DIF
               WRITE REG-ANALISIS FROM WS-LIN-OTRAS AFTER ADVANCING 1
               MOVE "S" TO WS-SW-HAY-NORMA
               MOVE "(OTRAS SECCIONES)" TO WS-LM-FUENTE
           ELSE
               WRITE REG-ANALISIS FROM WS-LIN-SIN-OTRAS
                    AFTER ADVANCING 1
               IF WS-HC-ALUMNOS > ZERO
                   COMPUTE WS-PCT-NORMA ROUNDED =
                           WS-HC-REPROB * 100 / WS-HC-ALUMNOS
                   MOVE "S" TO WS-SW-HAY-NORMA
                   MOVE "(PERIODOS ANTERIORES)" TO WS-LM-FUENTE
               END-IF
           END-IF.

           IF WS-SW-HAY-NORMA = "S"
               AND WS-PCT-SECCION > WS-PCT-NORMA + WS-MARGEN-NORMA
               MOVE WS-PCT-NORMA TO WS-LM-NORMA
               WRITE REG-ANALISIS FROM WS-LIN-MARCA AFTER ADVANCING 1
               ADD 1 TO WS-TOT-MARCADAS
           END-IF.

           WRITE REG-ANALISIS FROM WS-LIN-HIST-TIT AFTER ADVANCING 1.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE WS-SC-BANDA (WS-SUB-S, WS-IDX)
                   TO WS-LH-CANT (WS-IDX)
           END-PERFORM.
           WRITE REG-ANALISIS FROM WS-LIN-HIST-DET AFTER ADVANCING 1.

           WRITE REG-ANALISIS FROM WS-LIN-EVAL-TIT AFTER ADVANCING 1.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PESO-CANT
               MOVE WS-IDX TO WS-LE-EVAL
               MOVE WS-PESO-TABLA (WS-IDX) TO WS-LE-PESO
               COMPUTE WS-ST-MEDIA ROUNDED =
                       WS-SC-EV-SUMA (WS-SUB-S, WS-IDX) / WS-ST-ALUMNOS
               MOVE WS-ST-MEDIA TO WS-LE-PROM
               MOVE WS-SC-EV-MIN (WS-SUB-S, WS-IDX) TO WS-LE-MIN
               MOVE WS-SC-EV-MAX (WS-SUB-S, WS-IDX) TO WS-LE-MAX
               WRITE REG-ANALISIS FROM WS-LIN-EVAL AFTER ADVANCING 1
           END-PERFORM.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.
       062-FIN. EXIT.

       063-ESCRIBE-TOTAL-CURSO.
           MOVE WS-CU-ALUMNOS TO WS-ST-ALUMNOS.
           MOVE WS-CU-SUMA TO WS-ST-SUMA.
           MOVE WS-CU-SUMA-CUAD TO WS-ST-SUMA-CUAD.
           PERFORM 068-CALCULA-DESVIACION THRU 068-FIN.

           MOVE WS-CAN-SECCIONES TO WS-LT-SECCIONES.
           MOVE WS-CU-ALUMNOS TO WS-LT-ALUMNOS.
           MOVE WS-ST-MEDIA TO WS-LT-PROM.
           WRITE REG-ANALISIS FROM WS-LIN-CURSO-1 AFTER ADVANCING 2.
           MOVE WS-ST-DESV TO WS-LT-DESV.
           COMPUTE WS-PCT-SECCION ROUNDED =
                   WS-CU-REPROB * 100 / WS-CU-ALUMNOS.
           MOVE WS-PCT-SECCION TO WS-LT-PCT.
           WRITE REG-ANALISIS FROM WS-LIN-CURSO-2 AFTER ADVANCING 1.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.
       063-FIN. EXIT.

      ******************************************************************
      * El mismo curso en cada periodo cerrado anterior, en el orden en
      * que NOTAS030 los fue agregando al historico; DIF es el promedio
      * del curso en el periodo analizado menos el de ese periodo.
      ******************************************************************
       064-ESCRIBE-HISTORIA.
           WRITE REG-ANALISIS FROM WS-LIN-ANT-TIT AFTER ADVANCING 1.
           MOVE "N" TO WS-SW-HAY-HISTORIA.
           PERFORM VARYING WS-SUB-H FROM 1 BY 1
                   UNTIL WS-SUB-H > WS-CAN-HISTORIA
               IF WS-HI-CURSO (WS-SUB-H) = WS-CURSO-ACT
                   PERFORM 065-ESCRIBE-PERIODO THRU 065-FIN
               END-IF
           END-PERFORM.
           IF WS-SW-HAY-HISTORIA NOT = "S"
               WRITE REG-ANALISIS FROM WS-LIN-SIN-ANT AFTER ADVANCING 1
           END-IF.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.
       064-FIN. EXIT.

       065-ESCRIBE-PERIODO.
           MOVE "S" TO WS-SW-HAY-HISTORIA.
           MOVE WS-HI-PERIODO (WS-SUB-H) TO WS-LA-PERIODO.
           MOVE WS-HI-ALUMNOS (WS-SUB-H) TO WS-LA-ALUMNOS.
           COMPUTE WS-MEDIA-OTRAS ROUNDED =
                   WS-HI-SUMA (WS-SUB-H) / WS-HI-ALUMNOS (WS-SUB-H).
           MOVE WS-MEDIA-OTRAS TO WS-LA-PROM.
           COMPUTE WS-PCT-NORMA ROUNDED =
                   WS-HI-REPROB (WS-SUB-H) * 100
                   / WS-HI-ALUMNOS (WS-SUB-H).
           MOVE WS-PCT-NORMA TO WS-LA-PCT.
           COMPUTE WS-DIF-PROM = WS-MEDIA-CURSO - WS-MEDIA-OTRAS.
           MOVE WS-DIF-PROM TO WS-LA-DIF.
           WRITE REG-ANALISIS FROM WS-LIN-ANT AFTER ADVANCING 1.
       065-FIN. EXIT.

       066-ESCRIBE-HONOR.
           WRITE REG-ANALISIS FROM WS-LIN-HONOR-TIT AFTER ADVANCING 1.
           IF WS-CAN-HONOR = ZERO
               WRITE REG-ANALISIS FROM WS-LIN-SIN-HONOR
                    AFTER ADVANCING 1
           END-IF.
           PERFORM VARYING WS-SUB-K FROM 1 BY 1
                   UNTIL WS-SUB-K > WS-CAN-HONOR
               MOVE WS-SUB-K TO WS-LN-POS
               MOVE WS-HN-RUT (WS-SUB-K) TO WS-LN-RUT
               MOVE WS-HN-NOMBRE (WS-SUB-K) TO WS-LN-NOMBRE
               MOVE WS-HN-SECCION (WS-SUB-K) TO WS-LN-SECCION
               MOVE WS-HN-PROM (WS-SUB-K) TO WS-LN-PROM
               WRITE REG-ANALISIS FROM WS-LIN-HONOR AFTER ADVANCING 1
           END-PERFORM.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.
       066-FIN. EXIT.

      ******************************************************************
      * Media y desviacion estandar poblacional de los promedios
      * finales: varianza = (n * suma de cuadrados - suma al cuadrado)
      * / n al cuadrado, en enteros para no perder precision.
      ******************************************************************
       068-CALCULA-DESVIACION.
           MOVE ZERO TO WS-ST-MEDIA WS-ST-DESV.
           IF WS-ST-ALUMNOS = ZERO
               GO TO 068-FIN
           END-IF.
           COMPUTE WS-ST-MEDIA ROUNDED = WS-ST-SUMA / WS-ST-ALUMNOS.
           COMPUTE WS-ST-NUMERADOR =
                   WS-ST-ALUMNOS * WS-ST-SUMA-CUAD
                   - WS-ST-SUMA * WS-ST-SUMA.
           IF WS-ST-NUMERADOR NOT > ZERO
               GO TO 068-FIN
           END-IF.
           COMPUTE WS-ST-VARIANZA ROUNDED =
                   WS-ST-NUMERADOR / (WS-ST-ALUMNOS * WS-ST-ALUMNOS).
           COMPUTE WS-ST-DESV ROUNDED = WS-ST-VARIANZA ** 0.5.
       068-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-8.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "NOTAS050" TO WS-AUD-PROGRAMA.
           MOVE "BATCH" TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-8 TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-TOT-ALUMNOS TO WS-AUD-CONT-1.
           MOVE WS-TOT-SECCIONES TO WS-AUD-CONT-2.
           MOVE WS-TOT-MARCADAS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.

       090-ESCRIBIR-TOTALES.
           IF WS-TOT-CURSOS = ZERO
               WRITE REG-ANALISIS FROM WS-TITULO-1
                    AFTER ADVANCING PAGE
               WRITE REG-ANALISIS FROM WS-TITULO-2 AFTER ADVANCING 2
           END-IF.
           WRITE REG-ANALISIS FROM WS-TITULO-TOT-GRAL
                AFTER ADVANCING 2.
           WRITE REG-ANALISIS FROM WS-GUIONES AFTER ADVANCING 1.

           MOVE "CURSOS ANALIZADOS  :" TO WS-DET-TOT-GLOSA.
           MOVE WS-TOT-CURSOS TO WS-DET-TOT-CANT.
           WRITE REG-ANALISIS FROM WS-DET-TOTALES AFTER ADVANCING 1.

           MOVE "SECCIONES          :" TO WS-DET-TOT-GLOSA.
           MOVE WS-TOT-SECCIONES TO WS-DET-TOT-CANT.
           WRITE REG-ANALISIS FROM WS-DET-TOTALES AFTER ADVANCING 1.

           MOVE "ALUMNOS            :" TO WS-DET-TOT-GLOSA.
           MOVE WS-TOT-ALUMNOS TO WS-DET-TOT-CANT.
           WRITE REG-ANALISIS FROM WS-DET-TOTALES AFTER ADVANCING 1.

           MOVE "SECCIONES MARCADAS :" TO WS-DET-TOT-GLOSA.
           MOVE WS-TOT-MARCADAS TO WS-DET-TOT-CANT.
           WRITE REG-ANALISIS FROM WS-DET-TOTALES AFTER ADVANCING 1.
       090-FIN. EXIT.
