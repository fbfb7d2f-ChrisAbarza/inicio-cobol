      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Inicio de sesion y autorizacion de los programas
      *           interactivos, llamado con CALL "SIGNON010" USING el
      *           area de WSSIGNON.CPY. Sin operador informado pide
      *           identificador y clave (hasta tres intentos) contra
      *           el maestro OPERADOR.TXT, exigiendo operador activo,
      *           y luego revisa que su rol pueda entrar al programa
      *           que llama; con el operador ya informado solo revisa
      *           la opcion de menu indicada. Las reglas estan en
      *           AUTORIZA.TXT (ver FDAUTOR.CPY); el rol ADM tiene
      *           acceso a todo. Cada inicio fallido y cada intento
      *           denegado queda en la bitacora de seguridad
      *           SEGLOG.TXT, que informa SEGUR010. Sin OPERADOR.TXT no
      *           se puede iniciar sesion (OPERA010 crea el primer
      *           operador).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                SIGNON010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELOPER.
           COPY SELAUTOR.
           COPY SELSEGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDOPER.

       FD  AUTORIZA
           RECORD CONTAINS 16 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUTOR.

       FD  SEGLOG
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDSEGLOG.

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUTORIZA-STATUS     PIC X(02) VALUE SPACES.
       01  WS-SEGLOG-STATUS       PIC X(02) VALUE SPACES.

       01  WS-AREA-OPERADOR.
           COPY WSOPER.

       01  WS-REG-AUTORIZA.
           COPY WSAUTOR.

       01  WS-REG-SEGLOG.
           COPY WSSEGLOG.

       01  WS-ID-DIGITADO          PIC X(08) VALUE SPACES.
       01  WS-CLAVE-DIGITADA       PIC X(08) VALUE SPACES.
       01  WS-INTENTOS             PIC 9(01) VALUE ZERO.
       01  WS-MAX-INTENTOS         PIC 9(01) VALUE 3.
       01  WS-SW-CREDENCIAL-OK     PIC X(01) VALUE "N".
       01  WS-SW-REGLA             PIC X(01) VALUE "N".
       01  WS-MOTIVO               PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION USING WS-AREA-SIGNON.
       010-INICIO.
           MOVE "N" TO WS-SGN-RESULTADO.
           MOVE "N" TO WS-SW-CREDENCIAL-OK.
           IF WS-SGN-OPERADOR = SPACES
               PERFORM 020-INICIA-SESION THRU 020-FIN
           ELSE
               MOVE "S" TO WS-SW-CREDENCIAL-OK
           END-IF.
           IF WS-SW-CREDENCIAL-OK = "S"
               PERFORM 030-REVISA-AUTORIZACION THRU 030-FIN
           END-IF.
           GOBACK.

      ******************************************************************
      * Pide identificador y clave hasta que sean validos o se agoten
      * los intentos. El mensaje en pantalla no distingue el motivo,
      * la bitacora de seguridad si.
      ******************************************************************
       020-INICIA-SESION.
           MOVE ZERO TO WS-INTENTOS.
           OPEN INPUT OPERADOR.
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
                       " - NO SE PUEDE INICIAR SESION"
               MOVE SPACES TO WS-ID-DIGITADO
               MOVE "F" TO WS-SEG-TIPO
               MOVE "SIN MAESTRO OPERAD." TO WS-MOTIVO
               PERFORM 090-GRABA-SEGLOG THRU 090-FIN
               GO TO 020-FIN
           END-IF.
           PERFORM 022-PIDE-CREDENCIAL THRU 022-FIN
                   UNTIL WS-SW-CREDENCIAL-OK = "S"
                      OR WS-INTENTOS >= WS-MAX-INTENTOS.
           CLOSE OPERADOR.
           IF WS-SW-CREDENCIAL-OK NOT = "S"
               DISPLAY "SESION NO INICIADA - INTENTOS AGOTADOS"
           END-IF.
       020-FIN. EXIT.

       022-PIDE-CREDENCIAL.
           ADD 1 TO WS-INTENTOS.
           DISPLAY "OPERADOR:".
           MOVE SPACES TO WS-ID-DIGITADO.
           ACCEPT WS-ID-DIGITADO.
           DISPLAY "CLAVE:".
           MOVE SPACES TO WS-CLAVE-DIGITADA.
           ACCEPT WS-CLAVE-DIGITADA.
           MOVE "F" TO WS-SEG-TIPO.

           MOVE WS-ID-DIGITADO TO REG-OPE-ID.
           READ OPERADOR INTO WS-REG-OPERADOR
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO
                   PERFORM 090-GRABA-SEGLOG THRU 090-FIN
                   DISPLAY "OPERADOR O CLAVE INVALIDOS"
                   GO TO 022-FIN
           END-READ.
           IF WS-OPE-CLAVE NOT = WS-CLAVE-DIGITADA
               MOVE "CLAVE INVALIDA" TO WS-MOTIVO
               PERFORM 090-GRABA-SEGLOG THRU 090-FIN
               DISPLAY "OPERADOR O CLAVE INVALIDOS"
               GO TO 022-FIN
           END-IF.
           IF WS-OPE-ACTIVO NOT = "S"
               MOVE "OPERADOR INACTIVO" TO WS-MOTIVO
               PERFORM 090-GRABA-SEGLOG THRU 090-FIN
               DISPLAY "OPERADOR INACTIVO - CONSULTE AL ADMINISTRADOR"
               GO TO 022-FIN
           END-IF.

           MOVE "S" TO WS-SW-CREDENCIAL-OK.
           MOVE WS-OPE-ID TO WS-SGN-OPERADOR.
           MOVE WS-OPE-NOMBRE TO WS-SGN-NOMBRE.
           MOVE WS-OPE-ROL TO WS-SGN-ROL.
           DISPLAY "SESION INICIADA: " WS-OPE-NOMBRE.
       022-FIN. EXIT.

      ******************************************************************
      * Entrada al programa: exige la regla programa + espacios + rol.
      * Opcion de menu: basta la regla programa + opcion + rol; si no
      * la hay, se busca si la opcion tiene reglas para otros roles
      * (opcion restringida, se niega) o ninguna (se permite).
      ******************************************************************
       030-REVISA-AUTORIZACION.
           MOVE WS-SGN-OPERADOR TO WS-ID-DIGITADO.
           MOVE "D" TO WS-SEG-TIPO.
           IF WS-SGN-ROL = "ADM"
               MOVE "S" TO WS-SGN-RESULTADO
               GO TO 030-FIN
           END-IF.
           OPEN INPUT AUTORIZA.
           IF WS-AUTORIZA-STATUS NOT = "00"
               MOVE "SIN TABLA AUTORIZ." TO WS-MOTIVO
               GO TO 030-DENEGADO
           END-IF.

           MOVE "S" TO WS-SW-REGLA.
           MOVE WS-SGN-PROGRAMA TO REG-AUT-PROGRAMA.
           MOVE WS-SGN-OPCION TO REG-AUT-OPCION.
           MOVE WS-SGN-ROL TO REG-AUT-ROL.
           READ AUTORIZA INTO WS-REG-AUTORIZA
               INVALID KEY
                   MOVE "N" TO WS-SW-REGLA
           END-READ.
           IF WS-SW-REGLA = "S"
               CLOSE AUTORIZA
               MOVE "S" TO WS-SGN-RESULTADO
               GO TO 030-FIN
           END-IF.
           IF WS-SGN-OPCION = SPACES
               CLOSE AUTORIZA
               MOVE "PROGRAMA NO AUTORIZ." TO WS-MOTIVO
               GO TO 030-DENEGADO
           END-IF.

           MOVE LOW-VALUES TO REG-AUT-ROL.
           START AUTORIZA KEY IS NOT LESS THAN REG-AUT-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-SW-REGLA
           END-START.
           IF WS-SW-REGLA = "S"
               READ AUTORIZA NEXT RECORD INTO WS-REG-AUTORIZA
                   AT END
                       MOVE "N" TO WS-SW-REGLA
               END-READ
           END-IF.
           CLOSE AUTORIZA.
           IF WS-SW-REGLA = "S"
               AND WS-AUT-PROGRAMA = WS-SGN-PROGRAMA
               AND WS-AUT-OPCION = WS-SGN-OPCION
               MOVE "OPCION NO AUTORIZADA" TO WS-MOTIVO
               GO TO 030-DENEGADO
           END-IF.
           MOVE "S" TO WS-SGN-RESULTADO.
           GO TO 030-FIN.

       030-DENEGADO.
           PERFORM 090-GRABA-SEGLOG THRU 090-FIN.
           IF WS-SGN-OPCION = SPACES
               DISPLAY "ACCESO DENEGADO A " WS-SGN-PROGRAMA
                       " PARA EL ROL " WS-SGN-ROL
           ELSE
               DISPLAY "OPCION " WS-SGN-OPCION " NO AUTORIZADA"
                       " PARA EL ROL " WS-SGN-ROL
           END-IF.
       030-FIN. EXIT.

       090-GRABA-SEGLOG.
           ACCEPT WS-SEG-FECHA FROM DATE.
           ACCEPT WS-SEG-HORA FROM TIME.
           MOVE WS-ID-DIGITADO TO WS-SEG-OPERADOR.
           MOVE WS-SGN-PROGRAMA TO WS-SEG-PROGRAMA.
           MOVE WS-SGN-OPCION TO WS-SEG-OPCION.
           MOVE WS-MOTIVO TO WS-SEG-MOTIVO.

           OPEN EXTEND SEGLOG.
           IF WS-SEGLOG-STATUS = "35"
               OPEN OUTPUT SEGLOG
           END-IF.
           WRITE REG-SEGLOG FROM WS-REG-SEGLOG.
           CLOSE SEGLOG.
       090-FIN. EXIT.
