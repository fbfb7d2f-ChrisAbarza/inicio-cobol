      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantencion del maestro de operadores OPERADOR.TXT
      *           (REG-OPERADOR de 51 caracteres: ID 8 + NOMBRE 30 +
      *           CLAVE 8 + ACTIVO 1 + ROL 4) y de la tabla de
      *           autorizaciones por rol AUTORIZA.TXT (programa 10 +
      *           opcion 2 + rol 4), al estilo de CLIENT010. Alta y
      *           cambio de operadores (los operadores no se eliminan,
      *           se desactivan, para que su identificador siga
      *           explicando lo que grabaron), alta y baja de reglas y
      *           listado de ambos. La clave se pide pero nunca se
      *           muestra. Con el maestro ausente o vacio permite crear
      *           sin sesion el primer operador, con rol ADM; desde ahi
      *           exige inicio de sesion y autorizacion por opcion
      *           (SIGNON010) como todo programa interactivo. Registra
      *           la sesion en AUDITLOG.TXT (operadores agregados en el
      *           contador 1, modificados en el 2, reglas agregadas o
      *           eliminadas en el 3) con el operador que la hizo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                OPERA010.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELOPER.
           COPY SELAUTOR.
           COPY SELAUDIT.
           COPY SELFECPRO.

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

       FD  AUDITLOG
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDAUDIT.

       FD  FECPROC
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY FDFECPRO.

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUTORIZA-STATUS     PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FECPROC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HORA-8              PIC 9(08) VALUE ZERO.

       01  WS-AREA-OPERADOR.
           COPY WSOPER.

       01  WS-REG-AUTORIZA.
           COPY WSAUTOR.

       01  WS-REG-AUDITLOG.
           COPY WSAUDIT.

       01  WS-REG-FECPROC.
           COPY WSFECPRO.

       01  WS-FECHA-PROCESO       PIC 9(06) VALUE ZERO.
       01  WS-FECHA-VAL.
           05 WS-VAL-AA            PIC 9(02).
           05 WS-VAL-MM            PIC 9(02).
           05 WS-VAL-DD            PIC 9(02).

       01  WS-OPCION               PIC 9(01) VALUE ZERO.
       01  WS-OPCION-SGN           PIC 9(02) VALUE ZERO.
       01  WS-SW-TERMINA           PIC X(03) VALUE SPACES.
       01  SW-FIN                  PIC X(03) VALUE SPACES.
       01  WS-SW-MAESTRO-VACIO     PIC X(01) VALUE "N".
       01  WS-ID-BUSCADO           PIC X(08) VALUE SPACES.
       01  WS-CLAVE-NUEVA          PIC X(08) VALUE SPACES.
       01  WS-CLAVE-CONFIRMA       PIC X(08) VALUE SPACES.
       01  WS-NOMBRE-NUEVO         PIC X(30) VALUE SPACES.
       01  WS-ROL-NUEVO            PIC X(04) VALUE SPACES.
       01  WS-ACTIVO-NUEVO         PIC X(01) VALUE SPACE.
       01  WS-OPCION-REGLA         PIC X(02) VALUE SPACES.
       01  WS-CONT-AGREGADOS       PIC 9(05) VALUE ZERO.
       01  WS-CONT-MODIFICADOS     PIC 9(05) VALUE ZERO.
       01  WS-CONT-REGLAS          PIC 9(05) VALUE ZERO.

       01  WS-AREA-SIGNON.
           COPY WSSIGNON.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 015-LEER-FECHA-PROCESO THRU 015-FIN.
           PERFORM 012-REVISA-MAESTRO THRU 012-FIN.
           PERFORM 005-INICIA-SESION THRU 005-FIN.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O OPERADOR.
           OPEN I-O AUTORIZA.
           IF WS-AUTORIZA-STATUS = "35"
               CLOSE AUTORIZA
               OPEN OUTPUT AUTORIZA
               CLOSE AUTORIZA
               OPEN I-O AUTORIZA
           END-IF.

           PERFORM 020-MOSTRAR-MENU THRU 020-FIN
                   UNTIL WS-SW-TERMINA = "FIN".

           CLOSE OPERADOR.
           CLOSE AUTORIZA.
           IF WS-CONT-AGREGADOS > ZERO OR WS-CONT-MODIFICADOS > ZERO
               OR WS-CONT-REGLAS > ZERO
               PERFORM 070-GRABAR-AUDITORIA THRU 070-FIN
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Inicio de sesion del operador y autorizacion de cada opcion
      * del menu (SIGNON010, reglas en AUTORIZA.TXT).
      ******************************************************************
       005-INICIA-SESION.
           MOVE SPACES TO WS-AREA-SIGNON.
           MOVE "OPERA010" TO WS-SGN-PROGRAMA.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       005-FIN. EXIT.

       006-AUTORIZA-OPCION.
           MOVE WS-OPCION TO WS-OPCION-SGN.
           MOVE WS-OPCION-SGN TO WS-SGN-OPCION.
           CALL "SIGNON010" USING WS-AREA-SIGNON.
       006-FIN. EXIT.

      ******************************************************************
      * Sin operadores nadie podria iniciar sesion: con el maestro
      * ausente o vacio se crea aqui, sin sesion, el primer operador,
      * siempre con rol ADM y activo. Con el se inicia luego la sesion
      * normal.
      ******************************************************************
       012-REVISA-MAESTRO.
           MOVE "N" TO WS-SW-MAESTRO-VACIO.
           OPEN I-O OPERADOR.
           IF WS-OPERADOR-STATUS = "35"
               CLOSE OPERADOR
               OPEN OUTPUT OPERADOR
               CLOSE OPERADOR
               OPEN I-O OPERADOR
           END-IF.
           MOVE LOW-VALUES TO REG-OPE-ID.
           START OPERADOR KEY IS NOT LESS THAN REG-OPE-ID
               INVALID KEY
                   MOVE "S" TO WS-SW-MAESTRO-VACIO
           END-START.
           IF WS-SW-MAESTRO-VACIO NOT = "S"
               CLOSE OPERADOR
               GO TO 012-FIN
           END-IF.

           DISPLAY "MAESTRO DE OPERADORES VACIO - SE CREA EL PRIMER"
                   " OPERADOR CON ROL ADM".
           MOVE SPACES TO WS-OPE-ID.
           PERFORM UNTIL WS-OPE-ID NOT = SPACES
               DISPLAY "INGRESAR IDENTIFICADOR:"
               ACCEPT WS-OPE-ID
           END-PERFORM.
           DISPLAY "INGRESAR NOMBRE:"
           MOVE SPACES TO WS-OPE-NOMBRE.
           ACCEPT WS-OPE-NOMBRE.
           PERFORM 032-PIDE-CLAVE THRU 032-FIN.
           MOVE WS-CLAVE-NUEVA TO WS-OPE-CLAVE.
           MOVE "S" TO WS-OPE-ACTIVO.
           MOVE "ADM" TO WS-OPE-ROL.
           WRITE REG-OPERADOR FROM WS-REG-OPERADOR
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR OPERADOR " WS-OPE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-AGREGADOS
                   DISPLAY "OPERADOR " WS-OPE-ID " CREADO CON ROL ADM"
           END-WRITE.
           CLOSE OPERADOR.
       012-FIN. EXIT.

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

       020-MOSTRAR-MENU.
           DISPLAY "1. AGREGAR OPERADOR".
           DISPLAY "2. MODIFICAR OPERADOR".
           DISPLAY "3. AGREGAR AUTORIZACION".
           DISPLAY "4. ELIMINAR AUTORIZACION".
           DISPLAY "5. LISTAR OPERADORES Y AUTORIZACIONES".
           DISPLAY "6. SALIR".
           DISPLAY "INGRESE OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 6
               PERFORM 006-AUTORIZA-OPCION THRU 006-FIN
               IF WS-SGN-RESULTADO NOT = "S"
                   GO TO 020-FIN
               END-IF
           END-IF.

           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 030-AGREGAR THRU 030-FIN
               WHEN 2
                   PERFORM 040-MODIFICAR THRU 040-FIN
               WHEN 3
                   PERFORM 050-AGREGA-REGLA THRU 050-FIN
               WHEN 4
                   PERFORM 055-ELIMINA-REGLA THRU 055-FIN
               WHEN 5
                   PERFORM 060-LISTAR THRU 060-FIN
               WHEN 6
                   MOVE "FIN" TO WS-SW-TERMINA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       020-FIN. EXIT.

       030-AGREGAR.
           DISPLAY "INGRESAR IDENTIFICADOR:"
           MOVE SPACES TO WS-OPE-ID.
           ACCEPT WS-OPE-ID.
           IF WS-OPE-ID = SPACES
               DISPLAY "IDENTIFICADOR EN BLANCO - NO SE AGREGA"
               GO TO 030-FIN
           END-IF.
           DISPLAY "INGRESAR NOMBRE:"
           MOVE SPACES TO WS-OPE-NOMBRE.
           ACCEPT WS-OPE-NOMBRE.
           DISPLAY "INGRESAR ROL:"
           MOVE SPACES TO WS-OPE-ROL.
           ACCEPT WS-OPE-ROL.
           IF WS-OPE-ROL = SPACES
               DISPLAY "ROL EN BLANCO - NO SE AGREGA"
               GO TO 030-FIN
           END-IF.
           PERFORM 032-PIDE-CLAVE THRU 032-FIN.
           MOVE WS-CLAVE-NUEVA TO WS-OPE-CLAVE.
           MOVE "S" TO WS-OPE-ACTIVO.

           WRITE REG-OPERADOR FROM WS-REG-OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR " WS-OPE-ID " YA EXISTE"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-AGREGADOS
                   DISPLAY "OPERADOR AGREGADO"
           END-WRITE.
       030-FIN. EXIT.

      ******************************************************************
      * La clave se pide dos veces y no se acepta en blanco ni
      * distinta en la confirmacion. Nunca se muestra en pantalla.
      ******************************************************************
       032-PIDE-CLAVE.
           MOVE SPACES TO WS-CLAVE-NUEVA.
           PERFORM UNTIL WS-CLAVE-NUEVA NOT = SPACES
               DISPLAY "INGRESAR CLAVE:"
               ACCEPT WS-CLAVE-NUEVA
               DISPLAY "CONFIRMAR CLAVE:"
               MOVE SPACES TO WS-CLAVE-CONFIRMA
               ACCEPT WS-CLAVE-CONFIRMA
               IF WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
                   DISPLAY "LAS CLAVES NO COINCIDEN"
                   MOVE SPACES TO WS-CLAVE-NUEVA
               END-IF
           END-PERFORM.
       032-FIN. EXIT.

       040-MODIFICAR.
           DISPLAY "INGRESAR IDENTIFICADOR A MODIFICAR:"
           ACCEPT WS-ID-BUSCADO.
           MOVE WS-ID-BUSCADO TO REG-OPE-ID.

           READ OPERADOR INTO WS-REG-OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR " WS-ID-BUSCADO " NO EXISTE"
               NOT INVALID KEY
                   PERFORM 045-PIDE-DATOS-MODIFICA THRU 045-FIN
           END-READ.
       040-FIN. EXIT.

      ******************************************************************
      * Espacios mantienen el valor actual. El operador en sesion no
      * puede desactivarse ni cambiarse el rol a si mismo, para que
      * no quede el sistema sin administrador por error.
      ******************************************************************
       045-PIDE-DATOS-MODIFICA.
           DISPLAY "NOMBRE ACTUAL: " WS-OPE-NOMBRE
           DISPLAY "INGRESAR NUEVO NOMBRE (ESPACIOS PARA MANTENER):"
           MOVE SPACES TO WS-NOMBRE-NUEVO
           ACCEPT WS-NOMBRE-NUEVO
           DISPLAY "ROL ACTUAL: " WS-OPE-ROL
           DISPLAY "INGRESAR NUEVO ROL (ESPACIOS PARA MANTENER):"
           MOVE SPACES TO WS-ROL-NUEVO
           ACCEPT WS-ROL-NUEVO
           DISPLAY "ACTIVO ACTUAL: " WS-OPE-ACTIVO
           DISPLAY "INGRESAR ACTIVO (S/N, ESPACIO PARA MANTENER):"
           MOVE SPACE TO WS-ACTIVO-NUEVO
           ACCEPT WS-ACTIVO-NUEVO
           DISPLAY "INGRESAR NUEVA CLAVE (ESPACIOS PARA MANTENER):"
           MOVE SPACES TO WS-CLAVE-NUEVA
           ACCEPT WS-CLAVE-NUEVA.

           IF WS-CLAVE-NUEVA NOT = SPACES
               DISPLAY "CONFIRMAR CLAVE:"
               MOVE SPACES TO WS-CLAVE-CONFIRMA
               ACCEPT WS-CLAVE-CONFIRMA
               IF WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
                   DISPLAY "LAS CLAVES NO COINCIDEN - NO SE MODIFICA"
                   GO TO 045-FIN
               END-IF
           END-IF.
           IF WS-ID-BUSCADO = WS-SGN-OPERADOR
               AND ((WS-ROL-NUEVO NOT = SPACES
                     AND WS-ROL-NUEVO NOT = WS-OPE-ROL)
                 OR WS-ACTIVO-NUEVO = "N")
               DISPLAY "NO PUEDE CAMBIAR SU PROPIO ROL NI"
                       " DESACTIVARSE - NO SE MODIFICA"
               GO TO 045-FIN
           END-IF.

           IF WS-NOMBRE-NUEVO NOT = SPACES
               MOVE WS-NOMBRE-NUEVO TO WS-OPE-NOMBRE
           END-IF.
           IF WS-ROL-NUEVO NOT = SPACES
               MOVE WS-ROL-NUEVO TO WS-OPE-ROL
           END-IF.
           IF WS-ACTIVO-NUEVO = "S" OR WS-ACTIVO-NUEVO = "N"
               MOVE WS-ACTIVO-NUEVO TO WS-OPE-ACTIVO
           END-IF.
           IF WS-CLAVE-NUEVA NOT = SPACES
               MOVE WS-CLAVE-NUEVA TO WS-OPE-CLAVE
           END-IF.

           MOVE WS-ID-BUSCADO TO WS-OPE-ID.
           REWRITE REG-OPERADOR FROM WS-REG-OPERADOR
               INVALID KEY
                   DISPLAY "ERROR AL MODIFICAR OPERADOR "
                           WS-ID-BUSCADO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-MODIFICADOS
                   DISPLAY "OPERADOR MODIFICADO"
           END-REWRITE.
       045-FIN. EXIT.

      ******************************************************************
      * Opcion 0 o espacios = regla de entrada al programa; 1 a 99 =
      * regla de esa opcion de su menu.
      ******************************************************************
       050-AGREGA-REGLA.
           PERFORM 052-PIDE-REGLA THRU 052-FIN.
           IF WS-AUT-PROGRAMA = SPACES OR WS-AUT-ROL = SPACES
               DISPLAY "PROGRAMA O ROL EN BLANCO - NO SE AGREGA"
               GO TO 050-FIN
           END-IF.
           WRITE REG-AUTORIZA FROM WS-REG-AUTORIZA
               INVALID KEY
                   DISPLAY "LA AUTORIZACION YA EXISTE"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-REGLAS
                   DISPLAY "AUTORIZACION AGREGADA"
           END-WRITE.
       050-FIN. EXIT.

       052-PIDE-REGLA.
           DISPLAY "INGRESAR PROGRAMA:"
           MOVE SPACES TO WS-AUT-PROGRAMA.
           ACCEPT WS-AUT-PROGRAMA.
           DISPLAY "INGRESAR OPCION DE MENU (00=ENTRADA AL PROGRAMA):"
           MOVE SPACES TO WS-OPCION-REGLA.
           ACCEPT WS-OPCION-REGLA.
           IF WS-OPCION-REGLA (2:1) = SPACE
               AND WS-OPCION-REGLA (1:1) NOT = SPACE
               MOVE WS-OPCION-REGLA (1:1) TO WS-OPCION-REGLA (2:1)
               MOVE "0" TO WS-OPCION-REGLA (1:1)
           END-IF.
           IF WS-OPCION-REGLA = "00" OR WS-OPCION-REGLA NOT NUMERIC
               MOVE SPACES TO WS-AUT-OPCION
           ELSE
               MOVE WS-OPCION-REGLA TO WS-AUT-OPCION
           END-IF.
           DISPLAY "INGRESAR ROL:"
           MOVE SPACES TO WS-AUT-ROL.
           ACCEPT WS-AUT-ROL.
       052-FIN. EXIT.

       055-ELIMINA-REGLA.
           PERFORM 052-PIDE-REGLA THRU 052-FIN.
           MOVE WS-REG-AUTORIZA TO REG-AUT-CLAVE.
           DELETE AUTORIZA RECORD
               INVALID KEY
                   DISPLAY "LA AUTORIZACION NO EXISTE"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-REGLAS
                   DISPLAY "AUTORIZACION ELIMINADA"
           END-DELETE.
       055-FIN. EXIT.

       060-LISTAR.
           DISPLAY "ID       NOMBRE                         ACT ROL".
           MOVE SPACES TO SW-FIN.
           MOVE LOW-VALUES TO REG-OPE-ID.
           START OPERADOR KEY IS NOT LESS THAN REG-OPE-ID
               INVALID KEY
                   MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ OPERADOR NEXT RECORD INTO WS-REG-OPERADOR
                   AT END
                       MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   DISPLAY WS-OPE-ID " " WS-OPE-NOMBRE " "
                           WS-OPE-ACTIVO "   " WS-OPE-ROL
               END-IF
           END-PERFORM.

           DISPLAY "PROGRAMA   OP ROL".
           MOVE SPACES TO SW-FIN.
           MOVE LOW-VALUES TO REG-AUT-CLAVE.
           START AUTORIZA KEY IS NOT LESS THAN REG-AUT-CLAVE
               INVALID KEY
                   MOVE "FIN" TO SW-FIN
           END-START.
           PERFORM UNTIL SW-FIN = "FIN"
               READ AUTORIZA NEXT RECORD INTO WS-REG-AUTORIZA
                   AT END
                       MOVE "FIN" TO SW-FIN
               END-READ
               IF SW-FIN NOT = "FIN"
                   DISPLAY WS-AUT-PROGRAMA " " WS-AUT-OPCION " "
                           WS-AUT-ROL
               END-IF
           END-PERFORM.
       060-FIN. EXIT.

       070-GRABAR-AUDITORIA.
           ACCEPT WS-HORA-8 FROM TIME.

           MOVE "OPERA010" TO WS-AUD-PROGRAMA.
           MOVE WS-SGN-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-FECHA-PROCESO TO WS-AUD-FECHA.
           MOVE WS-HORA-8 TO WS-AUD-HORA.
           MOVE WS-CONT-AGREGADOS TO WS-AUD-CONT-1.
           MOVE WS-CONT-MODIFICADOS TO WS-AUD-CONT-2.
           MOVE WS-CONT-REGLAS TO WS-AUD-CONT-3.

           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           WRITE REG-AUDITLOG FROM WS-REG-AUDITLOG.
           CLOSE AUDITLOG.
       070-FIN. EXIT.
