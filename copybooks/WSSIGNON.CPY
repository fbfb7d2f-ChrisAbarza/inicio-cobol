      ******************************************************************
      * Area de comunicacion con SIGNON010. El programa que llama
      * informa su nombre y, para una opcion de menu, su numero (en
      * espacios para la entrada al programa). Con WS-SGN-OPERADOR en
      * espacios SIGNON010 pide identificador y clave y devuelve el
      * operador, su nombre y su rol; con el operador ya informado
      * (sesion iniciada) solo revisa la autorizacion de la opcion.
      * WS-SGN-RESULTADO "S" autorizado, "N" sesion fallida o
      * denegada (SIGNON010 ya lo informo en pantalla y en SEGLOG.TXT).
      ******************************************************************
       05  WS-SGN-PROGRAMA             PIC X(10).
       05  WS-SGN-OPCION               PIC X(02).
       05  WS-SGN-OPERADOR             PIC X(08).
       05  WS-SGN-NOMBRE               PIC X(30).
       05  WS-SGN-ROL                  PIC X(04).
       05  WS-SGN-RESULTADO            PIC X(01).
