      ******************************************************************
      * Registro de la tabla de autorizaciones (AUTORIZA.TXT). Cada
      * registro permite a un rol entrar a un programa interactivo
      * (REG-AUT-OPCION en espacios) o usar una opcion de su menu
      * (REG-AUT-OPCION con el numero de opcion, "01" a "99"). Entrar
      * exige la regla del programa; una opcion que no tiene ninguna
      * regla propia queda permitida a todo rol que pudo entrar, y una
      * opcion con reglas solo a los roles listados. El rol "ADM" no
      * necesita reglas.
      ******************************************************************
       01  REG-AUTORIZA.
           05 REG-AUT-CLAVE.
               10 REG-AUT-PROGRAMA     PIC X(10).
               10 REG-AUT-OPCION       PIC X(02).
               10 REG-AUT-ROL          PIC X(04).
