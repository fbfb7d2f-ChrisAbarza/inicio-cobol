      ******************************************************************
      * Registro del maestro de operadores (OPERADOR.TXT), indexado
      * por identificador. Mantenido por OPERA010.
      * REG-OPE-ACTIVO = "S" puede iniciar sesion, "N" bloqueado (los
      * operadores no se eliminan, para que su identificador siga
      * explicando los registros que grabo). REG-OPE-ROL agrupa los
      * permisos de AUTORIZA.TXT; el rol "ADM" tiene acceso a todo.
      ******************************************************************
       01  REG-OPERADOR.
           05 REG-OPE-ID               PIC X(08).
           05 REG-OPE-NOMBRE           PIC X(30).
           05 REG-OPE-CLAVE            PIC X(08).
           05 REG-OPE-ACTIVO           PIC X(01).
           05 REG-OPE-ROL              PIC X(04).
