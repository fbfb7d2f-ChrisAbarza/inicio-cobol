      ******************************************************************
      * Registro de checkpoint de NOTAS010 (CHKNOTAS.TXT). Un unico
      * registro con la ultima inscripcion impresa (RUT mas el
      * curso/seccion en REG-CK-CURSO-ANT/REG-CK-SECCION-ANT) y los
      * totales acumulados hasta ese punto, para que un reinicio
      * continue el informe en vez de reimprimir todo INSCRIP.TXT
      * desde la primera inscripcion.
      * REG-CK-RUT = ZERO significa "sin checkpoint pendiente".
      ******************************************************************
       01  REG-CHKNOTAS.
