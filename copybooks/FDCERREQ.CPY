      ******************************************************************
      * Registro de solicitudes de certificado (CERTREQ.TXT). Un RUT
      * por registro; CERT010 lo busca con lectura directa en
      * ALUMNO.TXT y emite una pagina de certificado por alumno con
      * cada una de sus inscripciones de INSCRIP.TXT.
      ******************************************************************
       01  REG-CERTREQ.
           05 REG-REQ-RUT             PIC 9(09).
