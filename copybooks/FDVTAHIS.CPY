      * por periodo ano-mes (AAMM). CIERRE010 mueve aqui los registros
      * del mes cerrado desde el maestro VENTAS.TXT, de modo que el
      * maestro solo conserve el mes abierto y la cifra oficial de
      * cierre pueda reproducirse filtrando por REG-HIS-PERIODO. Cada
      * registro es una linea de boleta, igual que en el maestro,
      * con su desglose de neto, IVA y marca de exento, y el operador
      * que la grabo.
      ******************************************************************
       01  REG-VENTAHIS.
           05 REG-HIS-PERIODO         PIC 9(04).
           05 REG-HIS-NUMVENTA        PIC 9(05).
           05 REG-HIS-LINEA           PIC 9(02).
           05 REG-HIS-CODIGO          PIC X(08).
           05 REG-HIS-NOMBRE          PIC X(25).
           05 REG-HIS-PRECIO          PIC 9(06).
           05 REG-HIS-CLIENTE         PIC X(05).
           05 REG-HIS-TIPO            PIC X(01).
           05 REG-HIS-REFVENTA        PIC 9(05).
           05 REG-HIS-CANTIDAD        PIC 9(03).
           05 REG-HIS-MONTO           PIC 9(09).
           05 REG-HIS-REFLINEA        PIC 9(02).
           05 REG-HIS-EXENTO          PIC X(01).
           05 REG-HIS-TASA            PIC 9(02)V99.
           05 REG-HIS-NETO            PIC 9(09).
           05 REG-HIS-IVA             PIC 9(09).
           05 REG-HIS-OPERADOR        PIC X(08).
