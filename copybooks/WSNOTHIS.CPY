           10 WS-NH-PESO-CANT          PIC 9(01).
           10 WS-NH-PESO-TABLA         PIC 9(03) OCCURS 8 TIMES.
           10 WS-NH-EVALUACIONES       PIC 9(03) OCCURS 8 TIMES.
           10 WS-NH-DICTADAS           PIC 9(03).
           10 WS-NH-ASISTIDAS          PIC 9(03).
           10 WS-NH-MIN-ASIST          PIC 9(03).
