      ******************************************************************
      * Registro de asistencia (ASISTEN.TXT). Por cada curso/seccion
      * hay un registro con RUT en cero cuyas sesiones son las clases
      * dictadas en el periodo, y uno por alumno inscrito cuyas
      * sesiones son las clases a las que asistio. El porcentaje de
      * asistencia es asistidas * 100 / dictadas; una seccion sin
      * registro de dictadas (o con cero) no se evalua por asistencia,
      * y un alumno sin registro en una seccion con dictadas cuenta
      * con cero asistencias. La fecha es la de proceso de la ultima
      * carga que toco el registro.
      ******************************************************************
       01  REG-ASISTEN.
           05 REG-ASI-CLAVE.
               10 REG-ASI-CURSO        PIC X(10).
               10 REG-ASI-SECCION      PIC X(02).
               10 REG-ASI-RUT          PIC 9(09).
           05 REG-ASI-SESIONES         PIC 9(03).
           05 REG-ASI-FECHA            PIC 9(06).
