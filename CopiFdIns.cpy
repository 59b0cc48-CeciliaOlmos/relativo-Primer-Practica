      *****************************************************************
      * Registro de inscripcion de un socio a una actividad
      * ins-estado: A = inscripto, B = dado de baja de la actividad
      * La facturacion corre desde el periodo de ins-fecha-alta hasta
      * el periodo anterior al de ins-fecha-baja
      *****************************************************************
       FD  INSCRIPCIONES.
       01  ins-reg.
           05  ins-socio       PIC 9(4).
           05  ins-actividad   PIC 9(3).
           05  ins-fecha-alta  PIC 9(8).
           05  ins-fecha-baja  PIC 9(8).
           05  ins-estado      PIC X.
