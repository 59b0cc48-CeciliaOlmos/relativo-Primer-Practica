      *****************************************************************
      * Registro de cargo mensual por actividad
      * crg-socio: socio que paga el cargo; el adherente facturado por
      * su titular carga sus aranceles al titular, como la cuota
      * crg-practicante: socio inscripto en la actividad
      * crg-estado: P = pendiente, C = cobrado
      *****************************************************************
       FD  CARGOS.
       01  crg-reg.
           05  crg-clave.
               10  crg-socio        PIC 9(4).
               10  crg-periodo      PIC 9(6).
               10  crg-actividad    PIC 9(3).
               10  crg-practicante  PIC 9(4).
           05  crg-estado       PIC X.
           05  crg-fecha-pago   PIC 9(8).
           05  crg-importe      PIC 9(6)V99.
