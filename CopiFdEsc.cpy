      *****************************************************************
      * Registro del escenario de tarifas propuestas
      * esc-categoria: C = cadete, A = activo, V = vitalicio
      * esc-periodo: primer periodo AAAAMM en que regiria la tarifa
      * propuesta (0 = desde el primer mes proyectado); se combina con
      * tarifas.dat como si fuera una linea mas de aumento
      * esc-importe / esc-desc-grupo: cuota y descuento por adherente
      * propuestos, con el mismo sentido que en tarifas.dat
      *****************************************************************
       FD  ESCENARIO-TARIFAS.
       01  esc-reg.
           05  esc-categoria   PIC X.
           05  esc-periodo     PIC 9(6).
           05  esc-importe     PIC 9(6)V99.
           05  esc-desc-grupo  PIC 9(2).
