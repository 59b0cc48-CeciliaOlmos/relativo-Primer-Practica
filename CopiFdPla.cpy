      *****************************************************************
      * Registro del plan de cuentas: concepto del club y cuenta del
      * sistema contable a la que se imputa
      * Conceptos que usa la interfaz contable:
      *   CAJA       efectivo cobrado en mostrador
      *   CAJA-oooo  caja propia del operador oooo (opcional; si no
      *              esta, el operador usa CAJA)
      *   BANCO      cuenta bancaria del debito automatico (BCO)
      *   RED        cobranzas a depositar por la red externa (RED)
      *   CUOTAS     ingresos por cuota social (recibos tipo C)
      *   CONVENIOS  cobro de cuotas en convenio (recibos tipo V)
      *   ARANCELES  ingresos por actividades (recibos tipo T)
      *   ANTICIPOS  cuotas cobradas por adelantado (recibos tipo A)
      *   RECARGOS   recargos por mora cobrados con la cuota
      *   A-IMPUTAR  debitos acreditados por el banco sin cuota
      *              pendiente que aplicar
      *****************************************************************
       FD  PLAN-CUENTAS.
       01  pla-reg.
           05  pla-concepto  PIC X(10).
           05  pla-cuenta    PIC X(12).
           05  pla-nombre    PIC X(30).
