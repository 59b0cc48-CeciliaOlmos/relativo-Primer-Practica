      *****************************************************************
      * Registro de intimaciones: socio, fecha y etapa del aviso con
      * la deuda vencida que lo motivo
      * int-etapa: 1 = primer aviso, 2 = segundo aviso, 3 = carta de
      * intimacion, 4 = suspension automatica, 0 = salida del
      * circuito (el socio pago o firmo un convenio)
      * int-motivo: texto de la salida del circuito o de la etapa
      *****************************************************************
       FD  INTIMACIONES.
       01  int-reg.
           05  int-socio       PIC 9(4).
           05  int-fecha       PIC 9(8).
           05  int-etapa       PIC 9.
           05  int-cant-cuotas PIC 9(3).
           05  int-deuda       PIC 9(8)V99.
           05  int-motivo      PIC X(20).
