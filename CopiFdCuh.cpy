      *****************************************************************
      * Registro del historico de cuotas: la cuota tal como estaba en
      * cuotas.dat mas la fecha en que se archivo
      *****************************************************************
       FD  CUOTAS-HISTORICO.
       01  cuh-reg.
           05  cuh-codigo        PIC 9(4).
           05  cuh-periodo       PIC 9(6).
           05  cuh-estado        PIC X.
           05  cuh-fecha-pago    PIC 9(8).
           05  cuh-importe       PIC 9(6)V99.
           05  cuh-fecha-archivo PIC 9(8).
