      *****************************************************************
      * Registro de recargos por mora condonados: la cuota del socio y
      * periodo se cobra sin recargo en el mostrador, el debito y la
      * red de cobranza
      * cnd-recargo: recargo calculado al dia de la condonacion, como
      * constancia de lo que se dejo de cobrar
      * cnd-supervisor y cnd-motivo: quien lo autorizo y por que
      *****************************************************************
       FD  CONDONACIONES.
       01  cnd-reg.
           05  cnd-socio       PIC 9(4).
           05  cnd-periodo     PIC 9(6).
           05  cnd-recargo     PIC 9(6)V99.
           05  cnd-fecha       PIC 9(8).
           05  cnd-hora        PIC 9(8).
           05  cnd-supervisor  PIC X(4).
           05  cnd-motivo      PIC X(40).
