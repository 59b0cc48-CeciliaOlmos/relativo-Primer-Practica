      *****************************************************************
      * Registro de parametros: clave y valor numerico
      * Claves reconocidas (valor por omision entre parentesis):
      *   CUO-DIA-VENC     dia del mes en que vence la cuota del
      *                    periodo (10); el recargo por mora usa
      *                    antes el vencimiento de recargos.dat
      *   INT-MIN-CUOTAS   cuotas vencidas que hacen entrar al socio
      *                    al circuito de intimaciones (2)
      *   INT-DIAS-ETAPA   dias minimos entre una etapa del circuito
      *                    de intimaciones y la siguiente (15)
      *   DEB-MAX-INTENTOS veces que se presenta al banco una cuota
      *                    rechazada por falta de fondos (3)
      *   DEB-RECHAZOS-BAJA rechazos consecutivos del debito que dan
      *                    de baja la adhesion del socio (3)
      *   RED-ENTE         codigo de ente que la red de cobranza
      *                    externa asigna al club; va al frente del
      *                    codigo de barras de los cupones (0)
      *   DEP-ANIOS        anios de cuotas cobradas que quedan en
      *                    cuotas.dat; las anteriores pasan al
      *                    historico en la depuracion (5)
      *   PRY-MESES-COBRO  meses cerrados de cuotas.dat que se miran
      *                    para la tasa real de cobro de la
      *                    proyeccion de recaudacion (6)
      *   ACC-TOLERANCIA   cuotas vencidas impagas con las que el
      *                    socio todavia entra a la sede (1)
      *****************************************************************
       FD  PARAMETROS.
       01  prm-reg.
           05  prm-clave  PIC X(20).
           05  prm-valor  PIC 9(8).
