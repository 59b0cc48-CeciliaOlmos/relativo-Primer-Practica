      *****************************************************************
      * Registro de pagos anuales anticipados
      * El anticipo crea en cuotas.dat, ya cobradas, las cuotas de los
      * periodos ant-periodo-desde a ant-periodo-hasta que no existian
      * y se cobra con un unico recibo de tipo A
      * ant-importe-lista: valor de esos periodos a la tarifa vigente
      * al cobrar, antes de la bonificacion
      * ant-bonif: porcentaje de bonificacion aplicado
      * ant-importe: lo efectivamente cobrado
      *****************************************************************
       FD  ANTICIPOS.
       01  ant-reg.
           05  ant-socio          PIC 9(4).
           05  ant-anio           PIC 9(4).
           05  ant-periodo-desde  PIC 9(6).
           05  ant-periodo-hasta  PIC 9(6).
           05  ant-cant-periodos  PIC 9(2).
           05  ant-fecha          PIC 9(8).
           05  ant-recibo         PIC 9(6).
           05  ant-importe-lista  PIC 9(6)V99.
           05  ant-bonif          PIC 9(2).
           05  ant-importe        PIC 9(6)V99.
           05  ant-operador       PIC X(4).
