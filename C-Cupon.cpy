      *****************************************************************
      * Cupon de pago para la red de cobranza externa - definicion
      * unica del codigo de barras de 32 digitos que llevan el estado
      * de cuenta y las cuotas impresas y que la red devuelve en la
      * rendicion diaria:
      *   cup-ente        codigo que la red asigna al club (RED-ENTE)
      *   cup-socio       socio que paga (el titular en los grupos)
      *   cup-periodo     periodo AAAAMM de la cuota
      *   cup-importe     cuota mas aranceles pendientes del periodo,
      *                   en centavos
      *   cup-vencimiento AAAAMMDD hasta el que la red lo acepta
      *   cup-dv          digito verificador: suma de los 31 digitos
      *                   por 1 3 5 7 9 3 5 7 9 ..., la mitad de la
      *                   suma modulo 10
      *****************************************************************
       01  cup-codigo.
           05  cup-ente         pic 9(5).
           05  cup-socio        pic 9(4).
           05  cup-periodo      pic 9(6).
           05  cup-importe      pic 9(8).
           05  cup-vencimiento  pic 9(8).
           05  cup-dv           pic 9.
       01  cup-digitos REDEFINES cup-codigo.
           05  cup-digito pic 9 OCCURS 32 TIMES.
       77  cup-i pic 9(2) value 0.
       77  cup-peso pic 9 value 0.
       77  cup-suma pic 9(5) value 0.
       77  cup-mitad pic 9(5) value 0.
       77  cup-cociente pic 9(5) value 0.
