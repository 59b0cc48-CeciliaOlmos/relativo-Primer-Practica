      *****************************************************************
      * CBU de 22 digitos y sus dos digitos verificadores, comun a la
      * adhesion de mostrador, la importacion CSV, la presentacion
      * del debito y el barrido del padron:
      *   cbu-numero      CBU a validar
      *   bloque 1        digitos 1 a 8 (banco y sucursal): los
      *                   digitos 1 a 7 por 7 1 3 9 7 1 3
      *   bloque 2        digitos 9 a 22 (cuenta): los digitos 9 a 21
      *                   por 3 9 7 1 3 9 7 1 3 9 7 1 3
      *   cbu-dv1/cbu-dv2 verificador de cada bloque: 10 menos la
      *                   suma modulo 10 (0 si el resto es 0), que
      *                   debe coincidir con el digito 8 y el 22
      *   cbu-valido      1 = numerico y los dos verificadores bien
      *****************************************************************
       01  cbu-numero pic X(22).
       01  cbu-digitos REDEFINES cbu-numero.
           05  cbu-digito pic 9 OCCURS 22 TIMES.
       01  cbu-pesos-bloque1 pic X(7) value "7139713".
       01  cbu-pesos1 REDEFINES cbu-pesos-bloque1.
           05  cbu-peso1 pic 9 OCCURS 7 TIMES.
       01  cbu-pesos-bloque2 pic X(13) value "3971397139713".
       01  cbu-pesos2 REDEFINES cbu-pesos-bloque2.
           05  cbu-peso2 pic 9 OCCURS 13 TIMES.
       77  cbu-i pic 9(2) value 0.
       77  cbu-suma pic 9(4) value 0.
       77  cbu-cociente pic 9(4) value 0.
       77  cbu-resto pic 9 value 0.
       77  cbu-dv1 pic 9 value 0.
       77  cbu-dv2 pic 9 value 0.
       77  cbu-valido pic 9 value 0.
