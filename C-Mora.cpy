      *****************************************************************
      * Recargo por mora de una cuota vencida - tablas y campos de
      * trabajo comunes al mostrador, el debito y la red de cobranza:
      *   tabla-mora        lineas de recargos.dat
      *   tabla-condonados  socio y periodo de recargos-condonados.dat
      *   mo-socio, mo-periodo, mo-importe: la cuota a recargar
      *   mo-fecha-pago     fecha a la que se calcula el recargo
      *   mo-dia-venc       CUO-DIA-VENC, para los periodos sin
      *                     vencimiento en la tabla
      *   mo-vence          vencimiento de la cuota del periodo
      *   mo-meses          meses o fraccion de atraso al pago
      *   mo-tasa           porcentaje mensual que rige el periodo
      *   mo-recargo        importe x tasa / 100 x meses, redondeado;
      *                     cero si no vencio, sin tasa o condonado
      *   mo-condonado      1 = el supervisor condono el recargo
      *****************************************************************
       01  tabla-mora.
           05  mo-cant-tasas pic 9(3) value 0.
           05  mo-tasa-item OCCURS 300 TIMES.
               10  mo-t-periodo      pic 9(6).
               10  mo-t-vencimiento  pic 9(8).
               10  mo-t-porcentaje   pic 9(2)V99.
       01  tabla-condonados.
           05  mo-cant-condonados pic 9(4) value 0.
           05  mo-cnd-item OCCURS 2000 TIMES.
               10  mo-c-socio    pic 9(4).
               10  mo-c-periodo  pic 9(6).
       01  mo-socio pic 9(4).
       01  mo-periodo pic 9(6).
       01  mo-importe pic 9(6)V99.
       01  mo-fecha-pago pic 9(8).
       01  mo-fecha-pago-r REDEFINES mo-fecha-pago.
           05  mo-pag-aaaa pic 9(4).
           05  mo-pag-mm   pic 9(2).
           05  mo-pag-dd   pic 9(2).
       01  mo-vence pic 9(8).
       01  mo-vence-r REDEFINES mo-vence.
           05  mo-ven-aaaa pic 9(4).
           05  mo-ven-mm   pic 9(2).
           05  mo-ven-dd   pic 9(2).
       01  mo-mejor pic 9(6).
       01  mo-tasa pic 9(2)V99.
       01  mo-recargo pic 9(6)V99.
       77  mo-meses pic 9(3) value 0.
       77  mo-condonado pic 9 value 0.
       77  mo-dia-venc pic 9(2) value 0.
       77  mo-i pic 9(4) value 0.
