           05  anu-fecha-pago  PIC 9(8).
           05  anu-motivo      PIC X(30).
           05  anu-supervisor  PIC X(4).
      * anu-recargo: recargo por mora incluido en anu-importe, que es
      * lo cobrado en el recibo anulado; va al final para que las
      * anulaciones grabadas antes se sigan leyendo sin corrimiento
           05  anu-recargo     PIC 9(6)V99.
