           05  tar-periodo     PIC 9(6).
           05  tar-importe     PIC 9(6)V99.
           05  tar-desc-grupo  PIC 9(2).
      * tar-bonif-anual: porcentaje de bonificacion aprobado por la
      * comision para el pago anual anticipado; va al final para que
      * las tarifas cargadas antes de existir el campo se sigan
      * leyendo sin corrimiento (en blanco equivale a sin bonificacion)
           05  tar-bonif-anual PIC 9(2).
