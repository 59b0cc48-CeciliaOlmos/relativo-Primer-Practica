           05  rec-operador    PIC X(4).
      * El tipo va al final para que los recibos grabados antes de
      * existir el campo se sigan leyendo sin corrimiento
      * rec-tipo: C = cuota social, V = cuota de convenio de pago,
      * T = arancel de actividad, A = pago anual anticipado (el
      * periodo es el primero de los cubiertos por el anticipo)
           05  rec-tipo        PIC X.
      * rec-actividad: actividad del arancel cobrado en los recibos
      * de tipo T; cero en los demas
           05  rec-actividad   PIC 9(3).
      * rec-recargo: parte de rec-importe que es recargo por mora de
      * la cuota (rec-importe = cuota + recargo); cero en los demas
      * tipos y en los recibos grabados antes de existir el campo
           05  rec-recargo     PIC 9(6)V99.
