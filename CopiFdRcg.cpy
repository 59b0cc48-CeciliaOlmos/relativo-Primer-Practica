      *****************************************************************
      * Registro de la tabla de vencimientos y recargos por mora
      * mor-periodo: periodo AAAAMM de la cuota
      * mor-vencimiento: AAAAMMDD en que vence la cuota del periodo;
      * si el periodo no tiene linea o viene en cero vence el dia
      * CUO-DIA-VENC del mes del periodo
      * mor-porcentaje: recargo mensual sobre el importe de la cuota
      * por cada mes o fraccion de atraso; para un periodo dado vale
      * el de la linea mas reciente que no lo supere, como en tarifas
      *****************************************************************
       FD  RECARGOS.
       01  mor-reg.
           05  mor-periodo      PIC 9(6).
           05  mor-vencimiento  PIC 9(8).
           05  mor-porcentaje   PIC 9(2)V99.
