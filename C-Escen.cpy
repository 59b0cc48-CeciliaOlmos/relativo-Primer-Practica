      *****************************************************************
      * Seleccion del escenario de tarifas propuestas (secuencial, lo
      * arma tesoreria para la reunion de comision; no reemplaza a
      * tarifas.dat, solo lo usa la proyeccion de recaudacion)
      *****************************************************************
           SELECT ESCENARIO-TARIFAS ASSIGN TO "..\escenario-tarifas.dat"
           ORGANIZATION LINE SEQUENTIAL.
