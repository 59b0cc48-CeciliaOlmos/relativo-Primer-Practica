      *****************************************************************
      * Seleccion del historico de cuotas (secuencial, la depuracion
      * agrega las cuotas cobradas anteriores al corte que saca del
      * indexado; el estado de cuenta lo consulta a pedido)
      *****************************************************************
           SELECT CUOTAS-HISTORICO ASSIGN TO "..\cuotas-historico.dat"
           ORGANIZATION LINE SEQUENTIAL.
