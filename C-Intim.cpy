      *****************************************************************
      * Seleccion del archivo de intimaciones a morosos (secuencial,
      * se agrega un registro por cada aviso emitido por el circuito
      * de intimaciones; la ultima etapa de cada socio es la vigente)
      *****************************************************************
           SELECT INTIMACIONES ASSIGN TO "..\intimaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
