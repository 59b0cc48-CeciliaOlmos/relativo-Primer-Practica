      *****************************************************************
      * Seleccion de la tabla de vencimientos y recargos por mora (una
      * linea por periodo AAAAMM, la carga la comision junto con las
      * tarifas del anio)
      *****************************************************************
           SELECT RECARGOS ASSIGN TO "..\recargos.dat"
           ORGANIZATION LINE SEQUENTIAL.
