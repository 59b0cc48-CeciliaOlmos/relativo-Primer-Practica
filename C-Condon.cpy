      *****************************************************************
      * Seleccion del archivo de recargos condonados (secuencial, se
      * agrega un registro por cada condonacion que autoriza un
      * supervisor; el cobro de la cuota lo consulta)
      *****************************************************************
           SELECT CONDONACIONES ASSIGN TO "..\recargos-condonados.dat"
           ORGANIZATION LINE SEQUENTIAL.
