      *****************************************************************
      * Seleccion del archivo de pagos anuales anticipados (secuencial,
      * un registro por anticipo cobrado en el mostrador)
      *****************************************************************
           SELECT ANTICIPOS ASSIGN TO "..\anticipos.dat"
           ORGANIZATION LINE SEQUENTIAL.
