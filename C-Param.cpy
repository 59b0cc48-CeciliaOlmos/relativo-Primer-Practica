      *****************************************************************
      * Seleccion del archivo de parametros de los procesos batch (una
      * linea por parametro con su clave y su valor; el proceso que
      * no encuentra una clave trabaja con su valor por omision)
      *****************************************************************
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
