      *****************************************************************
      * Seleccion del registro de ingresos a la sede (secuencial, un
      * registro por pasada de carnet por el molinete; la terminal
      * exporta el del dia y el proceso de ingresos lo acumula)
      *****************************************************************
           SELECT INGRESOS ASSIGN TO "..\ingresos.dat"
           ORGANIZATION LINE SEQUENTIAL.
