      *****************************************************************
      * Seleccion del catalogo de actividades y disciplinas
      * (secuencial, una linea por actividad con su arancel mensual;
      * se reescribe completo al actualizar el catalogo)
      *****************************************************************
           SELECT ACTIVIDADES ASSIGN TO "..\actividades.dat"
           ORGANIZATION LINE SEQUENTIAL.
