      *****************************************************************
      * Seleccion del padron de socios habilitados para votar en la
      * asamblea (secuencial, lo genera el padron electoral a la
      * fecha de corte y lo consulta el registro de asistencia)
      *****************************************************************
           SELECT PADRON-ASAMBLEA ASSIGN TO "..\padron-asamblea.dat"
           ORGANIZATION LINE SEQUENTIAL.
