      *****************************************************************
      * Seleccion del padron de habilitados para el molinete de la
      * sede (secuencial, lo regenera completo el proceso nocturno y
      * lo levanta la terminal de control de acceso)
      *****************************************************************
           SELECT HABILITADOS ASSIGN TO "..\habilitados.dat"
           ORGANIZATION LINE SEQUENTIAL.
