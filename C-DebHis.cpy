      *****************************************************************
      * Seleccion del historial de respuestas del banco al debito
      * automatico (secuencial, debito-respuesta agrega un registro
      * por cada linea aceptada o rechazada)
      *****************************************************************
           SELECT HISTORIAL-DEBITOS ASSIGN TO "..\debito-historial.dat"
           ORGANIZATION LINE SEQUENTIAL.
