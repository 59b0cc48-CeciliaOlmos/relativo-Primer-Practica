      *****************************************************************
      * Seleccion del archivo de inscripciones a actividades
      * (secuencial, una linea por socio y actividad; se reescribe
      * completo al registrar una inscripcion o una baja)
      *****************************************************************
           SELECT INSCRIPCIONES ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
