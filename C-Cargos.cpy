      *****************************************************************
      * Seleccion del archivo indexado de cargos por actividad (un
      * registro por periodo, actividad y socio inscripto, con clave
      * de socio que paga + periodo + actividad + practicante)
      *****************************************************************
           SELECT CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS crg-clave.
