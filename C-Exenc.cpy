      *****************************************************************
      * Seleccion del archivo de exenciones y becas de cuota
      * (secuencial, un registro por resolucion de la comision; lo
      * mantiene el supervisor y se reescribe completo al cambiar)
      *****************************************************************
           SELECT EXENCIONES ASSIGN TO "..\exenciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
