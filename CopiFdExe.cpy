      *****************************************************************
      * Registro de exenciones de cuota por resolucion de la comision
      * exe-porcentaje: parte de la cuota del socio que se exime
      * (100 = exencion total)
      * exe-desde / exe-hasta: periodos AAAAMM de vigencia, inclusive
      * exe-tipo: B = beca, F = deportista federado, S = caso social,
      * O = otro motivo
      * exe-estado: A = activa, B = dada de baja antes de vencer
      *****************************************************************
       FD  EXENCIONES.
       01  exe-reg.
           05  exe-socio        PIC 9(4).
           05  exe-porcentaje   PIC 9(3).
           05  exe-desde        PIC 9(6).
           05  exe-hasta        PIC 9(6).
           05  exe-resolucion   PIC X(10).
           05  exe-tipo         PIC X.
           05  exe-estado       PIC X.
           05  exe-fecha-alta   PIC 9(8).
           05  exe-operador     PIC X(4).
           05  exe-fecha-baja   PIC 9(8).
