      *****************************************************************
      * Registro del catalogo de actividades
      * act-arancel: importe mensual que se factura a cada inscripto
      * act-estado: A = activa, B = dada de baja (no se factura ni
      * admite inscripciones nuevas; se conserva para los listados)
      *****************************************************************
       FD  ACTIVIDADES.
       01  act-reg.
           05  act-codigo      PIC 9(3).
           05  act-nombre      PIC X(20).
           05  act-arancel     PIC 9(6)V99.
           05  act-estado      PIC X.
