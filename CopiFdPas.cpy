      *****************************************************************
      * Registro del padron de habilitados para la asamblea: un socio
      * habilitado por linea con la fecha de corte del padron
      *****************************************************************
       FD  PADRON-ASAMBLEA.
       01  pas-reg.
           05  pas-socio       PIC 9(4).
           05  pas-nombre      PIC X(20).
           05  pas-fecha-corte PIC 9(8).
