      *****************************************************************
      * Registro de ingresos a la sede, igual en el archivo que exporta
      * la terminal del molinete y en el acumulado de ingresos.dat
      * ing-hora: HHMMSS de la pasada del carnet
      * ing-resultado: H = habilitado, paso; R = rechazado (el codigo
      * no estaba en el padron de habilitados)
      *****************************************************************
       FD  INGRESOS.
       01  ing-reg.
           05  ing-fecha      PIC 9(8).
           05  ing-hora       PIC 9(6).
           05  ing-socio      PIC 9(4).
           05  ing-resultado  PIC X.
