      *****************************************************************
      * Registro del padron de habilitados para el control de acceso
      * hab-socio: codigo que la terminal lee del carnet
      * hab-nombre / hab-categoria: para mostrar en la pantalla del
      * molinete
      * hab-fecha: dia en que se genero el padron; la terminal avisa
      * si el archivo no es del dia
      *****************************************************************
       FD  HABILITADOS.
       01  hab-reg.
           05  hab-socio      PIC 9(4).
           05  hab-nombre     PIC X(20).
           05  hab-categoria  PIC X.
           05  hab-fecha      PIC 9(8).
