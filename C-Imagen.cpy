      *****************************************************************
      * Imagenes antes/despues del journal de SOCIOS partidas segun el
      * layout de soc-reg, para compararlas campo por campo:
      *   img-antes    jrn-antes (ima-...)
      *   img-despues  jrn-despues (imd-...)
      *   img-campo, img-viejo, img-nuevo: el campo que cambio y sus
      *   dos valores, listos para informar
      *   img-sensible: rubro del resumen de auditoria en que entra
      *   el cambio: 1 = debito/CBU, 2 = estado, 3 = categoria,
      *   4 = grupo familiar, 0 = los demas campos
      * El puntero de sinonimos no se compara: lo mueve el hashing y
      * no es un dato del socio
      *****************************************************************
       01  img-antes.
           05  ima-codigo         pic 9(4).
           05  ima-nombre         pic X(20).
           05  ima-calle          pic X(25).
           05  ima-numero         pic X(5).
           05  ima-localidad      pic X(20).
           05  ima-cod-postal     pic 9(4).
           05  ima-telefono       pic X(15).
           05  ima-fecha-ingreso  pic 9(8).
           05  ima-estado         pic X.
           05  ima-categoria      pic X.
           05  ima-debito         pic X.
           05  ima-cbu            pic X(22).
           05  ima-rol-grupo      pic X.
           05  ima-titular        pic 9(4).
           05  ima-puntero        pic 9(4).
       01  img-despues.
           05  imd-codigo         pic 9(4).
           05  imd-nombre         pic X(20).
           05  imd-calle          pic X(25).
           05  imd-numero         pic X(5).
           05  imd-localidad      pic X(20).
           05  imd-cod-postal     pic 9(4).
           05  imd-telefono       pic X(15).
           05  imd-fecha-ingreso  pic 9(8).
           05  imd-estado         pic X.
           05  imd-categoria      pic X.
           05  imd-debito         pic X.
           05  imd-cbu            pic X(22).
           05  imd-rol-grupo      pic X.
           05  imd-titular        pic 9(4).
           05  imd-puntero        pic 9(4).
       01  img-campo pic X(14).
       01  img-viejo pic X(30).
       01  img-nuevo pic X(30).
       01  img-socio pic 9(4).
       77  img-sensible pic 9 value 0.
