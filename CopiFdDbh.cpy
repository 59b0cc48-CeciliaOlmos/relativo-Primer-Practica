      *****************************************************************
      * Registro del historial de respuestas del debito automatico
      * dbh-resultado: A = aceptado, R = rechazado
      * dbh-motivo: motivo que informa el banco en el rechazo
      * dbh-clase (solo rechazos): F = falta de fondos, se vuelve a
      * presentar en la proxima corrida hasta DEB-MAX-INTENTOS;
      * D = definitivo (cuenta cerrada, CBU errado y cualquier otro
      * motivo), la cuota no se presenta mas y se cobra en ventanilla
      * Los rechazos de un socio en fechas distintas sin un aceptado
      * en el medio son consecutivos y dan de baja la adhesion al
      * llegar a DEB-RECHAZOS-BAJA
      *****************************************************************
       FD  HISTORIAL-DEBITOS.
       01  dbh-reg.
           05  dbh-socio      PIC 9(4).
           05  dbh-periodo    PIC 9(6).
           05  dbh-fecha      PIC 9(8).
           05  dbh-resultado  PIC X.
           05  dbh-motivo     PIC X(20).
           05  dbh-clase      PIC X.
           05  dbh-importe    PIC 9(6)V99.
