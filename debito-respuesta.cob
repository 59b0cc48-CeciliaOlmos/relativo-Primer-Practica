           ASSIGN TO "..\numerador-recibos.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-status-numerador.
           COPY "C-Cargos.cpy"
               REPLACING ==RECORD KEY IS crg-clave.==
                      BY ==RECORD KEY IS crg-clave
                            FILE STATUS IS w-status-cargos.==.
           SELECT RECHAZOS ASSIGN DYNAMIC w-nombre-rechazos
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SOCIOS ASSIGN TO "..\arch.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE is DYNAMIC
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           RELATIVE key is rel-nro
           FILE STATUS IS w-status-socios.
           COPY "C-Journal.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-journal.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           COPY "C-DebHis.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-historial.==.
           SELECT BAJAS-ADHESION ASSIGN DYNAMIC w-nombre-bajas
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  res-motivo    pic X(20).
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdRec.cpy".
           COPY "CopiFdCrg.cpy".
       FD  NUMERADOR-RECIBOS.
       01  num-proximo pic 9(6).
       FD  RECHAZOS.
       01  rch-linea pic X(80).
       COPY "CopiFd.cpy".
           COPY "CopiFdJrn.cpy".
           COPY "CopiFdPar.cpy".
           COPY "CopiFdDbh.cpy".
       FD  BAJAS-ADHESION.
       01  baj-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
           COPY "C-Geom.cpy".
       77  sen pic 9 value 0.
       77  sen-cuotas pic 9 value 0.
       77  i pic 9(4) value 0.
       01  w-nro-recibo pic 9(6).
       01  w-importe-edit pic ZZZZZZZ9.99.
       77  w-aceptado pic 9(4) value 0.
       77  w-status-cargos pic XX value "00".
       77  sen-cargos pic 9 value 0.
       77  w-cant-cargos-aplicados pic 9(4) value 0.
       01  w-recargo pic 9(6)V99 value 0.
       01  w-total-recargos pic 9(8)V99 value 0.
       01  w-recargo-edit pic ZZZZZZZ9.99.
       01  tabla-aceptados.
           05  w-cant-tabla pic 9(4) value 0.
           05  d-debito OCCURS 1000 TIMES.
               10  d-socio    pic 9(4).
               10  d-periodo  pic 9(6).
               10  d-aplicado pic 9.
               10  d-importe  pic 9(6)V99.
               10  d-cargos   pic 9(6)V99.
       01  rel-nro pic 9(4).
       77  w-status-socios pic XX value "00".
       77  w-status-journal pic XX value "00".
       77  w-status-parametros pic XX value "00".
       77  w-status-historial pic XX value "00".
       77  sen-parametros pic 9 value 0.
       77  sen-historial pic 9 value 0.
       77  w-intentos-apertura pic 9 value 0.
       77  w-espera pic 9(7).
       01  w-imagen-nueva pic X(135).
       77  w-nombre-bajas pic X(40).
       77  w-rechazos-baja pic 9(4) value 0.
       77  w-cuenta-fondos pic 9(2) value 0.
       77  w-clase pic X.
       77  w-pos pic 9(4) value 0.
       77  w-cant-a-contactar pic 9(4) value 0.
       77  w-cant-bajas pic 9(4) value 0.
       77  w-cant-definitivos pic 9(4) value 0.
      * Rechazos consecutivos por socio segun el historial: se cuenta
      * una vez cada fecha de respuesta con rechazo y vuelve a cero
      * con un aceptado o con la baja de la adhesion
       01  tabla-consecutivos.
           05  w-cant-consec pic 9(4) value 0.
           05  c-socio OCCURS 1000 TIMES.
               10  c-codigo         pic 9(4).
               10  c-consecutivos   pic 9(4).
               10  c-fecha-rechazo  pic 9(8).
               10  c-motivo         pic X(20).
               10  c-clase          pic X.
               10  c-hoy            pic 9.
               10  c-baja           pic 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                  ".txt"             DELIMITED BY SIZE
                  INTO w-nombre-rechazos
           END-STRING.
           MOVE SPACES TO w-nombre-bajas.
           STRING "bajas-adhesion-" DELIMITED BY SIZE
                  w-fecha-hoy       DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO w-nombre-bajas
           END-STRING.
           OPEN OUTPUT RECHAZOS.
           PERFORM 100-LEER-RESPUESTA.
           PERFORM 200-APLICAR-ACEPTADOS.
           PERFORM 300-ANOTAR-NO-HALLADOS.
           CLOSE RECHAZOS.
           PERFORM 400-CONTROLAR-ADHESIONES.
           DISPLAY "Debitos aceptados   : " w-cant-aceptados.
           DISPLAY "Debitos aplicados   : " w-cant-aplicados.
           DISPLAY "Aranceles cobrados  : " w-cant-cargos-aplicados.
           MOVE w-total-recargos TO w-recargo-edit.
           DISPLAY "Recargos por mora   : $" w-recargo-edit.
           DISPLAY "Debitos rechazados  : " w-cant-rechazados.
           DISPLAY "Sin cuota pendiente : " w-cant-no-hallados.
           DISPLAY "Rechazos para el mostrador en " w-nombre-rechazos.
           DISPLAY "Adhesiones de baja  : " w-cant-bajas.
           DISPLAY "Rechazos definitivos: " w-cant-definitivos.
           DISPLAY "Socios a contactar en " w-nombre-bajas.
           STOP RUN.

      ******************************************************************
      * Los aceptados van a tabla para aplicarlos en una sola pasada
      * sobre cuotas; los rechazados salen directo al listado que
      * persigue el mostrador. Cada linea, aceptada o rechazada, queda
      * en el historial del debito por socio
      ******************************************************************
       100-LEER-RESPUESTA.
           OPEN INPUT RESPUESTA.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORIAL-DEBITOS.
           IF w-status-historial = "35"
               OPEN OUTPUT HISTORIAL-DEBITOS
           END-IF.
           PERFORM UNTIL sen = 1
               READ RESPUESTA
                   AT END
                   NOT AT END
                       IF res-marca = "D"
                           PERFORM 110-CLASIFICAR-RESPUESTA
                           PERFORM 130-REGISTRAR-HISTORIAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPUESTA.
           CLOSE HISTORIAL-DEBITOS.

       110-CLASIFICAR-RESPUESTA.
           IF res-resultado = "A"
                   MOVE res-socio TO d-socio(w-cant-tabla)
                   MOVE res-periodo TO d-periodo(w-cant-tabla)
                   MOVE 0 TO d-aplicado(w-cant-tabla)
                   COMPUTE d-importe(w-cant-tabla) = res-importe / 100
                   MOVE 0 TO d-cargos(w-cant-tabla)
               ELSE
                   DISPLAY "AVISO: mas de 1000 debitos aceptados,"
                       " vuelva a procesar la respuesta restante"
               END-IF
           ELSE
               ADD 1 TO w-cant-rechazados
               PERFORM 115-CLASIFICAR-MOTIVO
               PERFORM 120-ESCRIBIR-RECHAZO
           END-IF.

      ******************************************************************
      * Solo la falta de fondos se vuelve a presentar; cuenta cerrada,
      * CBU errado y cualquier otro motivo del banco son definitivos
      ******************************************************************
       115-CLASIFICAR-MOTIVO.
           MOVE 0 TO w-cuenta-fondos.
           INSPECT res-motivo TALLYING w-cuenta-fondos
               FOR ALL "FONDOS" ALL "SALDO".
           IF w-cuenta-fondos > 0
               MOVE "F" TO w-clase
           ELSE
               MOVE "D" TO w-clase
           END-IF.

       120-ESCRIBIR-RECHAZO.
           MOVE SPACES TO rch-linea.
           STRING "Socio " DELIMITED BY SIZE
                  res-motivo DELIMITED BY SIZE
                  INTO rch-linea
           END-STRING.
           IF w-clase = "F"
               MOVE "SE REINTENTA" TO rch-linea(62:12)
           ELSE
               MOVE "DEFINITIVO" TO rch-linea(62:10)
           END-IF.
           WRITE rch-linea.

       130-REGISTRAR-HISTORIAL.
           MOVE res-socio TO dbh-socio.
           MOVE res-periodo TO dbh-periodo.
           MOVE w-fecha-hoy TO dbh-fecha.
           COMPUTE dbh-importe = res-importe / 100.
           IF res-resultado = "A"
               MOVE "A" TO dbh-resultado
               MOVE SPACES TO dbh-motivo
               MOVE SPACE TO dbh-clase
           ELSE
               MOVE "R" TO dbh-resultado
               MOVE res-motivo TO dbh-motivo
               MOVE w-clase TO dbh-clase
           END-IF.
           WRITE dbh-reg.

       200-APLICAR-ACEPTADOS.
           IF w-cant-tabla = 0
               CONTINUE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 190-SUMAR-CARGOS-ACEPTADOS
               PERFORM UNTIL sen-cuotas = 1
                   READ CUOTAS
                       AT END
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
               PERFORM 250-APLICAR-CARGOS
           END-IF.

       210-APLICAR-UNA.
               MOVE w-fecha-hoy TO cuo-fecha-pago
               REWRITE cuo-reg
               ADD 1 TO w-cant-aplicados
               MOVE 0 TO w-recargo
               IF d-importe(w-aceptado) >
                   cuo-importe + d-cargos(w-aceptado)
                   COMPUTE w-recargo = d-importe(w-aceptado)
                       - cuo-importe - d-cargos(w-aceptado)
               END-IF
               ADD w-recargo TO w-total-recargos
               PERFORM 220-EMITIR-RECIBO
           END-IF.

      ******************************************************************
      * La linea aceptada trae cuota, aranceles pendientes y recargo
      * por mora sumados; los aranceles del socio y periodo se relevan
      * antes de aplicarlos para que lo que sobra sea el recargo que
      * debito-presenta calculo a la fecha de la presentacion
      ******************************************************************
       190-SUMAR-CARGOS-ACEPTADOS.
           OPEN INPUT CARGOS.
           IF w-status-cargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-cargos = 1
                   READ CARGOS
                       AT END
                           MOVE 1 TO sen-cargos
                       NOT AT END
                           IF crg-estado = "P"
                               PERFORM 195-SUMAR-UN-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS
               MOVE 0 TO sen-cargos
           END-IF.

       195-SUMAR-UN-CARGO.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-tabla
               IF d-socio(i) = crg-socio
                   AND d-periodo(i) = crg-periodo
                   ADD crg-importe TO d-cargos(i)
               END-IF
           END-PERFORM.

      ******************************************************************
      * El debito cobrado emite su recibo con el mismo numerador del
      * mostrador (operador BCO) para que el cierre de caja cuadre
           ACCEPT rec-hora FROM TIME.
           MOVE cuo-codigo TO rec-socio.
           MOVE cuo-periodo TO rec-periodo.
           COMPUTE rec-importe = cuo-importe + w-recargo.
           MOVE "BCO " TO rec-operador.
           MOVE "C" TO rec-tipo.
           MOVE 0 TO rec-actividad.
           MOVE w-recargo TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           WRITE rec-reg.
           CLOSE RECIBOS.

      ******************************************************************
      * El debito aceptado de un socio y periodo cubre tambien los
      * aranceles de actividades pendientes que viajaron sumados en
      * la misma linea; cada uno emite su recibo de tipo T
      ******************************************************************
       250-APLICAR-CARGOS.
           OPEN I-O CARGOS.
           IF w-status-cargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-cargos = 1
                   READ CARGOS
                       AT END
                           MOVE 1 TO sen-cargos
                       NOT AT END
                           IF crg-estado = "P"
                               PERFORM 260-APLICAR-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS
           END-IF.

       260-APLICAR-CARGO.
           MOVE 0 TO w-aceptado.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-tabla
               IF d-socio(i) = crg-socio
                   AND d-periodo(i) = crg-periodo
                   MOVE i TO w-aceptado
               END-IF
           END-PERFORM.
           IF w-aceptado NOT = 0
               MOVE 1 TO d-aplicado(w-aceptado)
               MOVE "C" TO crg-estado
               MOVE w-fecha-hoy TO crg-fecha-pago
               REWRITE crg-reg
               ADD 1 TO w-cant-cargos-aplicados
               PERFORM 270-EMITIR-RECIBO-CARGO
           END-IF.

       270-EMITIR-RECIBO-CARGO.
           PERFORM 230-TOMAR-NUMERO.
           MOVE w-nro-recibo TO rec-numero.
           MOVE w-fecha-hoy TO rec-fecha.
           ACCEPT rec-hora FROM TIME.
           MOVE crg-socio TO rec-socio.
           MOVE crg-periodo TO rec-periodo.
           MOVE crg-importe TO rec-importe.
           MOVE "BCO " TO rec-operador.
           MOVE "T" TO rec-tipo.
           MOVE crg-actividad TO rec-actividad.
           MOVE 0 TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
               END-IF
           END-PERFORM.

      ******************************************************************
      * Con el historial ya actualizado se cuentan los rechazos
      * consecutivos de cada socio; el que llega a DEB-RECHAZOS-BAJA
      * pierde la adhesion (soc-debito N, pasando por el journal) y
      * sale en el listado para que la oficina lo contacte, junto con
      * los rechazos definitivos del dia
      ******************************************************************
       400-CONTROLAR-ADHESIONES.
           PERFORM 410-CARGAR-PARAMETROS.
           PERFORM 420-CONTAR-CONSECUTIVOS.
           OPEN OUTPUT BAJAS-ADHESION.
           PERFORM 430-ENCABEZAR-LISTADO.
           IF w-cant-a-contactar > 0
               MOVE 0 TO w-intentos-apertura
               PERFORM 401-ABRIR-SOCIOS
                   WITH TEST AFTER
                   UNTIL w-status-socios = "00"
                       OR w-intentos-apertura >= 3
               IF w-status-socios NOT = "00"
                   DISPLAY "No se pudo abrir SOCIOS (archivo en uso"
                       " por otro proceso, status " w-status-socios
                       "); las bajas de adhesion quedan para la"
                       " proxima respuesta"
                   MOVE "SOCIOS EN USO: BAJAS NO APLICADAS" TO baj-linea
                   WRITE baj-linea
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM VARYING rel-nro FROM 1 BY 1
                       UNTIL rel-nro > geo-ult-posicion
                       READ SOCIOS
                           INVALID KEY
                               MOVE 0 TO soc-codigo
                       END-READ
                       IF soc-codigo NOT = 0
                           PERFORM 440-EVALUAR-SOCIO
                       END-IF
                   END-PERFORM
                   CLOSE SOCIOS
                   PERFORM 450-ANOTAR-BAJAS
               END-IF
           END-IF.
           MOVE ALL "-" TO baj-linea.
           WRITE baj-linea.
           MOVE SPACES TO baj-linea.
           STRING "Adhesiones dadas de baja: " DELIMITED BY SIZE
                  w-cant-bajas DELIMITED BY SIZE
                  "   Rechazos definitivos: " DELIMITED BY SIZE
                  w-cant-definitivos DELIMITED BY SIZE
                  INTO baj-linea
           END-STRING.
           WRITE baj-linea.
           CLOSE BAJAS-ADHESION.

       401-ABRIR-SOCIOS.
           ADD 1 TO w-intentos-apertura.
           OPEN I-O SOCIOS.
           IF w-status-socios NOT = "00" AND w-intentos-apertura < 3
               PERFORM 402-ESPERAR-REINTENTO
           END-IF.

       402-ESPERAR-REINTENTO.
           PERFORM VARYING w-espera FROM 1 BY 1
               UNTIL w-espera > 5000000
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * Sin archivo de parametros corre con los valores por omision
      ******************************************************************
       410-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-status-parametros NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-parametros = 1
                   READ PARAMETROS
                       AT END
                           MOVE 1 TO sen-parametros
                       NOT AT END
                           IF prm-clave = "DEB-RECHAZOS-BAJA"
                               MOVE prm-valor TO w-rechazos-baja
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-rechazos-baja = 0
               MOVE 3 TO w-rechazos-baja
           END-IF.

       420-CONTAR-CONSECUTIVOS.
           OPEN INPUT HISTORIAL-DEBITOS.
           IF w-status-historial NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-historial = 1
                   READ HISTORIAL-DEBITOS
                       AT END
                           MOVE 1 TO sen-historial
                       NOT AT END
                           PERFORM 425-ACUMULAR-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-DEBITOS
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-consec
               IF c-consecutivos(i) NOT < w-rechazos-baja
                   OR (c-hoy(i) = 1 AND c-clase(i) = "D")
                   ADD 1 TO w-cant-a-contactar
               END-IF
           END-PERFORM.

       425-ACUMULAR-RESPUESTA.
           MOVE 0 TO w-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-consec
               IF c-codigo(i) = dbh-socio
                   MOVE i TO w-pos
               END-IF
           END-PERFORM.
           IF w-pos = 0
               IF w-cant-consec < 1000
                   ADD 1 TO w-cant-consec
                   MOVE w-cant-consec TO w-pos
                   MOVE dbh-socio TO c-codigo(w-pos)
                   MOVE 0 TO c-consecutivos(w-pos)
                   MOVE 0 TO c-fecha-rechazo(w-pos)
                   MOVE SPACES TO c-motivo(w-pos)
                   MOVE SPACE TO c-clase(w-pos)
                   MOVE 0 TO c-hoy(w-pos)
                   MOVE 0 TO c-baja(w-pos)
               ELSE
                   DISPLAY "AVISO: mas de 1000 socios en el historial"
                       " del debito, socio " dbh-socio " sin contar"
               END-IF
           END-IF.
           IF w-pos NOT = 0
               IF dbh-resultado = "R"
                   IF dbh-fecha NOT = c-fecha-rechazo(w-pos)
                       ADD 1 TO c-consecutivos(w-pos)
                       MOVE dbh-fecha TO c-fecha-rechazo(w-pos)
                   END-IF
                   MOVE dbh-motivo TO c-motivo(w-pos)
                   MOVE dbh-clase TO c-clase(w-pos)
                   IF dbh-fecha = w-fecha-hoy
                       MOVE 1 TO c-hoy(w-pos)
                   END-IF
               ELSE
                   MOVE 0 TO c-consecutivos(w-pos)
                   MOVE 0 TO c-fecha-rechazo(w-pos)
               END-IF
           END-IF.

       430-ENCABEZAR-LISTADO.
           MOVE SPACES TO baj-linea.
           STRING "SOCIOS A CONTACTAR POR EL DEBITO AUTOMATICO - "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO baj-linea
           END-STRING.
           WRITE baj-linea.
           MOVE SPACES TO baj-linea.
           STRING "Baja de la adhesion con " DELIMITED BY SIZE
                  w-rechazos-baja DELIMITED BY SIZE
                  " rechazos consecutivos" DELIMITED BY SIZE
                  INTO baj-linea
           END-STRING.
           WRITE baj-linea.
           MOVE ALL "=" TO baj-linea.
           WRITE baj-linea.
           MOVE "Socio Nombre               Telefono        Rech"
               TO baj-linea.
           MOVE "Ultimo motivo        Situacion" TO baj-linea(49:30).
           WRITE baj-linea.
           MOVE ALL "-" TO baj-linea.
           WRITE baj-linea.

       440-EVALUAR-SOCIO.
           MOVE 0 TO w-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-consec
               IF c-codigo(i) = soc-codigo
                   MOVE i TO w-pos
               END-IF
           END-PERFORM.
           IF w-pos NOT = 0 AND soc-debito = "S"
               IF c-consecutivos(w-pos) NOT < w-rechazos-baja
                   MOVE "N" TO soc-debito
                   PERFORM 470-ACTUALIZAR-SOCIO
                   MOVE 1 TO c-baja(w-pos)
                   ADD 1 TO w-cant-bajas
                   PERFORM 445-LINEA-AFECTADO
                   MOVE "BAJA DE ADHESION" TO baj-linea(70:16)
                   WRITE baj-linea
               ELSE
                   IF c-hoy(w-pos) = 1 AND c-clase(w-pos) = "D"
                       ADD 1 TO w-cant-definitivos
                       PERFORM 445-LINEA-AFECTADO
                       MOVE "RECHAZO DEFINITIVO" TO baj-linea(70:18)
                       WRITE baj-linea
                   END-IF
               END-IF
           END-IF.

       445-LINEA-AFECTADO.
           MOVE SPACES TO baj-linea.
           MOVE soc-codigo TO baj-linea(1:4).
           MOVE soc-nombre TO baj-linea(7:20).
           MOVE soc-telefono TO baj-linea(28:15).
           MOVE c-consecutivos(w-pos) TO baj-linea(44:4).
           MOVE c-motivo(w-pos) TO baj-linea(49:20).

      ******************************************************************
      * La baja queda en el historial y pone en cero los consecutivos:
      * si la oficina vuelve a adherir al socio, la cuenta arranca de
      * nuevo
      ******************************************************************
       450-ANOTAR-BAJAS.
           IF w-cant-bajas > 0
               OPEN EXTEND HISTORIAL-DEBITOS
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-consec
                   IF c-baja(i) = 1
                       MOVE c-codigo(i) TO dbh-socio
                       MOVE 0 TO dbh-periodo
                       MOVE w-fecha-hoy TO dbh-fecha
                       MOVE "B" TO dbh-resultado
                       MOVE "BAJA DE ADHESION" TO dbh-motivo
                       MOVE SPACE TO dbh-clase
                       MOVE 0 TO dbh-importe
                       WRITE dbh-reg
                   END-IF
               END-PERFORM
               CLOSE HISTORIAL-DEBITOS
           END-IF.

      ******************************************************************
      * Toda reescritura de SOCIOS deja su imagen antes/despues en el
      * journal; la recuperacion roll-forward reaplica las imagenes
      * posteriores al respaldo restaurado
      ******************************************************************
       470-ACTUALIZAR-SOCIO.
           PERFORM 475-JOURNAL-SOCIO.
           REWRITE soc-reg.

       475-JOURNAL-SOCIO.
           MOVE soc-reg TO w-imagen-nueva.
           READ SOCIOS.
           MOVE soc-reg TO jrn-antes.
           MOVE w-imagen-nueva TO soc-reg.
           MOVE soc-reg TO jrn-despues.
           ACCEPT jrn-fecha FROM DATE YYYYMMDD.
           ACCEPT jrn-hora FROM TIME.
           MOVE "DEBITO-RESP" TO jrn-origen.
           MOVE "BCO " TO jrn-operador.
           MOVE rel-nro TO jrn-posicion.
           OPEN EXTEND JOURNAL-SOCIOS.
           IF w-status-journal = "35"
               OPEN OUTPUT JOURNAL-SOCIOS
           END-IF.
           WRITE jrn-reg.
           CLOSE JOURNAL-SOCIOS.

       END PROGRAM YOUR-PROGRAM-NAME.
