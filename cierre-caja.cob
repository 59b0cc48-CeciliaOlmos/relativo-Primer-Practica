               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-convenios.==.
           COPY "C-Cargos.cpy"
               REPLACING ==RECORD KEY IS crg-clave.==
                      BY ==RECORD KEY IS crg-clave
                            FILE STATUS IS w-status-cargos.==.
           COPY "C-Antic.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-anticipos.==.
      *
       DATA DIVISION.
       FILE SECTION.
       01  cie-linea pic X(80).
           COPY "CopiFdAnu.cpy".
           COPY "CopiFdCon.cpy".
           COPY "CopiFdCrg.cpy".
           COPY "CopiFdAnt.cpy".
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
           05  w-cant-conv-dia pic 9(2) value 0.
           05  cd-socio OCCURS 50 TIMES pic 9(4).
       77  w-status-anulaciones pic XX value "00".
       77  sen-cargos pic 9 value 0.
       77  w-status-cargos pic XX value "00".
       77  w-cant-cargos-dia pic 9(4) value 0.
       77  sen-anticipos pic 9 value 0.
       77  w-status-anticipos pic XX value "00".
       77  w-anticipada pic 9 value 0.
       77  w-cant-cuotas-anticipo pic 9(4) value 0.
       77  w-cant-anticipos pic 9(4) value 0.
       01  w-total-anticipos pic 9(8)V99 value 0.
       77  w-cant-con-recargo pic 9(4) value 0.
       01  w-total-recargos pic 9(8)V99 value 0.
       01  tabla-anticipos-dia.
           05  w-cant-ant-dia pic 9(3) value 0.
           05  ad-anticipo OCCURS 200 TIMES.
               10  ad-socio pic 9(4).
               10  ad-desde pic 9(6).
               10  ad-hasta pic 9(6).
       77  w-cant-anuladas pic 9(4) value 0.
       01  w-total-anulado pic 9(8)V99 value 0.
       01  w-total-neto pic S9(8)V99 value 0.
               10  r-importe  pic 9(6)V99.
               10  r-operador pic X(4).
               10  r-listado  pic 9.
               10  r-tipo     pic X.
               10  r-actividad pic 9(3).
               10  r-recargo  pic 9(6)V99.
       01  tabla-operadores.
           05  w-cant-operadores pic 9(2) value 0.
           05  o-operador OCCURS 20 TIMES pic X(4).
           END-STRING.
           PERFORM 100-CARGAR-RECIBOS-DEL-DIA.
           PERFORM 150-CARGAR-CONVENIOS-DEL-DIA.
           PERFORM 160-CARGAR-ANTICIPOS-DEL-DIA.
           OPEN OUTPUT CIERRE-CAJA.
           PERFORM 200-ENCABEZADO.
           PERFORM 300-LISTAR-POR-OPERADOR.
               MOVE rec-importe TO r-importe(w-cant-recibos)
               MOVE rec-operador TO r-operador(w-cant-recibos)
               MOVE 0 TO r-listado(w-cant-recibos)
               MOVE rec-tipo TO r-tipo(w-cant-recibos)
               MOVE rec-actividad TO r-actividad(w-cant-recibos)
               IF rec-recargo NUMERIC
                   MOVE rec-recargo TO r-recargo(w-cant-recibos)
               ELSE
                   MOVE 0 TO r-recargo(w-cant-recibos)
               END-IF
               PERFORM 120-RELEVAR-OPERADOR
           ELSE
               MOVE 1 TO w-tabla-llena
               CLOSE CONVENIOS
           END-IF.

      ******************************************************************
      * Pagos anuales anticipados cobrados en la fecha del cierre: sus
      * cuotas quedaron cobradas con un unico recibo de tipo A
      ******************************************************************
       160-CARGAR-ANTICIPOS-DEL-DIA.
           OPEN INPUT ANTICIPOS.
           IF w-status-anticipos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-anticipos = 1
                   READ ANTICIPOS
                       AT END
                           MOVE 1 TO sen-anticipos
                       NOT AT END
                           IF ant-fecha = w-fecha-cierre
                               AND w-cant-ant-dia < 200
                               ADD 1 TO w-cant-ant-dia
                               MOVE ant-socio
                                   TO ad-socio(w-cant-ant-dia)
                               MOVE ant-periodo-desde
                                   TO ad-desde(w-cant-ant-dia)
                               MOVE ant-periodo-hasta
                                   TO ad-hasta(w-cant-ant-dia)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANTICIPOS
           END-IF.

       200-ENCABEZADO.
           MOVE SPACES TO cie-linea.
           STRING "CIERRE DE CAJA DEL " DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO cie-linea
           END-STRING.
           IF r-tipo(i) = "A"
               MOVE "ANTICIPO" TO cie-linea(72:8)
               ADD 1 TO w-cant-anticipos
               ADD r-importe(i) TO w-total-anticipos
           END-IF.
           IF r-recargo(i) > 0
               MOVE "RECARGO" TO cie-linea(72:8)
               ADD 1 TO w-cant-con-recargo
               ADD r-recargo(i) TO w-total-recargos
           END-IF.
           WRITE cie-linea.
           ADD r-importe(i) TO w-total-operador.
           ADD r-importe(i) TO w-total-dia.
                  INTO cie-linea
           END-STRING.
           WRITE cie-linea.
           MOVE SPACES TO cie-linea.
           MOVE w-total-anticipos TO w-importe-edit.
           STRING "  Incluye anticipos anuales: $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  w-cant-anticipos DELIMITED BY SIZE
                  " recibos)" DELIMITED BY SIZE
                  INTO cie-linea
           END-STRING.
           WRITE cie-linea.
           MOVE SPACES TO cie-linea.
           MOVE w-total-recargos TO w-importe-edit.
           STRING "  Incluye recargos por mora: $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  w-cant-con-recargo DELIMITED BY SIZE
                  " recibos)" DELIMITED BY SIZE
                  INTO cie-linea
           END-STRING.
           WRITE cie-linea.

      ******************************************************************
      * Contraasientos del dia: los pagos anulados se restan del
                           IF cuo-estado = "C"
                               AND cuo-fecha-pago = w-fecha-cierre
                               PERFORM 505-BUSCAR-CONVENIO-DIA
                               PERFORM 507-BUSCAR-ANTICIPO-DIA
                               IF w-conv-liquidado = 1
                                   ADD 1 TO w-cant-conv-liq
                               ELSE
                               IF w-anticipada = 1
                                   ADD 1 TO w-cant-cuotas-anticipo
                               ELSE
                                   PERFORM 510-BUSCAR-RECIBO
                                   IF w-recibo-hallado = 0
                                       PERFORM 520-MARCAR-SIN-RECIBO
                                   END-IF
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           PERFORM 550-CONTROLAR-ARANCELES.
           IF w-cant-sin-recibo = 0
               MOVE "  (ninguna, la caja cuadra)" TO cie-linea
               WRITE cie-linea
               END-STRING
               WRITE cie-linea
           END-IF.
           IF w-cant-cuotas-anticipo NOT = 0
               MOVE SPACES TO cie-linea
               STRING "  (" DELIMITED BY SIZE
                      w-cant-cuotas-anticipo DELIMITED BY SIZE
                      " cuotas cobradas por anticipo anual, con un"
                          DELIMITED BY SIZE
                      " recibo por anticipo)" DELIMITED BY SIZE
                      INTO cie-linea
               END-STRING
               WRITE cie-linea
           END-IF.

       505-BUSCAR-CONVENIO-DIA.
           MOVE 0 TO w-conv-liquidado.
               END-IF
           END-PERFORM.

       507-BUSCAR-ANTICIPO-DIA.
           MOVE 0 TO w-anticipada.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-ant-dia
               IF ad-socio(i) = cuo-codigo
                   AND ad-desde(i) NOT > cuo-periodo
                   AND ad-hasta(i) NOT < cuo-periodo
                   MOVE 1 TO w-anticipada
               END-IF
           END-PERFORM.

       510-BUSCAR-RECIBO.
           MOVE 0 TO w-recibo-hallado.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-recibos
               IF r-socio(i) = cuo-codigo
                   AND r-periodo(i) = cuo-periodo
                   AND r-tipo(i) NOT = "T"
                   AND r-listado(i) = 0
                   MOVE 1 TO w-recibo-hallado
                   MOVE 1 TO r-listado(i)
           END-STRING.
           WRITE cie-linea.

      ******************************************************************
      * Mismo control para los aranceles de actividades: cada cargo
      * cobrado en el dia debe tener su recibo de tipo T
      ******************************************************************
       550-CONTROLAR-ARANCELES.
           OPEN INPUT CARGOS.
           IF w-status-cargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-cargos = 1
                   READ CARGOS
                       AT END
                           MOVE 1 TO sen-cargos
                       NOT AT END
                           IF crg-estado = "C"
                               AND crg-fecha-pago = w-fecha-cierre
                               ADD 1 TO w-cant-cargos-dia
                               PERFORM 560-BUSCAR-RECIBO-CARGO
                               IF w-recibo-hallado = 0
                                   PERFORM 570-MARCAR-CARGO-SIN-RECIBO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS
           END-IF.
           IF w-cant-cargos-dia NOT = 0
               MOVE SPACES TO cie-linea
               STRING "  (" DELIMITED BY SIZE
                      w-cant-cargos-dia DELIMITED BY SIZE
                      " aranceles de actividades cobrados en el dia)"
                          DELIMITED BY SIZE
                      INTO cie-linea
               END-STRING
               WRITE cie-linea
           END-IF.

       560-BUSCAR-RECIBO-CARGO.
           MOVE 0 TO w-recibo-hallado.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-recibos
               IF r-socio(i) = crg-socio
                   AND r-periodo(i) = crg-periodo
                   AND r-tipo(i) = "T"
                   AND r-actividad(i) = crg-actividad
                   AND r-listado(i) = 0
                   AND w-recibo-hallado = 0
                   MOVE 1 TO w-recibo-hallado
                   MOVE 1 TO r-listado(i)
               END-IF
           END-PERFORM.

       570-MARCAR-CARGO-SIN-RECIBO.
           ADD 1 TO w-cant-sin-recibo.
           MOVE SPACES TO cie-linea.
           MOVE crg-importe TO w-importe-edit.
           STRING "  Socio " DELIMITED BY SIZE
                  crg-socio DELIMITED BY SIZE
                  "  Periodo " DELIMITED BY SIZE
                  crg-periodo DELIMITED BY SIZE
                  "  Actividad " DELIMITED BY SIZE
                  crg-actividad DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  "  SIN RECIBO" DELIMITED BY SIZE
                  INTO cie-linea
           END-STRING.
           WRITE cie-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
