               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-convenios.==.
           COPY "C-Cargos.cpy"
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS crg-clave.==
                      BY ==RECORD KEY IS crg-clave
                            FILE STATUS IS w-status-cargos.==.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-MOROSOS.
       01  rpt-linea pic X(100).
           COPY "CopiFdCon.cpy".
           COPY "CopiFdCrg.cpy".
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  w-nombre-reporte pic X(30).
       77  w-fin-cuotas pic 9 value 0.
           88 fin-cuotas value 1.
       77  w-status-cargos pic XX value "00".
       77  w-hay-cargos pic 9 value 0.
       77  w-fin-cargos pic 9 value 0.
           88 fin-cargos value 1.
       77  w-cargos-socio pic 9(3) value 0.
       01  w-deuda-cargos pic 9(8)V99 value 0.
       01  lista-socio.
           05  w-meses-socio pic 9(3) value 0.
           05  s-periodo OCCURS 240 TIMES pic 9(6).
                  INTO w-nombre-reporte
           END-STRING.
           PERFORM 100-ABRIR-CUOTAS.
           PERFORM 110-ABRIR-CARGOS.
           PERFORM 150-CARGAR-CONVENIOS.
           PERFORM 200-RECORRER-SOCIOS.
           DISPLAY "Morosos listados: " w-cant-morosos
               STOP RUN
           END-IF.

      ******************************************************************
      * Los aranceles de actividades se cobran aparte de la cuota: si
      * no hay archivo de cargos el reporte sale solo con cuotas
      ******************************************************************
       110-ABRIR-CARGOS.
           OPEN INPUT CARGOS.
           IF w-status-cargos = "00"
               MOVE 1 TO w-hay-cargos
           END-IF.

      ******************************************************************
      * Los convenios vigentes se cargan con su saldo restante; el
      * socio con convenio sale en su propia banda en vez de
           PERFORM 300-IMPRIMIR-TOTALES.
           CLOSE SOCIOS.
           CLOSE CUOTAS.
           IF w-hay-cargos = 1
               CLOSE CARGOS
           END-IF.
           CLOSE REPORTE-MOROSOS.

       leo.

       210-EVALUAR-SOCIO.
           PERFORM 213-CARGAR-CUOTAS-SOCIO.
           PERFORM 214-CARGAR-CARGOS-SOCIO.
           PERFORM 215-BUSCAR-CONVENIO.
           IF w-meses-socio > 0 OR w-cargos-socio > 0
               OR w-con-convenio = 1
               ADD 1 TO w-cant-morosos
               PERFORM 220-IMPRIMIR-MOROSO
               PERFORM 230-SUMAR-BANDA
               END-READ
           END-PERFORM.

      ******************************************************************
      * Suma los aranceles pendientes que paga el socio evaluado (el
      * titular paga tambien los de sus adherentes)
      ******************************************************************
       214-CARGAR-CARGOS-SOCIO.
           MOVE 0 TO w-cargos-socio.
           MOVE 0 TO w-deuda-cargos.
           IF w-hay-cargos = 1
               MOVE 0 TO w-fin-cargos
               MOVE soc-codigo TO crg-socio
               MOVE 0 TO crg-periodo
               MOVE 0 TO crg-actividad
               MOVE 0 TO crg-practicante
               START CARGOS KEY IS NOT < crg-clave
                   INVALID KEY
                       MOVE 1 TO w-fin-cargos
               END-START
               PERFORM UNTIL fin-cargos
                   READ CARGOS NEXT RECORD
                       AT END
                           MOVE 1 TO w-fin-cargos
                       NOT AT END
                           IF crg-socio NOT = soc-codigo
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               IF crg-estado = "P"
                                   AND w-cargos-socio < 999
                                   ADD 1 TO w-cargos-socio
                                   ADD crg-importe TO w-deuda-cargos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD w-deuda-cargos TO w-deuda-socio
           END-IF.

       215-BUSCAR-CONVENIO.
           MOVE 0 TO w-con-convenio.
           MOVE 0 TO w-saldo-convenio.
               END-STRING
               WRITE rpt-linea
           END-IF.
           IF w-cargos-socio > 0
               MOVE SPACES TO rpt-linea
               MOVE w-deuda-cargos TO w-importe-edit
               STRING "  Aranceles de actividades pendientes: "
                          DELIMITED BY SIZE
                      w-cargos-socio DELIMITED BY SIZE
                      "  Importe: $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO rpt-linea
               END-STRING
               WRITE rpt-linea
           END-IF.
           PERFORM 225-IMPRIMIR-PERIODOS.

      ******************************************************************
