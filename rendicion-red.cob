      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDICION ASSIGN TO "..\rendicion-red.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-status-rendicion.
           COPY "C-Cuotas.cpy"
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS cuo-clave.==
                      BY ==RECORD KEY IS cuo-clave
                            FILE STATUS IS w-status-cuotas.==.
           COPY "C-Cargos.cpy"
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS crg-clave.==
                      BY ==RECORD KEY IS crg-clave
                            FILE STATUS IS w-status-cargos.==.
           COPY "C-Recibos.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-recibos.==.
           SELECT NUMERADOR-RECIBOS
           ASSIGN TO "..\numerador-recibos.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-status-numerador.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           SELECT LISTADO ASSIGN DYNAMIC w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
           COPY "C-Recarg.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-recargos.==.
           COPY "C-Condon.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-condonaciones.==.
      *
       DATA DIVISION.
       FILE SECTION.
      * Rendicion diaria de la red de cobranza: un header, un detalle
      * por cupon cobrado (fecha de cobro, los 32 digitos leidos del
      * codigo de barras e importe cobrado en centavos) y un trailer
      * con la cantidad y el total de control en centavos
       FD  RENDICION.
       01  ren-detalle.
           05  ren-marca        pic X.
           05  ren-fecha-cobro  pic 9(8).
           05  ren-codigo       pic X(32).
           05  ren-importe      pic 9(8).
       01  ren-header.
           05  filler           pic X.
           05  ren-fecha        pic 9(8).
           05  ren-ente         pic 9(5).
       01  ren-trailer.
           05  filler           pic X.
           05  ren-cantidad     pic 9(6).
           05  ren-total        pic 9(12).
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdCrg.cpy".
           COPY "CopiFdRec.cpy".
       FD  NUMERADOR-RECIBOS.
       01  num-proximo pic 9(6).
           COPY "CopiFdPar.cpy".
       FD  LISTADO.
       01  lis-linea pic X(100).
           COPY "CopiFdRcg.cpy".
           COPY "CopiFdCnd.cpy".
      *
       WORKING-STORAGE SECTION.
           COPY "C-Cupon.cpy".
           COPY "C-Mora.cpy".
       77  w-status-recargos pic XX value "00".
       77  w-status-condonaciones pic XX value "00".
       77  sen-recargos pic 9 value 0.
       01  w-pend-recargo pic 9(6)V99.
       77  w-cant-con-recargo pic 9(6) value 0.
       01  w-total-recargos pic 9(10)V99 value 0.
       77  sen pic 9 value 0.
       77  sen-parametros pic 9 value 0.
       77  w-status-rendicion pic XX value "00".
       77  w-status-cuotas pic XX value "00".
       77  w-status-cargos pic XX value "00".
       77  w-status-recibos pic XX value "00".
       77  w-status-numerador pic XX value "00".
       77  w-status-parametros pic XX value "00".
       77  w-fecha-hoy pic 9(8).
       01  w-nombre-listado pic X(40).
       01  w-nro-recibo pic 9(6).
       01  w-red-ente pic 9(5) value 0.
       77  w-hay-cargos pic 9 value 0.
       77  w-fin-cargos pic 9 value 0.
           88 fin-cargos value 1.
       77  w-dv-leido pic 9 value 0.
       77  w-cuota-existe pic 9 value 0.
       77  w-cargo-existe pic 9 value 0.
       01  w-pend-cuota pic 9(6)V99.
       01  w-pend-cargos pic 9(6)V99.
       01  w-pend-total pic 9(6)V99.
       01  w-cobrado pic 9(6)V99.
       01  w-observacion pic X(30).
       01  w-importe-edit pic ZZZZZZZ9.99.
       01  w-importe-edit2 pic ZZZZZZZ9.99.
       01  w-total-edit pic ZZZZZZZZZ9.99.
      * Cantidades e importes de la rendicion: lo que la red dice en
      * el trailer, lo leido en los detalles y como se repartio
       77  w-hay-trailer pic 9 value 0.
       77  w-cant-trailer pic 9(6) value 0.
       01  w-total-trailer pic 9(10)V99 value 0.
       77  w-cant-leidos pic 9(6) value 0.
       01  w-total-leido pic 9(10)V99 value 0.
       77  w-cant-aplicados pic 9(6) value 0.
       01  w-total-aplicado pic 9(10)V99 value 0.
       77  w-cant-recibos-cargo pic 9(6) value 0.
       77  w-cant-duplicados pic 9(6) value 0.
       01  w-total-duplicados pic 9(10)V99 value 0.
       77  w-cant-desconocidos pic 9(6) value 0.
       01  w-total-desconocidos pic 9(10)V99 value 0.
       77  w-cant-diferencias pic 9(6) value 0.
       01  w-total-diferencias pic 9(10)V99 value 0.
       01  w-total-observado pic 9(10)V99 value 0.
       01  w-total-cuadre pic 9(10)V99 value 0.
       77  w-cant-linea pic 9(6) value 0.
       01  w-concepto pic X(26).
       01  w-total-linea pic 9(10)V99.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Rendicion diaria de la red de pagos externa: cada cupon cobrado
      * marca la cuota y los aranceles del periodo y emite sus recibos
      * con el operador RED, como el debito automatico con BCO. Los
      * duplicados, cupones desconocidos y diferencias de importe no se
      * aplican y salen en el listado para tesoreria
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-listado.
           STRING "rendicion-red-" DELIMITED BY SIZE
                  w-fecha-hoy      DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO w-nombre-listado
           END-STRING.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-RENDICION.
           PERFORM 400-TOTALES-DE-CONTROL.
           PERFORM 800-FIN.
           DISPLAY "Cupones rendidos    : " w-cant-leidos.
           DISPLAY "Aplicados           : " w-cant-aplicados.
           DISPLAY "Aranceles cobrados  : " w-cant-recibos-cargo.
           DISPLAY "Con recargo de mora : " w-cant-con-recargo.
           DISPLAY "Duplicados          : " w-cant-duplicados.
           DISPLAY "Cupones desconocidos: " w-cant-desconocidos.
           DISPLAY "Diferencias importe : " w-cant-diferencias.
           DISPLAY "Detalle y control en " w-nombre-listado.
           STOP RUN.

       100-INICIO.
           PERFORM 110-CARGAR-PARAMETROS.
           PERFORM 120-CARGAR-RECARGOS.
           OPEN INPUT RENDICION.
           IF w-status-rendicion NOT = "00"
               DISPLAY "No se encuentra ..\rendicion-red.dat"
                   " (status " w-status-rendicion ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No se pudo abrir cuotas (status "
                   w-status-cuotas ")"
               CLOSE RENDICION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CARGOS.
           IF w-status-cargos = "00"
               MOVE 1 TO w-hay-cargos
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-linea.
           STRING "RENDICION DE LA RED DE COBRANZA - PROCESADA EL "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.
           MOVE ALL "=" TO lis-linea.
           WRITE lis-linea.
           MOVE "CUPONES NO APLICADOS:" TO lis-linea.
           WRITE lis-linea.

      ******************************************************************
      * Sin archivo de parametros corre con los valores por omision
      ******************************************************************
       110-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-status-parametros NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-parametros = 1
                   READ PARAMETROS
                       AT END
                           MOVE 1 TO sen-parametros
                       NOT AT END
                           EVALUATE prm-clave
                               WHEN "RED-ENTE"
                                   MOVE prm-valor TO w-red-ente
                               WHEN "CUO-DIA-VENC"
                                   MOVE prm-valor TO mo-dia-venc
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF mo-dia-venc = 0 OR mo-dia-venc > 28
               MOVE 10 TO mo-dia-venc
           END-IF.

      ******************************************************************
      * Tabla de recargos por mora y recargos condonados por el
      * supervisor; sin tabla las cuotas vencidas van sin recargo
      ******************************************************************
       120-CARGAR-RECARGOS.
           OPEN INPUT RECARGOS.
           IF w-status-recargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-recargos = 1
                   READ RECARGOS
                       AT END
                           MOVE 1 TO sen-recargos
                       NOT AT END
                           IF mo-cant-tasas < 300
                               ADD 1 TO mo-cant-tasas
                               MOVE mor-periodo
                                   TO mo-t-periodo(mo-cant-tasas)
                               MOVE mor-vencimiento
                                   TO mo-t-vencimiento(mo-cant-tasas)
                               MOVE mor-porcentaje
                                   TO mo-t-porcentaje(mo-cant-tasas)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECARGOS
           END-IF.
           MOVE 0 TO sen-recargos.
           OPEN INPUT CONDONACIONES.
           IF w-status-condonaciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-recargos = 1
                   READ CONDONACIONES
                       AT END
                           MOVE 1 TO sen-recargos
                       NOT AT END
                           IF mo-cant-condonados < 2000
                               ADD 1 TO mo-cant-condonados
                               MOVE cnd-socio
                                   TO mo-c-socio(mo-cant-condonados)
                               MOVE cnd-periodo
                                   TO mo-c-periodo(mo-cant-condonados)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONDONACIONES
           END-IF.

       200-PROCESAR-RENDICION.
           PERFORM UNTIL sen = 1
               READ RENDICION
                   AT END
                       MOVE 1 TO sen
                   NOT AT END
                       EVALUATE ren-marca
                           WHEN "H"
                               IF ren-ente NOT = w-red-ente
                                   DISPLAY "AVISO: la rendicion es del"
                                       " ente " ren-ente ", el club"
                                       " es " w-red-ente
                               END-IF
                           WHEN "D"
                               PERFORM 210-PROCESAR-CUPON
                           WHEN "T"
                               MOVE 1 TO w-hay-trailer
                               MOVE ren-cantidad TO w-cant-trailer
                               COMPUTE w-total-trailer =
                                   ren-total / 100
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      ******************************************************************
      * El cupon se aplica solo si el codigo es legible, es del club y
      * lo cobrado es exactamente lo que sigue pendiente del periodo,
      * con el recargo por mora a la fecha de cobro (o el importe
      * impreso en el cupon si se pago dentro de su vencimiento); un
      * segundo cobro del mismo cupon ya no encuentra pendiente y
      * queda como duplicado
      ******************************************************************
       210-PROCESAR-CUPON.
           ADD 1 TO w-cant-leidos.
           COMPUTE w-cobrado = ren-importe / 100.
           ADD w-cobrado TO w-total-leido.
           IF ren-codigo NOT NUMERIC
               MOVE "CUPON DESCONOCIDO (ILEGIBLE)" TO w-observacion
               PERFORM 240-ANOTAR-DESCONOCIDO
           ELSE
               MOVE ren-codigo TO cup-codigo
               MOVE cup-dv TO w-dv-leido
               PERFORM 500-DIGITO-CUPON
               IF cup-dv NOT = w-dv-leido
                   OR cup-ente NOT = w-red-ente
                   MOVE "CUPON DESCONOCIDO (CODIGO)" TO w-observacion
                   PERFORM 240-ANOTAR-DESCONOCIDO
               ELSE
                   PERFORM 220-RELEVAR-PENDIENTE
                   IF w-cuota-existe = 0 AND w-cargo-existe = 0
                       MOVE "CUPON DESCONOCIDO (SIN CUOTA)"
                           TO w-observacion
                       PERFORM 240-ANOTAR-DESCONOCIDO
                   ELSE
                       IF w-pend-total = 0
                           PERFORM 250-ANOTAR-DUPLICADO
                       ELSE
                           IF w-cobrado NOT = w-pend-total
                               PERFORM 225-RECARGO-DEL-CUPON
                           END-IF
                           IF w-cobrado NOT = w-pend-total
                               PERFORM 260-ANOTAR-DIFERENCIA
                           ELSE
                               PERFORM 300-APLICAR-CUPON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       220-RELEVAR-PENDIENTE.
           MOVE 0 TO w-cuota-existe.
           MOVE 0 TO w-cargo-existe.
           MOVE 0 TO w-pend-cuota.
           MOVE 0 TO w-pend-cargos.
           MOVE 0 TO w-pend-recargo.
           MOVE 0 TO mo-condonado.
           MOVE cup-socio TO cuo-codigo.
           MOVE cup-periodo TO cuo-periodo.
           READ CUOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w-cuota-existe
                   IF cuo-estado = "P"
                       MOVE cuo-importe TO w-pend-cuota
                   END-IF
           END-READ.
           IF w-hay-cargos = 1
               PERFORM 230-POSICIONAR-CARGOS
               PERFORM UNTIL fin-cargos
                   READ CARGOS NEXT RECORD
                       AT END
                           MOVE 1 TO w-fin-cargos
                       NOT AT END
                           IF crg-socio NOT = cup-socio
                               OR crg-periodo NOT = cup-periodo
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               MOVE 1 TO w-cargo-existe
                               IF crg-estado = "P"
                                   ADD crg-importe TO w-pend-cargos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF w-pend-cuota > 0
               MOVE cup-socio TO mo-socio
               MOVE cup-periodo TO mo-periodo
               MOVE w-pend-cuota TO mo-importe
               MOVE ren-fecha-cobro TO mo-fecha-pago
               PERFORM 600-CALCULAR-RECARGO
               MOVE mo-recargo TO w-pend-recargo
           END-IF.
           COMPUTE w-pend-total = w-pend-cuota + w-pend-cargos
               + w-pend-recargo.

      ******************************************************************
      * El cupon del estado de cuenta trae el recargo calculado a su
      * propio vencimiento y la red lo cobra por ese importe hasta ese
      * dia: si lo cobrado es lo impreso en el codigo, lo que excede
      * de la cuota y los aranceles es el recargo
      ******************************************************************
       225-RECARGO-DEL-CUPON.
           IF w-pend-cuota > 0
               AND mo-condonado = 0
               AND ren-fecha-cobro NOT > cup-vencimiento
               AND ren-importe = cup-importe
               AND w-cobrado NOT < w-pend-cuota + w-pend-cargos
               COMPUTE w-pend-recargo = w-cobrado - w-pend-cuota
                   - w-pend-cargos
               MOVE w-cobrado TO w-pend-total
           END-IF.

       230-POSICIONAR-CARGOS.
           MOVE 0 TO w-fin-cargos.
           MOVE cup-socio TO crg-socio.
           MOVE cup-periodo TO crg-periodo.
           MOVE 0 TO crg-actividad.
           MOVE 0 TO crg-practicante.
           START CARGOS KEY IS NOT < crg-clave
               INVALID KEY
                   MOVE 1 TO w-fin-cargos
           END-START.

       240-ANOTAR-DESCONOCIDO.
           ADD 1 TO w-cant-desconocidos.
           ADD w-cobrado TO w-total-desconocidos.
           PERFORM 270-LINEA-OBSERVADO.

       250-ANOTAR-DUPLICADO.
           ADD 1 TO w-cant-duplicados.
           ADD w-cobrado TO w-total-duplicados.
           MOVE "DUPLICADO (YA COBRADO)" TO w-observacion.
           PERFORM 270-LINEA-OBSERVADO.

       260-ANOTAR-DIFERENCIA.
           ADD 1 TO w-cant-diferencias.
           ADD w-cobrado TO w-total-diferencias.
           MOVE w-pend-total TO w-importe-edit2.
           MOVE SPACES TO w-observacion.
           STRING "DIFERENCIA, DEBE $" DELIMITED BY SIZE
                  w-importe-edit2 DELIMITED BY SIZE
                  INTO w-observacion
           END-STRING.
           PERFORM 270-LINEA-OBSERVADO.

       270-LINEA-OBSERVADO.
           MOVE SPACES TO lis-linea.
           MOVE w-cobrado TO w-importe-edit.
           STRING "Cobro " DELIMITED BY SIZE
                  ren-fecha-cobro DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ren-codigo DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  w-observacion DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.

      ******************************************************************
      * La cuota y los aranceles pendientes del periodo quedan
      * cobrados con la fecha del proceso, que es la de sus recibos,
      * para que el cierre de caja del dia los encuentre
      ******************************************************************
       300-APLICAR-CUPON.
           ADD 1 TO w-cant-aplicados.
           ADD w-cobrado TO w-total-aplicado.
           IF w-pend-cuota > 0
               MOVE "C" TO cuo-estado
               MOVE w-fecha-hoy TO cuo-fecha-pago
               REWRITE cuo-reg
               PERFORM 310-EMITIR-RECIBO
           END-IF.
           IF w-pend-cargos > 0
               PERFORM 230-POSICIONAR-CARGOS
               PERFORM UNTIL fin-cargos
                   READ CARGOS NEXT RECORD
                       AT END
                           MOVE 1 TO w-fin-cargos
                       NOT AT END
                           IF crg-socio NOT = cup-socio
                               OR crg-periodo NOT = cup-periodo
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               IF crg-estado = "P"
                                   PERFORM 320-APLICAR-CARGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       310-EMITIR-RECIBO.
           PERFORM 330-TOMAR-NUMERO.
           MOVE w-nro-recibo TO rec-numero.
           MOVE w-fecha-hoy TO rec-fecha.
           ACCEPT rec-hora FROM TIME.
           MOVE cuo-codigo TO rec-socio.
           MOVE cuo-periodo TO rec-periodo.
           COMPUTE rec-importe = cuo-importe + w-pend-recargo.
           MOVE "RED " TO rec-operador.
           MOVE "C" TO rec-tipo.
           MOVE 0 TO rec-actividad.
           MOVE w-pend-recargo TO rec-recargo.
           IF w-pend-recargo > 0
               ADD 1 TO w-cant-con-recargo
               ADD w-pend-recargo TO w-total-recargos
           END-IF.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           WRITE rec-reg.
           CLOSE RECIBOS.

       320-APLICAR-CARGO.
           MOVE "C" TO crg-estado.
           MOVE w-fecha-hoy TO crg-fecha-pago.
           REWRITE crg-reg.
           ADD 1 TO w-cant-recibos-cargo.
           PERFORM 330-TOMAR-NUMERO.
           MOVE w-nro-recibo TO rec-numero.
           MOVE w-fecha-hoy TO rec-fecha.
           ACCEPT rec-hora FROM TIME.
           MOVE crg-socio TO rec-socio.
           MOVE crg-periodo TO rec-periodo.
           MOVE crg-importe TO rec-importe.
           MOVE "RED " TO rec-operador.
           MOVE "T" TO rec-tipo.
           MOVE crg-actividad TO rec-actividad.
           MOVE 0 TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           WRITE rec-reg.
           CLOSE RECIBOS.

       330-TOMAR-NUMERO.
           OPEN INPUT NUMERADOR-RECIBOS.
           IF w-status-numerador NOT = "00"
               MOVE 1 TO w-nro-recibo
           ELSE
               READ NUMERADOR-RECIBOS
                   AT END
                       MOVE 1 TO w-nro-recibo
                   NOT AT END
                       IF num-proximo NUMERIC AND num-proximo > 0
                           MOVE num-proximo TO w-nro-recibo
                       ELSE
                           MOVE 1 TO w-nro-recibo
                       END-IF
               END-READ
               CLOSE NUMERADOR-RECIBOS
           END-IF.
           OPEN OUTPUT NUMERADOR-RECIBOS.
           COMPUTE num-proximo = w-nro-recibo + 1.
           WRITE num-proximo.
           CLOSE NUMERADOR-RECIBOS.

      ******************************************************************
      * Total de control: lo que informa el trailer de la red tiene
      * que ser lo leido en los detalles, y lo leido tiene que ser lo
      * aplicado mas lo observado
      ******************************************************************
       400-TOTALES-DE-CONTROL.
           IF w-cant-desconocidos + w-cant-duplicados
               + w-cant-diferencias = 0
               MOVE "  (ninguno)" TO lis-linea
               WRITE lis-linea
           END-IF.
           MOVE ALL "-" TO lis-linea.
           WRITE lis-linea.
           MOVE "TOTALES DE CONTROL:" TO lis-linea.
           WRITE lis-linea.
           IF w-hay-trailer = 0
               MOVE "  La rendicion no trae trailer de control"
                   TO lis-linea
               WRITE lis-linea
           ELSE
               MOVE w-cant-trailer TO w-cant-linea
               MOVE "  Informado por la red" TO w-concepto
               MOVE w-total-trailer TO w-total-linea
               PERFORM 410-LINEA-TOTAL
           END-IF.
           MOVE w-cant-leidos TO w-cant-linea.
           MOVE "  Leido en los detalles" TO w-concepto.
           MOVE w-total-leido TO w-total-linea.
           PERFORM 410-LINEA-TOTAL.
           MOVE w-cant-aplicados TO w-cant-linea.
           MOVE "  Aplicado" TO w-concepto.
           MOVE w-total-aplicado TO w-total-linea.
           PERFORM 410-LINEA-TOTAL.
           MOVE w-cant-con-recargo TO w-cant-linea.
           MOVE "    incluye recargo mora" TO w-concepto.
           MOVE w-total-recargos TO w-total-linea.
           PERFORM 410-LINEA-TOTAL.
           MOVE w-cant-duplicados TO w-cant-linea.
           MOVE "  Duplicados" TO w-concepto.
           MOVE w-total-duplicados TO w-total-linea.
           PERFORM 410-LINEA-TOTAL.
           MOVE w-cant-desconocidos TO w-cant-linea.
           MOVE "  Cupones desconocidos" TO w-concepto.
           MOVE w-total-desconocidos TO w-total-linea.
           PERFORM 410-LINEA-TOTAL.
           MOVE w-cant-diferencias TO w-cant-linea.
           MOVE "  Diferencias de importe" TO w-concepto.
           MOVE w-total-diferencias TO w-total-linea.
           PERFORM 410-LINEA-TOTAL.
           COMPUTE w-total-observado = w-total-duplicados
               + w-total-desconocidos + w-total-diferencias.
           COMPUTE w-total-cuadre = w-total-aplicado
               + w-total-observado.
           MOVE SPACES TO lis-linea.
           IF w-total-cuadre NOT = w-total-leido
               OR (w-hay-trailer = 1
                   AND (w-total-trailer NOT = w-total-leido
                       OR w-cant-trailer NOT = w-cant-leidos))
               MOVE "RESULTADO: LA RENDICION NO CUADRA, REVISAR CON LA"
                   TO lis-linea
               MOVE " RED ANTES DE DEPOSITAR" TO lis-linea(51:23)
               DISPLAY "ATENCION: la rendicion no cuadra con lo"
                   " aplicado"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "RESULTADO: LA RENDICION CUADRA CON LO APLICADO"
                   TO lis-linea
           END-IF.
           WRITE lis-linea.

       410-LINEA-TOTAL.
           MOVE SPACES TO lis-linea.
           MOVE w-total-linea TO w-total-edit.
           MOVE w-concepto TO lis-linea(1:26).
           MOVE w-cant-linea TO lis-linea(28:6).
           MOVE " cupones  $" TO lis-linea(34:11).
           MOVE w-total-edit TO lis-linea(45:13).
           WRITE lis-linea.

       800-FIN.
           CLOSE LISTADO.
           IF w-hay-cargos = 1
               CLOSE CARGOS
           END-IF.
           CLOSE CUOTAS.
           CLOSE RENDICION.

      ******************************************************************
      * Digito verificador del cupon, con la misma regla con que se
      * imprime en el estado de cuenta y en las cuotas
      ******************************************************************
       500-DIGITO-CUPON.
           MOVE 0 TO cup-suma.
           MOVE 1 TO cup-peso.
           PERFORM VARYING cup-i FROM 1 BY 1 UNTIL cup-i > 31
               COMPUTE cup-suma = cup-suma
                   + cup-digito(cup-i) * cup-peso
               IF cup-peso = 9
                   MOVE 3 TO cup-peso
               ELSE
                   ADD 2 TO cup-peso
               END-IF
           END-PERFORM.
           DIVIDE cup-suma BY 2 GIVING cup-mitad.
           DIVIDE cup-mitad BY 10 GIVING cup-cociente
               REMAINDER cup-dv.

      ******************************************************************
      * Recargo de la cuota mo-socio/mo-periodo pagada el dia
      * mo-fecha-pago, con la misma regla del mostrador: cada mes o
      * fraccion despues del vencimiento suma la tasa mensual
      ******************************************************************
       600-CALCULAR-RECARGO.
           MOVE 0 TO mo-recargo.
           MOVE 0 TO mo-meses.
           MOVE 0 TO mo-tasa.
           MOVE 0 TO mo-mejor.
           MOVE 0 TO mo-condonado.
           COMPUTE mo-vence = mo-periodo * 100 + mo-dia-venc.
           PERFORM VARYING mo-i FROM 1 BY 1 UNTIL mo-i > mo-cant-tasas
               IF mo-t-periodo(mo-i) = mo-periodo
                   AND mo-t-vencimiento(mo-i) NOT = 0
                   MOVE mo-t-vencimiento(mo-i) TO mo-vence
               END-IF
               IF mo-t-periodo(mo-i) NOT > mo-periodo
                   AND mo-t-periodo(mo-i) NOT < mo-mejor
                   MOVE mo-t-periodo(mo-i) TO mo-mejor
                   MOVE mo-t-porcentaje(mo-i) TO mo-tasa
               END-IF
           END-PERFORM.
           PERFORM VARYING mo-i FROM 1 BY 1
               UNTIL mo-i > mo-cant-condonados
               IF mo-c-socio(mo-i) = mo-socio
                   AND mo-c-periodo(mo-i) = mo-periodo
                   MOVE 1 TO mo-condonado
               END-IF
           END-PERFORM.
           IF mo-fecha-pago > mo-vence
               COMPUTE mo-meses = (mo-pag-aaaa - mo-ven-aaaa) * 12
                   + mo-pag-mm - mo-ven-mm
               IF mo-pag-dd > mo-ven-dd
                   ADD 1 TO mo-meses
               END-IF
               IF mo-condonado = 0
                   COMPUTE mo-recargo ROUNDED =
                       mo-importe * mo-tasa / 100 * mo-meses
               END-IF
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
