       FILE-CONTROL.
           COPY "C-Arch.cpy".
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
           SELECT PRESENTACION ASSIGN DYNAMIC w-nombre-presenta
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN DYNAMIC w-nombre-excepciones
           ORGANIZATION LINE SEQUENTIAL.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           COPY "C-DebHis.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-historial.==.
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
           COPY "CopiFd.cpy".
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdCrg.cpy".
       FD  PRESENTACION.
       01  pre-linea pic X(60).
       FD  EXCEPCIONES.
       01  exc-linea pic X(80).
           COPY "CopiFdPar.cpy".
           COPY "CopiFdDbh.cpy".
           COPY "CopiFdRcg.cpy".
           COPY "CopiFdCnd.cpy".
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  w-cant-presentadas pic 9(6) value 0.
       01  w-total-presentado pic 9(10)V99 value 0.
       77  w-adherido pic 9 value 0.
       77  w-status-cargos pic XX value "00".
       77  w-hay-cargos pic 9 value 0.
       77  sen-cargos pic 9 value 0.
       77  w-fin-cargos pic 9 value 0.
           88 fin-cargos value 1.
       77  w-cuota-pendiente pic 9 value 0.
       01  w-importe-cargos pic 9(6)V99.
       01  w-importe-linea pic 9(6)V99.
       77  w-cant-solo-cargos pic 9(6) value 0.
      * Cargos de un mismo socio y periodo sin cuota pendiente que se
      * acumulan para presentarlos en una sola linea
       01  w-grupo-socio pic 9(4) value 0.
       01  w-grupo-periodo pic 9(6) value 0.
       01  w-grupo-importe pic 9(6)V99 value 0.
       01  w-grupo-cbu pic X(22).
       01  w-cbu-socio pic X(22).
      * Disposicion del registro de detalle que pide el banco:
      * marca, CBU, codigo de socio, periodo e importe en centavos
           05  a-socio OCCURS 603 TIMES.
               10  a-codigo pic 9(4).
               10  a-cbu    pic X(22).
       77  w-status-parametros pic XX value "00".
       77  w-status-historial pic XX value "00".
       77  sen-parametros pic 9 value 0.
       77  sen-historial pic 9 value 0.
       77  w-max-intentos pic 9(4) value 0.
       77  w-presentable pic 9 value 0.
       77  w-pos pic 9(4) value 0.
       01  w-ctl-socio pic 9(4).
       01  w-ctl-periodo pic 9(6).
       77  w-cant-definitivas pic 9(6) value 0.
       77  w-cant-agotadas pic 9(6) value 0.
       77  w-seleccionada pic 9 value 0.
       77  w-cant-reintentos-ant pic 9(6) value 0.
      * Rechazos del historial por socio y periodo: la falta de fondos
      * se reintenta hasta DEB-MAX-INTENTOS presentaciones, un rechazo
      * definitivo deja la cuota fuera del debito
       01  tabla-rechazos.
           05  w-cant-rechazos pic 9(4) value 0.
           05  n-rechazo OCCURS 2000 TIMES.
               10  n-socio      pic 9(4).
               10  n-periodo    pic 9(6).
               10  n-veces      pic 9(3).
               10  n-definitivo pic 9.
           COPY "C-Mora.cpy".
       77  w-status-recargos pic XX value "00".
       77  w-status-condonaciones pic XX value "00".
       77  sen-recargos pic 9 value 0.
       77  w-cant-con-recargo pic 9(6) value 0.
       01  w-total-recargos pic 9(10)V99 value 0.
       01  w-recargo-edit pic ZZZZZZZZZ9.99.
           COPY "C-Cbu.cpy".
       77  w-nombre-excepciones pic X(40).
       77  w-cant-cbu-invalido pic 9(4) value 0.
       01  w-motivo-cbu pic X(30).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                  ".dat"                    DELIMITED BY SIZE
                  INTO w-nombre-presenta
           END-STRING.
           MOVE SPACES TO w-nombre-excepciones.
           STRING "debito-excepciones-" DELIMITED BY SIZE
                  w-fecha-hoy           DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO w-nombre-excepciones
           END-STRING.
           PERFORM 100-CARGAR-ADHERIDOS.
           IF w-cant-cbu-invalido NOT = 0
               DISPLAY "Adheridos con CBU invalido, no se presentan: "
                   w-cant-cbu-invalido " (ver " w-nombre-excepciones
                   ")"
           END-IF.
           IF w-cant-adheridos = 0
               DISPLAY "No hay socios adheridos al debito automatico"
               STOP RUN
           END-IF.
           PERFORM 150-CARGAR-PARAMETROS.
           PERFORM 155-CARGAR-RECARGOS.
           PERFORM 160-CARGAR-RECHAZOS.
           PERFORM 200-ARMAR-PRESENTACION.
           DISPLAY "Cuotas presentadas : " w-cant-presentadas.
           DISPLAY "Solo aranceles     : " w-cant-solo-cargos.
           DISPLAY "Reintentos de meses anteriores: "
               w-cant-reintentos-ant.
           MOVE w-total-recargos TO w-recargo-edit.
           DISPLAY "Con recargo de mora: " w-cant-con-recargo
               "  $" w-recargo-edit.
           DISPLAY "No se reintentan   : " w-cant-definitivas
               " (rechazo definitivo del banco)".
           DISPLAY "Intentos agotados  : " w-cant-agotadas
               " (" w-max-intentos " presentaciones sin fondos)".
           DISPLAY "Archivo para el banco: " w-nombre-presenta.
           STOP RUN.

      ******************************************************************
      * Solo se presentan los socios activos y adheridos con CBU; el
      * CBU que no verifica no se manda al banco y el socio sale en
      * el listado de excepciones para corregirlo en mostrador
      ******************************************************************
       100-CARGAR-ADHERIDOS.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT EXCEPCIONES.
           PERFORM 110-ENCABEZAR-EXCEPCIONES.
           PERFORM UNTIL sen = 1
               READ SOCIOS
                   AT END
                   NOT AT END
                       IF soc-codigo NOT = 0 AND soc-debito = "S"
                           AND soc-estado NOT = "S"
                           MOVE soc-cbu TO cbu-numero
                           PERFORM 130-VALIDAR-CBU
                           IF cbu-valido = 0
                               PERFORM 120-ANOTAR-EXCEPCION
                           ELSE
                               IF w-cant-adheridos < 603
                                   ADD 1 TO w-cant-adheridos
                                   MOVE soc-codigo
                                       TO a-codigo(w-cant-adheridos)
                                   MOVE soc-cbu
                                       TO a-cbu(w-cant-adheridos)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           IF w-cant-cbu-invalido = 0
               MOVE "  (ninguna)" TO exc-linea
               WRITE exc-linea
           END-IF.
           CLOSE EXCEPCIONES.

       110-ENCABEZAR-EXCEPCIONES.
           MOVE SPACES TO exc-linea.
           STRING "ADHERIDOS NO PRESENTADOS POR CBU INVALIDO - "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO exc-linea
           END-STRING.
           WRITE exc-linea.
           MOVE ALL "=" TO exc-linea.
           WRITE exc-linea.
           MOVE "Socio Nombre               CBU" TO exc-linea.
           MOVE "Motivo" TO exc-linea(51:6).
           WRITE exc-linea.
           MOVE ALL "-" TO exc-linea.
           WRITE exc-linea.

       120-ANOTAR-EXCEPCION.
           ADD 1 TO w-cant-cbu-invalido.
           IF cbu-numero NOT NUMERIC
               MOVE "NO SON 22 DIGITOS" TO w-motivo-cbu
           ELSE
               IF cbu-dv1 NOT = cbu-digito(8)
                   MOVE "VERIFICADOR BLOQUE 1 (BANCO)" TO w-motivo-cbu
               ELSE
                   MOVE "VERIFICADOR BLOQUE 2 (CUENTA)"
                       TO w-motivo-cbu
               END-IF
           END-IF.
           MOVE SPACES TO exc-linea.
           MOVE soc-codigo TO exc-linea(1:4).
           MOVE soc-nombre TO exc-linea(7:20).
           MOVE soc-cbu TO exc-linea(28:22).
           MOVE w-motivo-cbu TO exc-linea(51:30).
           WRITE exc-linea.

      ******************************************************************
      * Verificadores del CBU: bloque 1 (digitos 1 a 8) y bloque 2
      * (digitos 9 a 22), ponderados como indica C-Cbu
      ******************************************************************
       130-VALIDAR-CBU.
           MOVE 0 TO cbu-valido.
           IF cbu-numero NUMERIC
               MOVE 0 TO cbu-suma
               PERFORM VARYING cbu-i FROM 1 BY 1 UNTIL cbu-i > 7
                   COMPUTE cbu-suma = cbu-suma
                       + cbu-digito(cbu-i) * cbu-peso1(cbu-i)
               END-PERFORM
               DIVIDE cbu-suma BY 10 GIVING cbu-cociente
                   REMAINDER cbu-resto
               IF cbu-resto = 0
                   MOVE 0 TO cbu-dv1
               ELSE
                   COMPUTE cbu-dv1 = 10 - cbu-resto
               END-IF
               MOVE 0 TO cbu-suma
               PERFORM VARYING cbu-i FROM 1 BY 1 UNTIL cbu-i > 13
                   COMPUTE cbu-suma = cbu-suma
                       + cbu-digito(cbu-i + 8) * cbu-peso2(cbu-i)
               END-PERFORM
               DIVIDE cbu-suma BY 10 GIVING cbu-cociente
                   REMAINDER cbu-resto
               IF cbu-resto = 0
                   MOVE 0 TO cbu-dv2
               ELSE
                   COMPUTE cbu-dv2 = 10 - cbu-resto
               END-IF
               IF cbu-dv1 = cbu-digito(8)
                   AND cbu-dv2 = cbu-digito(22)
                   MOVE 1 TO cbu-valido
               END-IF
           END-IF.

      ******************************************************************
      * Sin archivo de parametros corre con los valores por omision
      ******************************************************************
       150-CARGAR-PARAMETROS.
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
                               WHEN "DEB-MAX-INTENTOS"
                                   MOVE prm-valor TO w-max-intentos
                               WHEN "CUO-DIA-VENC"
                                   MOVE prm-valor TO mo-dia-venc
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-max-intentos = 0
               MOVE 3 TO w-max-intentos
           END-IF.
           IF mo-dia-venc = 0 OR mo-dia-venc > 28
               MOVE 10 TO mo-dia-venc
           END-IF.

      ******************************************************************
      * Tabla de recargos por mora y recargos condonados por el
      * supervisor; sin tabla las cuotas vencidas van sin recargo
      ******************************************************************
       155-CARGAR-RECARGOS.
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

      ******************************************************************
      * Las cuotas rechazadas siguen pendientes en cuotas.dat; el
      * historial del debito dice cuantas veces ya se presentaron y
      * si el banco las rechazo en forma definitiva
      ******************************************************************
       160-CARGAR-RECHAZOS.
           OPEN INPUT HISTORIAL-DEBITOS.
           IF w-status-historial NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-historial = 1
                   READ HISTORIAL-DEBITOS
                       AT END
                           MOVE 1 TO sen-historial
                       NOT AT END
                           IF dbh-resultado = "R"
                               PERFORM 165-ACUMULAR-RECHAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-DEBITOS
           END-IF.

       165-ACUMULAR-RECHAZO.
           MOVE dbh-socio TO w-ctl-socio.
           MOVE dbh-periodo TO w-ctl-periodo.
           PERFORM 170-BUSCAR-RECHAZO.
           IF w-pos = 0
               IF w-cant-rechazos < 2000
                   ADD 1 TO w-cant-rechazos
                   MOVE w-cant-rechazos TO w-pos
                   MOVE dbh-socio TO n-socio(w-pos)
                   MOVE dbh-periodo TO n-periodo(w-pos)
                   MOVE 0 TO n-veces(w-pos)
                   MOVE 0 TO n-definitivo(w-pos)
               ELSE
                   DISPLAY "AVISO: mas de 2000 rechazos en el"
                       " historial, socio " dbh-socio " periodo "
                       dbh-periodo " sin controlar"
               END-IF
           END-IF.
           IF w-pos NOT = 0
               ADD 1 TO n-veces(w-pos)
               IF dbh-clase NOT = "F"
                   MOVE 1 TO n-definitivo(w-pos)
               END-IF
           END-IF.

       170-BUSCAR-RECHAZO.
           MOVE 0 TO w-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-rechazos
               IF n-socio(i) = w-ctl-socio
                   AND n-periodo(i) = w-ctl-periodo
                   MOVE i TO w-pos
               END-IF
           END-PERFORM.

       180-CONTROLAR-REINTENTO.
           MOVE 1 TO w-presentable.
           PERFORM 170-BUSCAR-RECHAZO.
           IF w-pos NOT = 0
               IF n-definitivo(w-pos) = 1
                   MOVE 0 TO w-presentable
                   ADD 1 TO w-cant-definitivas
               ELSE
                   IF n-veces(w-pos) NOT < w-max-intentos
                       MOVE 0 TO w-presentable
                       ADD 1 TO w-cant-agotadas
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Entra la cuota (o el arancel sin cuota) pendiente del periodo
      * pedido, o de cualquiera si se pidieron todos, y, sea cual
      * fuere el periodo pedido, la de un mes anterior rechazada solo
      * por falta de fondos que todavia no agoto DEB-MAX-INTENTOS
      * presentaciones; se evalua w-ctl-socio / w-ctl-periodo
      ******************************************************************
       190-SELECCIONAR-CUOTA.
           MOVE 0 TO w-seleccionada.
           IF w-periodo-pedido = 0 OR w-ctl-periodo = w-periodo-pedido
               MOVE 1 TO w-seleccionada
           ELSE
               IF w-ctl-periodo < w-periodo-pedido
                   PERFORM 170-BUSCAR-RECHAZO
                   IF w-pos NOT = 0
                       IF n-definitivo(w-pos) = 0
                           AND n-veces(w-pos) < w-max-intentos
                           MOVE 1 TO w-seleccionada
                       END-IF
                   END-IF
               END-IF
           END-IF.

       200-ARMAR-PRESENTACION.
           OPEN INPUT CUOTAS.
                   w-status-cuotas "), nada que presentar"
               STOP RUN
           END-IF.
           OPEN INPUT CARGOS.
           IF w-status-cargos = "00"
               MOVE 1 TO w-hay-cargos
           END-IF.
           OPEN OUTPUT PRESENTACION.
           MOVE w-fecha-hoy TO phd-fecha.
           MOVE pre-header TO pre-linea.
           WRITE pre-linea.
           PERFORM UNTIL sen-cuotas = 1
               READ CUOTAS NEXT RECORD
                   AT END
                       MOVE 1 TO sen-cuotas
                   NOT AT END
                       IF cuo-estado = "P"
                           MOVE cuo-codigo TO w-ctl-socio
                           MOVE cuo-periodo TO w-ctl-periodo
                           PERFORM 190-SELECCIONAR-CUOTA
                       ELSE
                           MOVE 0 TO w-seleccionada
                       END-IF
                       IF w-seleccionada = 1
                           PERFORM 210-BUSCAR-ADHERIDO
                           IF w-adherido = 1
                               PERFORM 180-CONTROLAR-REINTENTO
                               IF w-presentable = 1
                                   PERFORM 220-ESCRIBIR-DETALLE
                                   IF w-periodo-pedido NOT = 0
                                       AND cuo-periodo
                                           NOT = w-periodo-pedido
                                       ADD 1 TO w-cant-reintentos-ant
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF w-hay-cargos = 1
               PERFORM 300-CARGOS-SIN-CUOTA
               CLOSE CARGOS
           END-IF.
           CLOSE CUOTAS.
           MOVE w-cant-presentadas TO ptr-cantidad.
           COMPUTE ptr-total = w-total-presentado * 100.
           END-PERFORM.

      ******************************************************************
      * El banco pide el importe en centavos sin coma decimal; los
      * aranceles pendientes del mismo periodo viajan sumados en la
      * linea de la cuota, y tambien el recargo por mora de la cuota
      * vencida calculado a la fecha de la presentacion
      ******************************************************************
       220-ESCRIBIR-DETALLE.
           PERFORM 230-SUMAR-CARGOS.
           MOVE cuo-codigo TO mo-socio.
           MOVE cuo-periodo TO mo-periodo.
           MOVE cuo-importe TO mo-importe.
           MOVE w-fecha-hoy TO mo-fecha-pago.
           PERFORM 240-CALCULAR-RECARGO.
           IF mo-recargo > 0
               ADD 1 TO w-cant-con-recargo
               ADD mo-recargo TO w-total-recargos
           END-IF.
           COMPUTE w-importe-linea = cuo-importe + w-importe-cargos
               + mo-recargo.
           MOVE w-cbu-socio TO pre-cbu.
           MOVE cuo-codigo TO pre-socio.
           MOVE cuo-periodo TO pre-periodo.
           COMPUTE pre-importe = w-importe-linea * 100.
           MOVE pre-detalle TO pre-linea.
           WRITE pre-linea.
           ADD 1 TO w-cant-presentadas.
           ADD w-importe-linea TO w-total-presentado.

       230-SUMAR-CARGOS.
           MOVE 0 TO w-importe-cargos.
           IF w-hay-cargos = 1
               MOVE 0 TO w-fin-cargos
               MOVE cuo-codigo TO crg-socio
               MOVE cuo-periodo TO crg-periodo
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
                           IF crg-socio NOT = cuo-codigo
                               OR crg-periodo NOT = cuo-periodo
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               IF crg-estado = "P"
                                   ADD crg-importe TO w-importe-cargos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Recargo de la cuota mo-socio/mo-periodo pagada el dia
      * mo-fecha-pago, con la misma regla del mostrador: cada mes o
      * fraccion despues del vencimiento suma la tasa mensual
      ******************************************************************
       240-CALCULAR-RECARGO.
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

      ******************************************************************
      * Aranceles pendientes de un periodo cuya cuota no esta
      * pendiente (ya cobrada o inexistente): se presentan en una
      * linea propia por socio y periodo, con la misma disposicion
      ******************************************************************
       300-CARGOS-SIN-CUOTA.
           MOVE 0 TO w-grupo-socio.
           MOVE 0 TO w-grupo-periodo.
           MOVE 0 TO w-grupo-importe.
           MOVE 0 TO crg-socio.
           MOVE 0 TO crg-periodo.
           MOVE 0 TO crg-actividad.
           MOVE 0 TO crg-practicante.
           START CARGOS KEY IS NOT < crg-clave
               INVALID KEY
                   MOVE 1 TO sen-cargos
           END-START.
           PERFORM UNTIL sen-cargos = 1
               READ CARGOS NEXT RECORD
                   AT END
                       MOVE 1 TO sen-cargos
                   NOT AT END
                       IF crg-estado = "P"
                           MOVE crg-socio TO w-ctl-socio
                           MOVE crg-periodo TO w-ctl-periodo
                           PERFORM 190-SELECCIONAR-CUOTA
                           IF w-seleccionada = 1
                               PERFORM 310-EVALUAR-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 320-ESCRIBIR-GRUPO.

       310-EVALUAR-CARGO.
           IF crg-socio = w-grupo-socio
               AND crg-periodo = w-grupo-periodo
               ADD crg-importe TO w-grupo-importe
           ELSE
               MOVE crg-socio TO cuo-codigo
               PERFORM 210-BUSCAR-ADHERIDO
               IF w-adherido = 1
                   MOVE crg-periodo TO cuo-periodo
                   MOVE 0 TO w-cuota-pendiente
                   READ CUOTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF cuo-estado = "P"
                               MOVE 1 TO w-cuota-pendiente
                           END-IF
                   END-READ
                   IF w-cuota-pendiente = 0
                       MOVE crg-socio TO w-ctl-socio
                       MOVE crg-periodo TO w-ctl-periodo
                       PERFORM 180-CONTROLAR-REINTENTO
                   END-IF
                   IF w-cuota-pendiente = 0 AND w-presentable = 1
                       PERFORM 320-ESCRIBIR-GRUPO
                       MOVE crg-socio TO w-grupo-socio
                       MOVE crg-periodo TO w-grupo-periodo
                       MOVE crg-importe TO w-grupo-importe
                       MOVE w-cbu-socio TO w-grupo-cbu
                   END-IF
               END-IF
           END-IF.

       320-ESCRIBIR-GRUPO.
           IF w-grupo-importe > 0
               MOVE w-grupo-cbu TO pre-cbu
               MOVE w-grupo-socio TO pre-socio
               MOVE w-grupo-periodo TO pre-periodo
               COMPUTE pre-importe = w-grupo-importe * 100
               MOVE pre-detalle TO pre-linea
               WRITE pre-linea
               ADD 1 TO w-cant-presentadas
               ADD 1 TO w-cant-solo-cargos
               ADD w-grupo-importe TO w-total-presentado
           END-IF.
           MOVE 0 TO w-grupo-socio.
           MOVE 0 TO w-grupo-periodo.
           MOVE 0 TO w-grupo-importe.

       END PROGRAM YOUR-PROGRAM-NAME.
