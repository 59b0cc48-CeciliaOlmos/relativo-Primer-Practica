               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-journal.==.
           COPY "C-Cargos.cpy"
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS crg-clave.==
                      BY ==RECORD KEY IS crg-clave
                            FILE STATUS IS w-status-cargos.==.
           COPY "C-Activ.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-actividades.==.
           COPY "C-Inscr.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-inscripciones.==.
           COPY "C-Tarifas.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-tarifas.==.
           COPY "C-Antic.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-anticipos.==.
           COPY "C-Exenc.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-exenciones.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           COPY "C-CuoHis.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-historico.==.
           COPY "C-Recarg.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-recargos.==.
           COPY "C-Condon.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-condonaciones.==.
       DATA DIVISION.
       FILE SECTION.
       COPY "CopiFd.cpy".
           COPY "CopiFdLoc.cpy".
           COPY "CopiFdAnu.cpy".
           COPY "CopiFdJrn.cpy".
           COPY "CopiFdCrg.cpy".
           COPY "CopiFdAct.cpy".
           COPY "CopiFdIns.cpy".
           COPY "CopiFdTar.cpy".
           COPY "CopiFdAnt.cpy".
           COPY "CopiFdExe.cpy".
           COPY "CopiFdPar.cpy".
           COPY "CopiFdCuh.cpy".
           COPY "CopiFdRcg.cpy".
           COPY "CopiFdCnd.cpy".

       WORKING-STORAGE SECTION.
           COPY "C-Geom.cpy".
               10  cv-estado         pic X.
               10  cv-operador       pic X(4).
               10  cv-fecha-estado   pic 9(8).
       77  w-status-cargos pic XX value "00".
       77  w-status-actividades pic XX value "00".
       77  w-status-inscripciones pic XX value "00".
       77  w-fin-cargos pic 9 value 0.
           88 fin-cargos value 1.
       77  w-act-opcion pic 9 value 0.
       01  w-act-codigo pic 9(3).
       01  w-act-nombre pic X(20).
       01  w-act-arancel pic 9(6)V99.
       77  w-act-pos pic 9(3) value 0.
       77  w-act-desborde pic 9 value 0.
       77  w-ins-pos pic 9(4) value 0.
       77  w-ins-idx pic 9(4) value 0.
       77  w-ins-desborde pic 9 value 0.
       77  w-cant-ins-socio pic 9(3) value 0.
       01  w-confirma-cargo pic X.
       01  tabla-actividades.
           05  w-cant-actividades pic 9(3) value 0.
           05  ta-act OCCURS 100 TIMES.
               10  ta-codigo   pic 9(3).
               10  ta-nombre   pic X(20).
               10  ta-arancel  pic 9(6)V99.
               10  ta-estado   pic X.
       01  tabla-inscripciones.
           05  w-cant-inscripciones pic 9(4) value 0.
           05  ti-ins OCCURS 1000 TIMES.
               10  ti-socio       pic 9(4).
               10  ti-actividad   pic 9(3).
               10  ti-fecha-alta  pic 9(8).
               10  ti-fecha-baja  pic 9(8).
               10  ti-estado      pic X.
       77  w-status-tarifas pic XX value "00".
       77  w-status-anticipos pic XX value "00".
       77  sen-tarifas pic 9 value 0.
       77  w-anu-hallada pic 9 value 0.
       77  w-anu-sin-tarifa pic 9 value 0.
       77  w-anu-mes pic 9(2) value 0.
       77  w-anu-idx pic 9(2) value 0.
       77  w-anu-cant-adh pic 9(2) value 0.
       01  w-anu-anio pic 9(4).
       01  w-anu-periodo-hoy pic 9(6).
       01  w-anu-periodo pic 9(6).
       01  w-anu-mejor pic 9(6).
       01  w-anu-categoria pic X.
       01  w-anu-tarifa pic 9(6)V99.
       01  w-anu-desc pic 9(2).
       01  w-anu-bonif-tarifa pic 9(2).
       01  w-anu-bonif pic 9(2).
       01  w-anu-parte pic 9(6)V99.
       01  w-anu-lista pic 9(6)V99.
       01  w-anu-total pic 9(6)V99.
       01  w-anu-socio-exe pic 9(4).
       01  w-anu-exento pic 9(6)V99.
       77  w-anu-grabadas pic 9(2) value 0.
       01  w-anu-desde pic 9(6).
       01  w-anu-hasta pic 9(6).
       01  w-confirma-anual pic X.
       01  tabla-faltantes.
           05  w-anu-cant pic 9(2) value 0.
           05  af-periodo OCCURS 12 TIMES.
               10  af-codigo   pic 9(6).
               10  af-lista    pic 9(6)V99.
               10  af-importe  pic 9(6)V99.
       01  tabla-adherentes.
           05  ad-adherente OCCURS 50 TIMES.
               10  ad-codigo    pic 9(4).
               10  ad-categoria pic X.
       01  tabla-tarifas.
           05  w-cant-tarifas pic 9(3) value 0.
           05  tf-tarifa OCCURS 100 TIMES.
               10  tf-categoria  pic X.
               10  tf-periodo    pic 9(6).
               10  tf-importe    pic 9(6)V99.
               10  tf-desc-grupo pic 9(2).
               10  tf-bonif      pic 9(2).
       77  w-status-exenciones pic XX value "00".
       77  w-exe-opcion pic 9 value 0.
       77  w-exe-idx pic 9(3) value 0.
       77  w-exe-pos pic 9(3) value 0.
       77  w-exe-desborde pic 9 value 0.
       77  w-exe-superpuesta pic 9 value 0.
       77  w-cant-exe-socio pic 9(3) value 0.
       01  w-exe-porcentaje pic 9(3).
       01  w-exe-desde pic 9(6).
       01  w-exe-hasta pic 9(6).
       01  w-exe-resolucion pic X(10).
       01  w-exe-tipo pic X.
       01  w-exe-estado-texto pic X(10).
       01  w-confirma-exe pic X.
       01  tabla-exenciones.
           05  w-cant-exenciones pic 9(3) value 0.
           05  te-exe OCCURS 500 TIMES.
               10  te-socio        pic 9(4).
               10  te-porcentaje   pic 9(3).
               10  te-desde        pic 9(6).
               10  te-hasta        pic 9(6).
               10  te-resolucion   pic X(10).
               10  te-tipo         pic X.
               10  te-estado       pic X.
               10  te-fecha-alta   pic 9(8).
               10  te-operador     pic X(4).
               10  te-fecha-baja   pic 9(8).
           COPY "C-Cupon.cpy".
       77  w-status-parametros pic XX value "00".
       77  sen-parametros pic 9 value 0.
       77  w-dia-venc pic 9(2) value 0.
       01  w-red-ente pic 9(5) value 0.
       01  w-cup-periodo pic 9(6).
       01  w-cup-importe pic 9(6)V99.
       01  w-cup-fecha pic 9(8).
       01  w-cup-fecha-r REDEFINES w-cup-fecha.
           05  w-cup-aaaa pic 9(4).
           05  w-cup-mm   pic 9(2).
           05  w-cup-dd   pic 9(2).
       77  w-cup-pos pic 9(2) value 0.
      * Pendientes del estado de cuenta por periodo (cuota mas
      * aranceles) para emitir un cupon de pago por cada uno
       01  tabla-cupones.
           05  w-cant-cupones pic 9(2) value 0.
           05  cp-cupon OCCURS 60 TIMES.
               10  cp-periodo pic 9(6).
               10  cp-importe pic 9(6)V99.
               10  cp-cuota   pic 9(6)V99.
       77  w-status-historico pic XX value "00".
       77  sen-historico pic 9 value 0.
       01  w-con-historico pic X.
       77  w-cant-archivadas pic 9(4) value 0.
           COPY "C-Imagen.cpy".
       01  w-hlg-desde pic 9(8).
       01  w-hlg-hasta pic 9(8).
       01  w-hlg-hora pic 9(8).
       01  w-hlg-hora-r REDEFINES w-hlg-hora.
           05  w-hlg-hh pic 99.
           05  w-hlg-mm pic 99.
           05  w-hlg-ss pic 99.
           05  w-hlg-cc pic 99.
       77  w-hlg-cambios pic 9(4) value 0.
           COPY "C-Mora.cpy".
           COPY "C-Cbu.cpy".
       77  w-status-recargos pic XX value "00".
       77  w-status-condonaciones pic XX value "00".
       77  sen-recargos pic 9 value 0.
       77  sen-recibos pic 9 value 0.
       01  w-recargo-edit pic ZZZZZZZ9.99.
       01  w-tasa-edit pic Z9.99.
       01  w-cuota-recibo pic 9(6)V99.
       01  w-total-recargo pic 9(8)V99.
       01  w-total-hoy pic 9(8)V99.
       01  w-anu-recargo pic 9(6)V99.
       01  w-cnd-motivo pic X(40).
       01  w-confirma-cnd pic X.

      ******************************************************************
      ******************************************************************
           END-IF
           IF nivel-carga OR nivel-supervisor
               DISPLAY " 17- REINCORPORACION DE EX-SOCIO"
               DISPLAY " 18- ACTIVIDADES E INSCRIPCIONES"
               DISPLAY " 19- PAGO ANUAL ANTICIPADO"
           END-IF
           IF nivel-supervisor
               DISPLAY " 20- EXENCIONES Y BECAS DE CUOTA"
               DISPLAY " 21- HISTORIAL DE MODIFICACIONES DEL LEGAJO"
               DISPLAY " 22- CONDONACION DE RECARGO POR MORA"
           END-IF
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
      ******************************************************************
       220-VERIFICAR-AUTORIZACION.
           MOVE 0 TO w-opcion-permitida.
           IF w-llave-menu > 0 AND w-llave-menu < 23
               EVALUATE w-llave-menu
                   WHEN 2
                   WHEN 5
                   WHEN 11
                   WHEN 13
                   WHEN 17
                   WHEN 18
                   WHEN 19
                       IF nivel-carga OR nivel-supervisor
                           MOVE 1 TO w-opcion-permitida
                       END-IF
                                               PERFORM
                                                1900-ANULACION-PAGO
                                              ELSE
                                               EVALUATE w-llave-menu
                                                WHEN 17
                                                 PERFORM
                                                 2000-REINCORPORACION
                                                WHEN 18
                                                 PERFORM
                                                 2100-ACTIVIDADES
                                                WHEN 19
                                                 PERFORM
                                                 2200-PAGO-ANUAL
                                                WHEN 20
                                                 PERFORM
                                                 2300-EXENCIONES
                                                WHEN 21
                                                 PERFORM
                                                 2400-HISTORIAL-LEGAJO
                                                WHEN 22
                                                 PERFORM
                                                 2500-CONDONAR-RECARGO
                                               END-EVALUATE
                                              END-IF
                                             END-IF
                                            END-IF
       1110-REGISTRAR-PAGO.
           DISPLAY "Ingrese el periodo a pagar (AAAAMM)".
           ACCEPT w-periodo-pago.
           PERFORM 2510-CARGAR-RECARGOS.
           OPEN I-O CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No hay cuotas generadas (status "
               PERFORM 1130-MARCAR-PAGADA
               CLOSE CUOTAS
           END-IF.
           PERFORM 1170-COBRAR-CARGOS.

      ******************************************************************
      * Con el archivo indexado la cuota del mostrador se encuentra
                       " ya estaba pagada"
                   MOVE "ya pagada" TO w-log-resultado
               ELSE
                   MOVE cuo-codigo TO mo-socio
                   MOVE cuo-periodo TO mo-periodo
                   MOVE cuo-importe TO mo-importe
                   ACCEPT mo-fecha-pago FROM DATE YYYYMMDD
                   PERFORM 2520-CALCULAR-RECARGO
                   PERFORM 1135-MOSTRAR-RECARGO
                   MOVE "C" TO cuo-estado
                   ACCEPT cuo-fecha-pago FROM DATE YYYYMMDD
                   REWRITE cuo-reg
               END-IF
           END-IF.

      ******************************************************************
      * La cuota vencida se cobra con el recargo por mora a la fecha
      * del pago, que se informa aparte del importe de la cuota
      ******************************************************************
       1135-MOSTRAR-RECARGO.
           MOVE cuo-importe TO w-importe-edit.
           DISPLAY "Cuota del periodo " cuo-periodo "   $"
               w-importe-edit.
           IF mo-condonado = 1
               DISPLAY "Recargo por mora condonado por el supervisor"
           ELSE
               IF mo-recargo > 0
                   MOVE mo-recargo TO w-recargo-edit
                   MOVE mo-tasa TO w-tasa-edit
                   DISPLAY "Recargo por mora (vencio " mo-vence ", "
                       mo-meses " meses al " w-tasa-edit "%)   $"
                       w-recargo-edit
               END-IF
           END-IF.
           COMPUTE w-importe-pagar = cuo-importe + mo-recargo.
           MOVE w-importe-pagar TO w-importe-edit.
           DISPLAY "Total a cobrar                 $" w-importe-edit.

      ******************************************************************
      * Cada pago cobrado emite un recibo correlativo: se toma el
      * proximo numero del numerador persistente, se asienta el
           ACCEPT rec-hora FROM TIME.
           MOVE cuo-codigo TO rec-socio.
           MOVE cuo-periodo TO rec-periodo.
           COMPUTE rec-importe = cuo-importe + mo-recargo.
           MOVE w-oper-codigo TO rec-operador.
           MOVE "C" TO rec-tipo.
           MOVE 0 TO rec-actividad.
           MOVE mo-recargo TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           WRITE imp-linea.
           MOVE SPACES TO imp-linea.
           MOVE rec-importe TO w-importe-edit.
           IF rec-tipo = "A"
               STRING "| Anticipo anual " DELIMITED BY SIZE
                      w-anu-anio DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
               MOVE "|" TO imp-linea(40:1)
               WRITE imp-linea
               MOVE SPACES TO imp-linea
               STRING "| Periodos " DELIMITED BY SIZE
                      w-anu-desde DELIMITED BY SIZE
                      " a " DELIMITED BY SIZE
                      w-anu-hasta DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
               MOVE "|" TO imp-linea(40:1)
               WRITE imp-linea
               MOVE SPACES TO imp-linea
               STRING "| Bonif " DELIMITED BY SIZE
                      w-anu-bonif DELIMITED BY SIZE
                      "%  Total $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
           ELSE
           IF rec-tipo = "T"
               STRING "| Arancel " DELIMITED BY SIZE
                      w-act-nombre DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
               MOVE "|" TO imp-linea(40:1)
               WRITE imp-linea
               MOVE SPACES TO imp-linea
               STRING "| Periodo " DELIMITED BY SIZE
                      rec-periodo DELIMITED BY SIZE
                      "  $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
           ELSE
               COMPUTE w-cuota-recibo = rec-importe - rec-recargo
               MOVE w-cuota-recibo TO w-importe-edit
               STRING "| Cuota " DELIMITED BY SIZE
                      rec-periodo DELIMITED BY SIZE
                      "  $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
               MOVE "|" TO imp-linea(40:1)
               WRITE imp-linea
               MOVE SPACES TO imp-linea
               IF mo-condonado = 1
                   MOVE "| Recargo mora   CONDONADO" TO imp-linea
               ELSE
                   MOVE rec-recargo TO w-recargo-edit
                   STRING "| Recargo mora  $" DELIMITED BY SIZE
                          w-recargo-edit DELIMITED BY SIZE
                          INTO imp-linea
                   END-STRING
               END-IF
               MOVE "|" TO imp-linea(40:1)
               WRITE imp-linea
               MOVE SPACES TO imp-linea
               MOVE rec-importe TO w-importe-edit
               STRING "| Total         $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO imp-linea
               END-STRING
           END-IF
           END-IF.
           MOVE "|" TO imp-linea(40:1).
           WRITE imp-linea.
           MOVE SPACES TO imp-linea.
           WRITE imp-linea.
           CLOSE RECIBO-IMPRESO.

      ******************************************************************
      * Aranceles de actividades del periodo: cada cargo pendiente se
      * ofrece por separado y el que se cobra emite su propio recibo
      * de tipo T, para que tesoreria vea la recaudacion por actividad
      ******************************************************************
       1170-COBRAR-CARGOS.
           OPEN I-O CARGOS.
           IF w-status-cargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM 2110-CARGAR-ACTIVIDADES
               MOVE 0 TO w-fin-cargos
               MOVE w-soc-ant TO crg-socio
               MOVE w-periodo-pago TO crg-periodo
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
                           IF crg-socio NOT = w-soc-ant
                               OR crg-periodo NOT = w-periodo-pago
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               IF crg-estado = "P"
                                   PERFORM 1175-COBRAR-UN-CARGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS
           END-IF.

       1175-COBRAR-UN-CARGO.
           MOVE crg-actividad TO w-act-codigo.
           PERFORM 2115-BUSCAR-ACTIVIDAD.
           MOVE crg-importe TO w-importe-edit.
           DISPLAY "Arancel " w-act-nombre " periodo " crg-periodo
               " (inscripto " crg-practicante ")  $" w-importe-edit.
           DISPLAY "Cobra este arancel (S/N)?".
           ACCEPT w-confirma-cargo.
           IF w-confirma-cargo = "S" OR w-confirma-cargo = "s"
               MOVE "C" TO crg-estado
               ACCEPT crg-fecha-pago FROM DATE YYYYMMDD
               REWRITE crg-reg
               PERFORM 1180-EMITIR-RECIBO-CARGO
               IF w-log-resultado NOT = "pago registrado"
                   MOVE "arancel cobrado" TO w-log-resultado
               END-IF
           END-IF.

       1180-EMITIR-RECIBO-CARGO.
           PERFORM 1150-TOMAR-NUMERO.
           MOVE w-nro-recibo TO rec-numero.
           ACCEPT rec-fecha FROM DATE YYYYMMDD.
           ACCEPT rec-hora FROM TIME.
           MOVE crg-socio TO rec-socio.
           MOVE crg-periodo TO rec-periodo.
           MOVE crg-importe TO rec-importe.
           MOVE w-oper-codigo TO rec-operador.
           MOVE "T" TO rec-tipo.
           MOVE crg-actividad TO rec-actividad.
           MOVE 0 TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           WRITE rec-reg.
           CLOSE RECIBOS.
           PERFORM 1160-IMPRIMIR-RECIBO.
           DISPLAY "Recibo nro " w-nro-recibo " emitido en "
               w-nombre-recibo.

       1200-SUSPENSION.
           MOVE 8 TO w-log-opcion.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 990-REGISTRAR-LOG.

      ******************************************************************
      * El CBU tiene 22 digitos y los dos verificadores de sus bloques
      * tienen que dar bien; un CBU mal tipeado no se acepta
      ******************************************************************
       1410-PEDIR-CBU.
           MOVE SPACES TO w-cbu-ingresado.
           MOVE 0 TO cbu-valido.
           PERFORM UNTIL cbu-valido = 1
               DISPLAY "Ingrese el CBU de 22 digitos"
               ACCEPT w-cbu-ingresado
               MOVE w-cbu-ingresado TO cbu-numero
               PERFORM 1415-VALIDAR-CBU
               IF cbu-valido = 0
                   DISPLAY "CBU invalido: no tiene 22 digitos o no"
                       " verifican sus digitos de control"
               END-IF
           END-PERFORM.

       1415-VALIDAR-CBU.
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
      * Alta de convenio de pago: el supervisor acuerda con el socio
      * moroso pagar la deuda atrasada en cuotas mensuales; las
           MOVE w-importe-pagar TO rec-importe.
           MOVE w-oper-codigo TO rec-operador.
           MOVE "V" TO rec-tipo.
           MOVE 0 TO rec-actividad.
           MOVE 0 TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           ELSE
               PERFORM 620-MOSTRAR-SOCIO
               IF soc-rol-grupo = "D"
                   DISPLAY "La cuota del grupo familiar y los"
                       " aranceles se facturan al titular "
                       soc-titular "; pida el estado de cuenta del"
                       " titular"
               END-IF
               PERFORM 1710-LISTAR-CUOTAS
               MOVE "estado de cuenta" TO w-log-resultado

       1710-LISTAR-CUOTAS.
           MOVE 0 TO w-total-pendiente.
           MOVE 0 TO w-total-recargo.
           PERFORM 2510-CARGAR-RECARGOS.
           MOVE 0 TO w-cant-cuotas-lista.
           MOVE 0 TO w-cant-pendientes.
           MOVE 0 TO w-cant-cupones.
           DISPLAY "Imprime el estado de cuenta (S/N)?".
           ACCEPT w-imprime.
           IF w-imprime = "S" OR w-imprime = "s"
               PERFORM 1730-ABRIR-IMPRESION
           END-IF.
           DISPLAY "Incluye las cuotas archivadas (S/N)?".
           ACCEPT w-con-historico.
           IF w-con-historico = "S" OR w-con-historico = "s"
               PERFORM 1790-LISTAR-HISTORICO
           END-IF.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No hay cuotas generadas (status "
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           PERFORM 1750-LISTAR-CARGOS.
           IF w-cant-cuotas-lista = 0
               DISPLAY "El socio no tiene cuotas registradas"
           END-IF.
           DISPLAY "Cuotas listadas: " w-cant-cuotas-lista
               "  Pendientes: " w-cant-pendientes
               "  Deuda pendiente: $" w-importe-edit.
           IF w-total-recargo > 0
               MOVE w-total-recargo TO w-recargo-edit
               DISPLAY "Recargos por mora a hoy, aparte de la deuda: $"
                   w-recargo-edit
           END-IF.
           IF w-imprime = "S" OR w-imprime = "s"
               PERFORM 1740-CERRAR-IMPRESION
           END-IF.
                   MOVE "PENDIENTE" TO w-estado-texto
                   ADD cuo-importe TO w-total-pendiente
                   ADD 1 TO w-cant-pendientes
                   MOVE cuo-periodo TO w-cup-periodo
                   MOVE cuo-importe TO w-cup-importe
                   PERFORM 1725-ACUMULAR-CUPON
                   IF w-cup-pos NOT = 0
                       ADD cuo-importe TO cp-cuota(w-cup-pos)
                   END-IF
                   MOVE cuo-codigo TO mo-socio
                   MOVE cuo-periodo TO mo-periodo
                   MOVE cuo-importe TO mo-importe
                   ACCEPT mo-fecha-pago FROM DATE YYYYMMDD
                   PERFORM 2520-CALCULAR-RECARGO
                   ADD mo-recargo TO w-total-recargo
               WHEN "V"
                   MOVE "EN CONVENIO" TO w-estado-texto
               WHEN "C"
                      INTO w-linea-detalle
               END-STRING
           END-IF.
           IF cuo-estado = "P"
               IF mo-condonado = 1
                   MOVE "RECARGO CONDONADO" TO w-linea-detalle(48:17)
               ELSE
                   IF mo-recargo > 0
                       MOVE mo-recargo TO w-recargo-edit
                       MOVE "+ RECARGO $" TO w-linea-detalle(48:11)
                       MOVE w-recargo-edit TO w-linea-detalle(59:11)
                   END-IF
               END-IF
           END-IF.
           DISPLAY w-linea-detalle.
           IF w-imprime = "S" OR w-imprime = "s"
               MOVE w-linea-detalle TO est-linea
               WRITE est-linea
           END-IF.

      ******************************************************************
      * Cuota y aranceles pendientes de un mismo periodo se pagan con
      * un solo cupon, igual que viajan juntos en el debito automatico
      ******************************************************************
       1725-ACUMULAR-CUPON.
           MOVE 0 TO w-cup-pos.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-cupones
               IF cp-periodo(k) = w-cup-periodo
                   MOVE k TO w-cup-pos
               END-IF
           END-PERFORM.
           IF w-cup-pos = 0 AND w-cant-cupones < 60
               ADD 1 TO w-cant-cupones
               MOVE w-cant-cupones TO w-cup-pos
               MOVE w-cup-periodo TO cp-periodo(w-cup-pos)
               MOVE 0 TO cp-importe(w-cup-pos)
               MOVE 0 TO cp-cuota(w-cup-pos)
           END-IF.
           IF w-cup-pos NOT = 0
               ADD w-cup-importe TO cp-importe(w-cup-pos)
           END-IF.

      ******************************************************************
      * La hoja impresa sigue el formato de pagina del padron oficial
      ******************************************************************
                  INTO est-linea
           END-STRING.
           WRITE est-linea.
           IF w-total-recargo > 0
               MOVE SPACES TO est-linea
               MOVE w-total-recargo TO w-recargo-edit
               STRING "RECARGOS POR MORA AL " DELIMITED BY SIZE
                      w-log-fecha DELIMITED BY SIZE
                      ": $" DELIMITED BY SIZE
                      w-recargo-edit DELIMITED BY SIZE
                      INTO est-linea
               END-STRING
               WRITE est-linea
               MOVE SPACES TO est-linea
               COMPUTE w-total-hoy = w-total-pendiente
                   + w-total-recargo
               MOVE w-total-hoy TO w-importe-edit
               STRING "TOTAL A PAGAR AL " DELIMITED BY SIZE
                      w-log-fecha DELIMITED BY SIZE
                      ": $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO est-linea
               END-STRING
               WRITE est-linea
           END-IF.
           IF w-cant-cupones > 0
               PERFORM 1770-IMPRIMIR-CUPONES
           END-IF.
           CLOSE ESTADO-CUENTA.
           DISPLAY "Estado de cuenta impreso en " w-nombre-estado.

      ******************************************************************
      * Un cupon con codigo de barras por periodo pendiente para pagar
      * en la red de cobranza; el vencido se emite con el vencimiento
      * del mes en curso, o del siguiente si ese tambien paso. La
      * cuota vencida lleva el recargo por mora a la fecha en que
      * vence el cupon, que la red cobra hasta ese dia
      ******************************************************************
       1770-IMPRIMIR-CUPONES.
           PERFORM 1775-CARGAR-PARAMETROS.
           PERFORM VARYING w-cup-pos FROM 1 BY 1
               UNTIL w-cup-pos > w-cant-cupones
               MOVE w-red-ente TO cup-ente
               MOVE w-soc-ant TO cup-socio
               MOVE cp-periodo(w-cup-pos) TO cup-periodo
               PERFORM 1780-VENCIMIENTO-CUPON
               MOVE w-cup-fecha TO cup-vencimiento
               MOVE w-soc-ant TO mo-socio
               MOVE cp-periodo(w-cup-pos) TO mo-periodo
               MOVE cp-cuota(w-cup-pos) TO mo-importe
               MOVE w-cup-fecha TO mo-fecha-pago
               PERFORM 2520-CALCULAR-RECARGO
               COMPUTE w-cup-importe = cp-importe(w-cup-pos)
                   + mo-recargo
               COMPUTE cup-importe = w-cup-importe * 100
               PERFORM 1785-DIGITO-CUPON
               MOVE SPACES TO est-linea
               WRITE est-linea
               MOVE ALL "- " TO est-linea
               WRITE est-linea
               MOVE SPACES TO est-linea
               STRING "CUPON DE PAGO - RED DE COBRANZA   Socio "
                          DELIMITED BY SIZE
                      cup-socio DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      soc-nombre DELIMITED BY SIZE
                      INTO est-linea
               END-STRING
               WRITE est-linea
               MOVE SPACES TO est-linea
               MOVE w-cup-importe TO w-importe-edit
               STRING "Periodo " DELIMITED BY SIZE
                      cup-periodo DELIMITED BY SIZE
                      "   Vence " DELIMITED BY SIZE
                      cup-vencimiento DELIMITED BY SIZE
                      "   Importe $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO est-linea
               END-STRING
               WRITE est-linea
               IF mo-recargo > 0
                   MOVE SPACES TO est-linea
                   MOVE cp-importe(w-cup-pos) TO w-importe-edit
                   MOVE mo-recargo TO w-recargo-edit
                   STRING "Cuota y aranceles $" DELIMITED BY SIZE
                          w-importe-edit DELIMITED BY SIZE
                          "   Recargo por mora $" DELIMITED BY SIZE
                          w-recargo-edit DELIMITED BY SIZE
                          INTO est-linea
                   END-STRING
                   WRITE est-linea
               END-IF
               MOVE SPACES TO est-linea
               STRING "*" DELIMITED BY SIZE
                      cup-codigo DELIMITED BY SIZE
                      "*" DELIMITED BY SIZE
                      INTO est-linea
               END-STRING
               WRITE est-linea
           END-PERFORM.

       1775-CARGAR-PARAMETROS.
           MOVE 0 TO sen-parametros.
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
                               WHEN "CUO-DIA-VENC"
                                   MOVE prm-valor TO w-dia-venc
                               WHEN "RED-ENTE"
                                   MOVE prm-valor TO w-red-ente
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-dia-venc = 0 OR w-dia-venc > 28
               MOVE 10 TO w-dia-venc
           END-IF.

       1780-VENCIMIENTO-CUPON.
           COMPUTE w-cup-fecha = cup-periodo * 100 + w-dia-venc.
           IF w-cup-fecha < w-log-fecha
               MOVE w-log-fecha TO w-cup-fecha
               MOVE w-dia-venc TO w-cup-dd
               IF w-cup-fecha < w-log-fecha
                   IF w-cup-mm = 12
                       ADD 1 TO w-cup-aaaa
                       MOVE 1 TO w-cup-mm
                   ELSE
                       ADD 1 TO w-cup-mm
                   END-IF
               END-IF
           END-IF.

       1785-DIGITO-CUPON.
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
      * Los aranceles de actividades a cargo del socio se listan a
      * continuacion de las cuotas y suman a la deuda pendiente
      ******************************************************************
       1750-LISTAR-CARGOS.
           OPEN INPUT CARGOS.
           IF w-status-cargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM 2110-CARGAR-ACTIVIDADES
               MOVE 0 TO w-fin-cargos
               MOVE w-soc-ant TO crg-socio
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
                           IF crg-socio NOT = w-soc-ant
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               PERFORM 1760-MOSTRAR-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS
           END-IF.

       1760-MOSTRAR-CARGO.
           ADD 1 TO w-cant-cuotas-lista.
           IF crg-estado = "P"
               MOVE "PENDIENTE" TO w-estado-texto
               ADD crg-importe TO w-total-pendiente
               ADD 1 TO w-cant-pendientes
               MOVE crg-periodo TO w-cup-periodo
               MOVE crg-importe TO w-cup-importe
               PERFORM 1725-ACUMULAR-CUPON
           ELSE
               MOVE "COBRADO" TO w-estado-texto
           END-IF.
           MOVE crg-actividad TO w-act-codigo.
           PERFORM 2115-BUSCAR-ACTIVIDAD.
           MOVE SPACES TO w-linea-detalle.
           MOVE crg-importe TO w-importe-edit.
           STRING "  Periodo " DELIMITED BY SIZE
                  crg-periodo DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  w-estado-texto DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  w-act-nombre DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  crg-practicante DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO w-linea-detalle
           END-STRING.
           DISPLAY w-linea-detalle.
           IF w-imprime = "S" OR w-imprime = "s"
               MOVE w-linea-detalle TO est-linea
               WRITE est-linea
           END-IF.

      ******************************************************************
      * Las cuotas cobradas de periodos anteriores al corte de la
      * depuracion estan en el historico; se listan antes que las del
      * indexado porque son siempre mas antiguas y no suman deuda
      ******************************************************************
       1790-LISTAR-HISTORICO.
           MOVE 0 TO w-cant-archivadas.
           MOVE 0 TO sen-historico.
           OPEN INPUT CUOTAS-HISTORICO.
           IF w-status-historico NOT = "00"
               DISPLAY "No hay cuotas archivadas en el historico"
           ELSE
               PERFORM UNTIL sen-historico = 1
                   READ CUOTAS-HISTORICO
                       AT END
                           MOVE 1 TO sen-historico
                       NOT AT END
                           IF cuh-codigo = w-soc-ant
                               PERFORM 1795-MOSTRAR-ARCHIVADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-HISTORICO
               IF w-cant-archivadas = 0
                   DISPLAY "El socio no tiene cuotas archivadas"
               END-IF
           END-IF.

       1795-MOSTRAR-ARCHIVADA.
           ADD 1 TO w-cant-archivadas.
           ADD 1 TO w-cant-cuotas-lista.
           MOVE SPACES TO w-linea-detalle.
           MOVE cuh-importe TO w-importe-edit.
           STRING "  Periodo " DELIMITED BY SIZE
                  cuh-periodo DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  "  COBRADA el " DELIMITED BY SIZE
                  cuh-fecha-pago DELIMITED BY SIZE
                  " (ARCHIVADA)" DELIMITED BY SIZE
                  INTO w-linea-detalle
           END-STRING.
           DISPLAY w-linea-detalle.
           IF w-imprime = "S" OR w-imprime = "s"
               MOVE w-linea-detalle TO est-linea
               WRITE est-linea
           END-IF.

      ******************************************************************
      * La suspension del titular arrastra a sus adherentes: se
      * recorre toda la tabla buscando los socios cuyo titular es el
                       " no esta cobrada, no hay pago que anular"
                   MOVE "sin pago" TO w-log-resultado
               ELSE
                   PERFORM 1915-BUSCAR-RECARGO-COBRADO
                   MOVE cuo-importe TO w-importe-edit
                   DISPLAY "Pago del " cuo-fecha-pago " por $"
                       w-importe-edit
                   IF w-anu-recargo > 0
                       MOVE w-anu-recargo TO w-recargo-edit
                       DISPLAY "mas recargo por mora cobrado $"
                           w-recargo-edit
                   END-IF
                   MOVE SPACES TO w-anu-motivo
                   PERFORM UNTIL w-anu-motivo NOT = SPACES
                       DISPLAY "Motivo de la anulacion"
               END-IF
           END-IF.

      ******************************************************************
      * El recargo por mora que se cobro con la cuota sale de su
      * recibo y se devuelve junto con ella
      ******************************************************************
       1915-BUSCAR-RECARGO-COBRADO.
           MOVE 0 TO w-anu-recargo.
           MOVE 0 TO sen-recibos.
           OPEN INPUT RECIBOS.
           IF w-status-recibos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-recibos = 1
                   READ RECIBOS
                       AT END
                           MOVE 1 TO sen-recibos
                       NOT AT END
                           IF rec-socio = cuo-codigo
                               AND rec-periodo = cuo-periodo
                               AND rec-fecha = cuo-fecha-pago
                               AND rec-tipo NOT = "T"
                               AND rec-tipo NOT = "V"
                               AND rec-tipo NOT = "A"
                               IF rec-recargo NUMERIC
                                   MOVE rec-recargo TO w-anu-recargo
                               ELSE
                                   MOVE 0 TO w-anu-recargo
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.

       1920-GRABAR-CONTRAASIENTO.
           ACCEPT anu-fecha FROM DATE YYYYMMDD.
           ACCEPT anu-hora FROM TIME.
           MOVE cuo-codigo TO anu-socio.
           MOVE cuo-periodo TO anu-periodo.
           COMPUTE anu-importe = cuo-importe + w-anu-recargo.
           MOVE w-anu-recargo TO anu-recargo.
           MOVE cuo-fecha-pago TO anu-fecha-pago.
           MOVE w-anu-motivo TO anu-motivo.
           MOVE w-oper-codigo TO anu-supervisor.
           END-PERFORM.
           CLOSE BAJAS-HISTORICAS.

      ******************************************************************
      * Actividades y disciplinas: el mostrador inscribe y da de baja
      * socios en las actividades del catalogo; el alta, modificacion
      * de arancel y baja de actividades del catalogo quedan para el
      * supervisor. Ambos archivos son secuenciales y se reescriben
      * completos, como los convenios
      ******************************************************************
       2100-ACTIVIDADES.
           MOVE 18 TO w-log-opcion.
           MOVE 0 TO w-soc-ant.
           MOVE "sin cambios" TO w-log-resultado.
           PERFORM 2110-CARGAR-ACTIVIDADES.
           DISPLAY "  1- INSCRIBIR SOCIO EN UNA ACTIVIDAD".
           DISPLAY "  2- BAJA DE UNA INSCRIPCION".
           DISPLAY "  3- ACTIVIDADES DE UN SOCIO".
           DISPLAY "  4- CATALOGO DE ACTIVIDADES".
           IF nivel-supervisor
               DISPLAY "  5- ALTA O MODIFICACION DE ACTIVIDAD"
               DISPLAY "  6- BAJA DE ACTIVIDAD DEL CATALOGO"
           END-IF.
           ACCEPT w-act-opcion.
           EVALUATE w-act-opcion
               WHEN 1
                   PERFORM 2130-INSCRIBIR
               WHEN 2
                   PERFORM 2140-BAJA-INSCRIPCION
               WHEN 3
                   PERFORM 2150-LISTAR-INSCRIPCIONES
               WHEN 4
                   PERFORM 2160-LISTAR-CATALOGO
               WHEN 5
               WHEN 6
                   IF nivel-supervisor
                       IF w-act-opcion = 5
                           PERFORM 2170-ACTUALIZAR-ACTIVIDAD
                       ELSE
                           PERFORM 2180-BAJA-ACTIVIDAD
                       END-IF
                   ELSE
                       DISPLAY "Opcion reservada al supervisor"
                       MOVE "requiere supervisor" TO w-log-resultado
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcion incorrecta"
           END-EVALUATE.
           PERFORM 990-REGISTRAR-LOG.

       2110-CARGAR-ACTIVIDADES.
           MOVE 0 TO w-cant-actividades.
           MOVE 0 TO w-act-desborde.
           MOVE 0 TO sen.
           OPEN INPUT ACTIVIDADES.
           IF w-status-actividades NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL fin-de-archivo
                   READ ACTIVIDADES
                       AT END
                           MOVE 1 TO sen
                       NOT AT END
                           IF w-cant-actividades < 100
                               ADD 1 TO w-cant-actividades
                               MOVE act-codigo
                                   TO ta-codigo(w-cant-actividades)
                               MOVE act-nombre
                                   TO ta-nombre(w-cant-actividades)
                               MOVE act-arancel
                                   TO ta-arancel(w-cant-actividades)
                               MOVE act-estado
                                   TO ta-estado(w-cant-actividades)
                           ELSE
                               MOVE 1 TO w-act-desborde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVIDADES
               MOVE 0 TO sen
           END-IF.

      * Deja en w-act-pos la actividad w-act-codigo del catalogo y su
      * nombre en w-act-nombre
       2115-BUSCAR-ACTIVIDAD.
           MOVE 0 TO w-act-pos.
           MOVE SPACES TO w-act-nombre.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-actividades
               IF ta-codigo(k) = w-act-codigo
                   MOVE k TO w-act-pos
                   MOVE ta-nombre(k) TO w-act-nombre
               END-IF
           END-PERFORM.
           IF w-act-pos = 0
               STRING "ACTIVIDAD " DELIMITED BY SIZE
                      w-act-codigo DELIMITED BY SIZE
                      INTO w-act-nombre
               END-STRING
           END-IF.

       2120-CARGAR-INSCRIPCIONES.
           MOVE 0 TO w-cant-inscripciones.
           MOVE 0 TO w-ins-desborde.
           MOVE 0 TO sen.
           OPEN INPUT INSCRIPCIONES.
           IF w-status-inscripciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL fin-de-archivo
                   READ INSCRIPCIONES
                       AT END
                           MOVE 1 TO sen
                       NOT AT END
                           IF w-cant-inscripciones < 1000
                               ADD 1 TO w-cant-inscripciones
                               MOVE ins-socio
                                   TO ti-socio(w-cant-inscripciones)
                               MOVE ins-actividad
                                   TO ti-actividad(w-cant-inscripciones)
                               MOVE ins-fecha-alta
                                 TO ti-fecha-alta(w-cant-inscripciones)
                               MOVE ins-fecha-baja
                                 TO ti-fecha-baja(w-cant-inscripciones)
                               MOVE ins-estado
                                   TO ti-estado(w-cant-inscripciones)
                           ELSE
                               MOVE 1 TO w-ins-desborde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
               MOVE 0 TO sen
           END-IF.

      * Deja en w-ins-pos la inscripcion vigente del socio w-soc-ant
      * en la actividad w-act-codigo, o 0 si no esta inscripto
       2125-BUSCAR-INSCRIPCION.
           MOVE 0 TO w-ins-pos.
           PERFORM VARYING w-ins-idx FROM 1 BY 1
               UNTIL w-ins-idx > w-cant-inscripciones
               IF ti-socio(w-ins-idx) = w-soc-ant
                   AND ti-actividad(w-ins-idx) = w-act-codigo
                   AND ti-estado(w-ins-idx) = "A"
                   MOVE w-ins-idx TO w-ins-pos
               END-IF
           END-PERFORM.

       2130-INSCRIBIR.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 1210-BUSCAR-PARA-ESTADO.
           IF w-soc-ant NOT = soc-codigo
               DISPLAY "El codigo ingresado no se encuentra"
               MOVE "no encontrado" TO w-log-resultado
           ELSE
               IF soc-estado = "S"
                   DISPLAY "El socio esta suspendido, no se inscribe"
                   MOVE "socio suspendido" TO w-log-resultado
               ELSE
                   PERFORM 2120-CARGAR-INSCRIPCIONES
                   PERFORM 2160-LISTAR-CATALOGO
                   DISPLAY "Codigo de la actividad"
                   ACCEPT w-act-codigo
                   PERFORM 2115-BUSCAR-ACTIVIDAD
                   PERFORM 2125-BUSCAR-INSCRIPCION
                   IF w-act-pos = 0
                       DISPLAY "La actividad no existe en el catalogo"
                   ELSE
                       IF ta-estado(w-act-pos) = "B"
                           DISPLAY "La actividad esta dada de baja"
                       ELSE
                           IF w-ins-pos NOT = 0
                               DISPLAY "El socio ya esta inscripto en "
                                   w-act-nombre
                           ELSE
                               PERFORM 2135-AGREGAR-INSCRIPCION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2135-AGREGAR-INSCRIPCION.
           IF w-ins-desborde = 1 OR w-cant-inscripciones >= 1000
               DISPLAY "El archivo de inscripciones supera la"
                   " capacidad de trabajo; depure inscripciones.dat"
               MOVE "sin lugar" TO w-log-resultado
           ELSE
               ADD 1 TO w-cant-inscripciones
               MOVE w-soc-ant TO ti-socio(w-cant-inscripciones)
               MOVE w-act-codigo TO ti-actividad(w-cant-inscripciones)
               ACCEPT ti-fecha-alta(w-cant-inscripciones)
                   FROM DATE YYYYMMDD
               MOVE 0 TO ti-fecha-baja(w-cant-inscripciones)
               MOVE "A" TO ti-estado(w-cant-inscripciones)
               PERFORM 2190-REGRABAR-INSCRIPCIONES
               DISPLAY "Socio " w-soc-ant " inscripto en "
                   w-act-nombre "; el arancel se factura desde este"
                   " periodo"
               MOVE "inscripto" TO w-log-resultado
           END-IF.

       2140-BAJA-INSCRIPCION.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 2120-CARGAR-INSCRIPCIONES.
           PERFORM 2155-MOSTRAR-INSCRIPCIONES.
           IF w-cant-ins-socio = 0
               MOVE "sin inscripciones" TO w-log-resultado
           ELSE
               DISPLAY "Codigo de la actividad a dar de baja"
               ACCEPT w-act-codigo
               PERFORM 2115-BUSCAR-ACTIVIDAD
               PERFORM 2125-BUSCAR-INSCRIPCION
               IF w-ins-pos = 0
                   DISPLAY "El socio no esta inscripto en esa"
                       " actividad"
               ELSE
                   IF w-ins-desborde = 1
                       DISPLAY "El archivo de inscripciones supera la"
                           " capacidad de trabajo; depure"
                           " inscripciones.dat"
                   ELSE
                       MOVE "B" TO ti-estado(w-ins-pos)
                       ACCEPT ti-fecha-baja(w-ins-pos)
                           FROM DATE YYYYMMDD
                       PERFORM 2190-REGRABAR-INSCRIPCIONES
                       DISPLAY "Baja de " w-act-nombre " registrada;"
                           " no se factura desde el proximo periodo"
                       MOVE "baja inscripcion" TO w-log-resultado
                   END-IF
               END-IF
           END-IF.

       2150-LISTAR-INSCRIPCIONES.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 2120-CARGAR-INSCRIPCIONES.
           PERFORM 2155-MOSTRAR-INSCRIPCIONES.
           MOVE "consulta" TO w-log-resultado.

       2155-MOSTRAR-INSCRIPCIONES.
           MOVE 0 TO w-cant-ins-socio.
           PERFORM VARYING w-ins-idx FROM 1 BY 1
               UNTIL w-ins-idx > w-cant-inscripciones
               IF ti-socio(w-ins-idx) = w-soc-ant
                   ADD 1 TO w-cant-ins-socio
                   MOVE ti-actividad(w-ins-idx) TO w-act-codigo
                   PERFORM 2115-BUSCAR-ACTIVIDAD
                   IF ti-estado(w-ins-idx) = "A"
                       DISPLAY "  " w-act-codigo " " w-act-nombre
                           " desde " ti-fecha-alta(w-ins-idx)
                           " INSCRIPTO"
                   ELSE
                       DISPLAY "  " w-act-codigo " " w-act-nombre
                           " desde " ti-fecha-alta(w-ins-idx)
                           " hasta " ti-fecha-baja(w-ins-idx)
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-ins-socio = 0
               DISPLAY "El socio " w-soc-ant " no tiene inscripciones"
           END-IF.

       2160-LISTAR-CATALOGO.
           IF w-cant-actividades = 0
               DISPLAY "El catalogo de actividades esta vacio"
           END-IF.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-actividades
               MOVE ta-arancel(k) TO w-importe-edit
               IF ta-estado(k) = "B"
                   DISPLAY "  " ta-codigo(k) " " ta-nombre(k) " $"
                       w-importe-edit " (DE BAJA)"
               ELSE
                   DISPLAY "  " ta-codigo(k) " " ta-nombre(k) " $"
                       w-importe-edit
               END-IF
           END-PERFORM.

      ******************************************************************
      * El arancel nuevo rige para los cargos que se generen desde el
      * proximo periodo; los ya generados conservan su importe
      ******************************************************************
       2170-ACTUALIZAR-ACTIVIDAD.
           PERFORM 2160-LISTAR-CATALOGO.
           DISPLAY "Codigo de la actividad (001 a 999)".
           ACCEPT w-act-codigo.
           IF w-act-codigo = 0
               DISPLAY "Codigo invalido"
           ELSE
               PERFORM 2115-BUSCAR-ACTIVIDAD
               IF w-act-pos = 0
                   IF w-act-desborde = 1 OR w-cant-actividades >= 100
                       DISPLAY "El catalogo esta completo"
                   ELSE
                       MOVE SPACES TO w-act-nombre
                       PERFORM UNTIL w-act-nombre NOT = SPACES
                           DISPLAY "Nombre de la actividad"
                           ACCEPT w-act-nombre
                       END-PERFORM
                       ADD 1 TO w-cant-actividades
                       MOVE w-cant-actividades TO w-act-pos
                       MOVE w-act-codigo TO ta-codigo(w-act-pos)
                       MOVE w-act-nombre TO ta-nombre(w-act-pos)
                       PERFORM 2175-PEDIR-ARANCEL
                   END-IF
               ELSE
                   DISPLAY "Actividad " w-act-nombre
                   PERFORM 2175-PEDIR-ARANCEL
               END-IF
           END-IF.

       2175-PEDIR-ARANCEL.
           DISPLAY "Arancel mensual (sin coma, ultimos dos digitos"
               " centavos)".
           ACCEPT w-act-arancel.
           MOVE w-act-arancel TO ta-arancel(w-act-pos).
           MOVE "A" TO ta-estado(w-act-pos).
           PERFORM 2195-REGRABAR-ACTIVIDADES.
           MOVE w-act-arancel TO w-importe-edit.
           DISPLAY "Actividad " ta-codigo(w-act-pos) " "
               ta-nombre(w-act-pos) " con arancel $" w-importe-edit.
           MOVE "catalogo actualizado" TO w-log-resultado.

       2180-BAJA-ACTIVIDAD.
           PERFORM 2160-LISTAR-CATALOGO.
           DISPLAY "Codigo de la actividad a dar de baja".
           ACCEPT w-act-codigo.
           PERFORM 2115-BUSCAR-ACTIVIDAD.
           IF w-act-pos = 0
               DISPLAY "La actividad no existe en el catalogo"
           ELSE
               MOVE "B" TO ta-estado(w-act-pos)
               PERFORM 2195-REGRABAR-ACTIVIDADES
               DISPLAY "Actividad " w-act-nombre " dada de baja; deja"
                   " de facturarse desde el proximo periodo"
               MOVE "actividad de baja" TO w-log-resultado
           END-IF.

       2190-REGRABAR-INSCRIPCIONES.
           OPEN OUTPUT INSCRIPCIONES.
           PERFORM VARYING w-ins-idx FROM 1 BY 1
               UNTIL w-ins-idx > w-cant-inscripciones
               MOVE ti-socio(w-ins-idx) TO ins-socio
               MOVE ti-actividad(w-ins-idx) TO ins-actividad
               MOVE ti-fecha-alta(w-ins-idx) TO ins-fecha-alta
               MOVE ti-fecha-baja(w-ins-idx) TO ins-fecha-baja
               MOVE ti-estado(w-ins-idx) TO ins-estado
               WRITE ins-reg
           END-PERFORM.
           CLOSE INSCRIPCIONES.

      * Con el catalogo desbordado no se regraba para no perder las
      * actividades que no entraron en la tabla
       2195-REGRABAR-ACTIVIDADES.
           IF w-act-desborde = 1
               DISPLAY "AVISO: cambio del catalogo NO guardado,"
                   " depure actividades.dat"
           ELSE
               OPEN OUTPUT ACTIVIDADES
               PERFORM VARYING k FROM 1 BY 1
                   UNTIL k > w-cant-actividades
                   MOVE ta-codigo(k) TO act-codigo
                   MOVE ta-nombre(k) TO act-nombre
                   MOVE ta-arancel(k) TO act-arancel
                   MOVE ta-estado(k) TO act-estado
                   WRITE act-reg
               END-PERFORM
               CLOSE ACTIVIDADES
           END-IF.

      ******************************************************************
      * Pago anual anticipado: crea ya cobradas las cuotas de los
      * periodos del anio que todavia no se generaron, al valor de
      * tarifas.dat menos la bonificacion anual de la comision, y
      * las cobra con un unico recibo de tipo A. El grupo familiar
      * se valoriza como en la generacion mensual: el titular paga
      * su tarifa mas la parte con descuento de cada adherente, y
      * cada integrante con exencion activa exime su parte
      ******************************************************************
       2200-PAGO-ANUAL.
           MOVE 19 TO w-log-opcion.
           MOVE "sin anticipo" TO w-log-resultado.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 1210-BUSCAR-PARA-ESTADO.
           IF w-soc-ant NOT = soc-codigo
               DISPLAY "El codigo ingresado no se encuentra"
               MOVE "no encontrado" TO w-log-resultado
           ELSE
               PERFORM 620-MOSTRAR-SOCIO
               IF soc-estado = "S"
                   DISPLAY "El socio esta suspendido, no puede"
                       " anticipar cuotas"
                   MOVE "suspendido" TO w-log-resultado
               ELSE
               IF soc-rol-grupo = "D"
                   DISPLAY "La cuota del grupo familiar se factura al"
                       " titular " soc-titular "; el anticipo lo"
                       " paga el titular"
                   MOVE "adherente" TO w-log-resultado
               ELSE
                   MOVE soc-categoria TO w-anu-categoria
                   PERFORM 2210-CARGAR-TARIFAS
                   IF w-cant-tarifas = 0
                       DISPLAY "No hay tabla de tarifas, no se puede"
                           " valorizar el anticipo"
                       MOVE "sin tarifas" TO w-log-resultado
                   ELSE
                       PERFORM 2310-CARGAR-EXENCIONES
                       PERFORM 2220-RELEVAR-ADHERENTES
                       PERFORM 2230-ANTICIPAR
                   END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 990-REGISTRAR-LOG.

       2210-CARGAR-TARIFAS.
           MOVE 0 TO w-cant-tarifas.
           MOVE 0 TO sen-tarifas.
           OPEN INPUT TARIFAS.
           IF w-status-tarifas NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-tarifas = 1
                   READ TARIFAS
                       AT END
                           MOVE 1 TO sen-tarifas
                       NOT AT END
                           IF w-cant-tarifas < 100
                               ADD 1 TO w-cant-tarifas
                               MOVE tar-categoria
                                   TO tf-categoria(w-cant-tarifas)
                               MOVE tar-periodo
                                   TO tf-periodo(w-cant-tarifas)
                               MOVE tar-importe
                                   TO tf-importe(w-cant-tarifas)
                               MOVE tar-desc-grupo
                                   TO tf-desc-grupo(w-cant-tarifas)
                               IF tar-bonif-anual NUMERIC
                                   MOVE tar-bonif-anual
                                       TO tf-bonif(w-cant-tarifas)
                               ELSE
                                   MOVE 0 TO tf-bonif(w-cant-tarifas)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

      ******************************************************************
      * Rige la tarifa de la categoria con el periodo mas alto que no
      * supere w-anu-periodo, igual que en la generacion de cuotas
      ******************************************************************
       2215-BUSCAR-TARIFA.
           MOVE 0 TO w-anu-hallada.
           MOVE 0 TO w-anu-mejor.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-tarifas
               IF tf-categoria(k) = w-anu-categoria
                   AND tf-periodo(k) NOT > w-anu-periodo
                   AND tf-periodo(k) NOT < w-anu-mejor
                   MOVE tf-periodo(k) TO w-anu-mejor
                   MOVE tf-importe(k) TO w-anu-tarifa
                   MOVE tf-desc-grupo(k) TO w-anu-desc
                   MOVE tf-bonif(k) TO w-anu-bonif-tarifa
                   MOVE 1 TO w-anu-hallada
               END-IF
           END-PERFORM.

      ******************************************************************
      * Releva la categoria de los adherentes activos del grupo; al
      * recorrer el archivo se pierde el registro del titular, que se
      * vuelve a leer al final
      ******************************************************************
       2220-RELEVAR-ADHERENTES.
           MOVE 0 TO w-anu-cant-adh.
           IF soc-rol-grupo = "T"
               PERFORM VARYING w-pos-explora FROM 1 BY 1
                   UNTIL w-pos-explora > geo-ult-posicion
                   MOVE w-pos-explora TO rel-nro
                   PERFORM 430-LEER-SOCIO
                   IF soc-codigo NOT = 0
                       AND soc-rol-grupo = "D"
                       AND soc-titular = w-soc-ant
                       AND soc-estado NOT = "S"
                       AND w-anu-cant-adh < 50
                       ADD 1 TO w-anu-cant-adh
                       MOVE soc-codigo
                           TO ad-codigo(w-anu-cant-adh)
                       MOVE soc-categoria
                           TO ad-categoria(w-anu-cant-adh)
                   END-IF
               END-PERFORM
               PERFORM 1210-BUSCAR-PARA-ESTADO
           END-IF.

       2230-ANTICIPAR.
           ACCEPT w-fecha-trabajo FROM DATE YYYYMMDD.
           DIVIDE w-fecha-trabajo BY 100 GIVING w-anu-periodo-hoy.
           DIVIDE w-anu-periodo-hoy BY 100 GIVING w-anu-anio
               REMAINDER w-anu-mes.
           MOVE w-anu-periodo-hoy TO w-anu-periodo.
           PERFORM 2215-BUSCAR-TARIFA.
           MOVE 0 TO w-anu-bonif.
           IF w-anu-hallada = 1
               MOVE w-anu-bonif-tarifa TO w-anu-bonif
           END-IF.
           OPEN I-O CUOTAS.
           IF w-status-cuotas = "35"
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas (status "
                   w-status-cuotas ")."
               MOVE "cuotas no disponible" TO w-log-resultado
           ELSE
               PERFORM 2240-RELEVAR-FALTANTES
               PERFORM 2235-CONFIRMAR-ANTICIPO
               CLOSE CUOTAS
           END-IF.

       2235-CONFIRMAR-ANTICIPO.
           IF w-anu-sin-tarifa = 1
               DISPLAY "Falta en tarifas.dat la tarifa de algun"
                   " periodo o categoria del grupo; no se anticipa"
               MOVE "sin tarifa" TO w-log-resultado
           ELSE
           IF w-anu-cant = 0
               DISPLAY "No quedan periodos del anio " w-anu-anio
                   " sin generar; las cuotas ya generadas se cobran"
                   " por PAGO DE CUOTA"
               MOVE "nada que anticipar" TO w-log-resultado
           ELSE
               MOVE w-anu-lista TO w-importe-edit
               DISPLAY "Periodos a anticipar: " w-anu-cant " ("
                   af-codigo(1) " a " af-codigo(w-anu-cant)
                   ")  Valor de lista: $" w-importe-edit
               MOVE w-anu-total TO w-importe-edit
               DISPLAY "Bonificacion anual: " w-anu-bonif
                   "%  Total a cobrar: $" w-importe-edit
               DISPLAY "Confirma el pago anual anticipado (S/N)?"
               ACCEPT w-confirma-anual
               IF w-confirma-anual = "S" OR w-confirma-anual = "s"
                   PERFORM 2250-GRABAR-CUOTAS
                   IF w-anu-grabadas = 0
                       DISPLAY "Ninguna cuota quedo grabada; anticipo"
                           " no registrado"
                       MOVE "anticipo sin cuotas" TO w-log-resultado
                   ELSE
                       PERFORM 2260-EMITIR-RECIBO-ANUAL
                       PERFORM 2270-REGISTRAR-ANTICIPO
                       MOVE "anticipo anual" TO w-log-resultado
                   END-IF
               ELSE
                   DISPLAY "Anticipo no registrado"
                   MOVE "anticipo cancelado" TO w-log-resultado
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Un periodo se anticipa si todavia no tiene cuota en el
      * archivo; el que ya se genero, pendiente o no, queda afuera
      ******************************************************************
       2240-RELEVAR-FALTANTES.
           MOVE 0 TO w-anu-cant.
           MOVE 0 TO w-anu-lista.
           MOVE 0 TO w-anu-total.
           MOVE 0 TO w-anu-sin-tarifa.
           PERFORM UNTIL w-anu-mes > 12
               COMPUTE w-anu-periodo = w-anu-anio * 100 + w-anu-mes
               MOVE w-soc-ant TO cuo-codigo
               MOVE w-anu-periodo TO cuo-periodo
               READ CUOTAS
                   INVALID KEY
                       PERFORM 2245-VALORIZAR-PERIODO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               ADD 1 TO w-anu-mes
           END-PERFORM.

      * El periodo que las exenciones del grupo dejan en cero no se
      * anticipa: la generacion mensual tampoco le crea cuota
       2245-VALORIZAR-PERIODO.
           ADD 1 TO w-anu-cant.
           MOVE w-anu-periodo TO af-codigo(w-anu-cant).
           MOVE soc-categoria TO w-anu-categoria.
           PERFORM 2215-BUSCAR-TARIFA.
           IF w-anu-hallada = 0
               MOVE 1 TO w-anu-sin-tarifa
           END-IF.
           MOVE w-anu-tarifa TO w-anu-parte.
           MOVE w-soc-ant TO w-anu-socio-exe.
           PERFORM 2247-EXIMIR-PARTE.
           MOVE w-anu-parte TO af-lista(w-anu-cant).
           PERFORM VARYING w-anu-idx FROM 1 BY 1
               UNTIL w-anu-idx > w-anu-cant-adh
               MOVE ad-categoria(w-anu-idx) TO w-anu-categoria
               PERFORM 2215-BUSCAR-TARIFA
               IF w-anu-hallada = 0
                   MOVE 1 TO w-anu-sin-tarifa
               ELSE
                   COMPUTE w-anu-parte ROUNDED =
                       w-anu-tarifa * (100 - w-anu-desc) / 100
                   MOVE ad-codigo(w-anu-idx) TO w-anu-socio-exe
                   PERFORM 2247-EXIMIR-PARTE
                   ADD w-anu-parte TO af-lista(w-anu-cant)
               END-IF
           END-PERFORM.
           IF af-lista(w-anu-cant) = 0 AND w-anu-sin-tarifa = 0
               DISPLAY "El periodo " w-anu-periodo " queda exento"
                   " por resolucion y no se anticipa"
               SUBTRACT 1 FROM w-anu-cant
           ELSE
               COMPUTE af-importe(w-anu-cant) ROUNDED =
                   af-lista(w-anu-cant) * (100 - w-anu-bonif) / 100
               ADD af-lista(w-anu-cant) TO w-anu-lista
               ADD af-importe(w-anu-cant) TO w-anu-total
           END-IF.

      * Descuenta de w-anu-parte lo que exime cada exencion activa de
      * w-anu-socio-exe en el periodo, como la generacion mensual
       2247-EXIMIR-PARTE.
           PERFORM VARYING w-exe-idx FROM 1 BY 1
               UNTIL w-exe-idx > w-cant-exenciones
               IF te-socio(w-exe-idx) = w-anu-socio-exe
                   AND te-estado(w-exe-idx) = "A"
                   AND te-desde(w-exe-idx) NOT > w-anu-periodo
                   AND te-hasta(w-exe-idx) NOT < w-anu-periodo
                   COMPUTE w-anu-exento ROUNDED =
                       w-anu-parte * te-porcentaje(w-exe-idx) / 100
                   SUBTRACT w-anu-exento FROM w-anu-parte
               END-IF
           END-PERFORM.

      * El recibo y el anticipo cubren solo las cuotas que quedaron
      * grabadas, desde la primera hasta la ultima
       2250-GRABAR-CUOTAS.
           MOVE 0 TO w-anu-grabadas.
           MOVE 0 TO w-anu-desde.
           MOVE 0 TO w-anu-hasta.
           PERFORM VARYING w-anu-idx FROM 1 BY 1
               UNTIL w-anu-idx > w-anu-cant
               MOVE w-soc-ant TO cuo-codigo
               MOVE af-codigo(w-anu-idx) TO cuo-periodo
               MOVE "C" TO cuo-estado
               MOVE w-fecha-trabajo TO cuo-fecha-pago
               MOVE af-importe(w-anu-idx) TO cuo-importe
               WRITE cuo-reg
                   INVALID KEY
                       DISPLAY "AVISO: la cuota " af-codigo(w-anu-idx)
                           " se genero mientras tanto y no se"
                           " anticipa"
                       SUBTRACT af-lista(w-anu-idx) FROM w-anu-lista
                       SUBTRACT af-importe(w-anu-idx)
                           FROM w-anu-total
                   NOT INVALID KEY
                       ADD 1 TO w-anu-grabadas
                       IF w-anu-desde = 0
                           MOVE af-codigo(w-anu-idx) TO w-anu-desde
                       END-IF
                       MOVE af-codigo(w-anu-idx) TO w-anu-hasta
               END-WRITE
           END-PERFORM.

       2260-EMITIR-RECIBO-ANUAL.
           PERFORM 1150-TOMAR-NUMERO.
           MOVE w-nro-recibo TO rec-numero.
           MOVE w-fecha-trabajo TO rec-fecha.
           ACCEPT rec-hora FROM TIME.
           MOVE w-soc-ant TO rec-socio.
           MOVE w-anu-desde TO rec-periodo.
           MOVE w-anu-total TO rec-importe.
           MOVE w-oper-codigo TO rec-operador.
           MOVE "A" TO rec-tipo.
           MOVE 0 TO rec-actividad.
           MOVE 0 TO rec-recargo.
           OPEN EXTEND RECIBOS.
           IF w-status-recibos = "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           WRITE rec-reg.
           CLOSE RECIBOS.
           PERFORM 1160-IMPRIMIR-RECIBO.
           DISPLAY "Recibo nro " w-nro-recibo " emitido en "
               w-nombre-recibo.

       2270-REGISTRAR-ANTICIPO.
           MOVE w-soc-ant TO ant-socio.
           MOVE w-anu-anio TO ant-anio.
           MOVE w-anu-desde TO ant-periodo-desde.
           MOVE w-anu-hasta TO ant-periodo-hasta.
           MOVE w-anu-grabadas TO ant-cant-periodos.
           MOVE w-fecha-trabajo TO ant-fecha.
           MOVE w-nro-recibo TO ant-recibo.
           MOVE w-anu-lista TO ant-importe-lista.
           MOVE w-anu-bonif TO ant-bonif.
           MOVE w-anu-total TO ant-importe.
           MOVE w-oper-codigo TO ant-operador.
           OPEN EXTEND ANTICIPOS.
           IF w-status-anticipos = "35"
               OPEN OUTPUT ANTICIPOS
           END-IF.
           WRITE ant-reg.
           CLOSE ANTICIPOS.
           DISPLAY "Anticipo anual registrado: " w-anu-grabadas
               " periodos cobrados".

      ******************************************************************
      * Exenciones y becas de cuota: cada resolucion de la comision
      * exime un porcentaje de la cuota del socio entre dos periodos;
      * la generacion mensual la aplica al calcular el importe. Solo
      * el supervisor las mantiene; la baja anticipada queda marcada
      * para conservar la historia de la resolucion
      ******************************************************************
       2300-EXENCIONES.
           MOVE 20 TO w-log-opcion.
           MOVE 0 TO w-soc-ant.
           MOVE "sin cambios" TO w-log-resultado.
           PERFORM 2310-CARGAR-EXENCIONES.
           DISPLAY "  1- ALTA DE EXENCION".
           DISPLAY "  2- BAJA ANTICIPADA DE EXENCION".
           DISPLAY "  3- EXENCIONES DE UN SOCIO".
           ACCEPT w-exe-opcion.
           EVALUATE w-exe-opcion
               WHEN 1
                   PERFORM 2320-ALTA-EXENCION
               WHEN 2
                   PERFORM 2340-BAJA-EXENCION
               WHEN 3
                   PERFORM 405-PIDO-SOCIO
                   PERFORM 2350-MOSTRAR-EXENCIONES
                   MOVE "consulta" TO w-log-resultado
               WHEN OTHER
                   DISPLAY "Opcion incorrecta"
           END-EVALUATE.
           PERFORM 990-REGISTRAR-LOG.

       2310-CARGAR-EXENCIONES.
           MOVE 0 TO w-cant-exenciones.
           MOVE 0 TO w-exe-desborde.
           MOVE 0 TO sen.
           OPEN INPUT EXENCIONES.
           IF w-status-exenciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL fin-de-archivo
                   READ EXENCIONES
                       AT END
                           MOVE 1 TO sen
                       NOT AT END
                           IF w-cant-exenciones < 500
                               ADD 1 TO w-cant-exenciones
                               MOVE exe-reg
                                   TO te-exe(w-cant-exenciones)
                           ELSE
                               MOVE 1 TO w-exe-desborde
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCIONES
               MOVE 0 TO sen
           END-IF.

       2320-ALTA-EXENCION.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 1210-BUSCAR-PARA-ESTADO.
           IF w-soc-ant NOT = soc-codigo
               DISPLAY "El codigo ingresado no se encuentra"
               MOVE "no encontrado" TO w-log-resultado
           ELSE
               PERFORM 620-MOSTRAR-SOCIO
               PERFORM 2350-MOSTRAR-EXENCIONES
               PERFORM 2325-PEDIR-DATOS-EXENCION
               PERFORM 2330-VERIFICAR-SUPERPOSICION
               IF w-exe-superpuesta = 1
                   DISPLAY "El socio ya tiene una exencion activa que"
                       " se superpone con esos periodos; de de baja"
                       " la anterior primero"
                   MOVE "superpuesta" TO w-log-resultado
               ELSE
                   DISPLAY "Exime el " w-exe-porcentaje "% de la cuota"
                       " desde " w-exe-desde " hasta " w-exe-hasta
                       " (resolucion " w-exe-resolucion ")"
                   DISPLAY "Confirma la exencion (S/N)?"
                   ACCEPT w-confirma-exe
                   IF w-confirma-exe = "S" OR w-confirma-exe = "s"
                       PERFORM 2335-AGREGAR-EXENCION
                   ELSE
                       DISPLAY "Exencion no registrada"
                       MOVE "exencion cancelada" TO w-log-resultado
                   END-IF
               END-IF
           END-IF.

       2325-PEDIR-DATOS-EXENCION.
           MOVE 0 TO w-exe-porcentaje.
           PERFORM UNTIL w-exe-porcentaje > 0
               AND w-exe-porcentaje NOT > 100
               DISPLAY "Porcentaje de la cuota que se exime (1 a 100)"
               ACCEPT w-exe-porcentaje
           END-PERFORM.
           MOVE 0 TO w-exe-desde.
           PERFORM UNTIL w-exe-desde(5:2) > "00"
               AND w-exe-desde(5:2) < "13"
               DISPLAY "Periodo desde (AAAAMM)"
               ACCEPT w-exe-desde
           END-PERFORM.
           MOVE 0 TO w-exe-hasta.
           PERFORM UNTIL w-exe-hasta NOT < w-exe-desde
               AND w-exe-hasta(5:2) > "00"
               AND w-exe-hasta(5:2) < "13"
               DISPLAY "Periodo hasta (AAAAMM, no anterior al desde)"
               ACCEPT w-exe-hasta
           END-PERFORM.
           MOVE SPACES TO w-exe-resolucion.
           PERFORM UNTIL w-exe-resolucion NOT = SPACES
               DISPLAY "Numero de resolucion de la comision"
               ACCEPT w-exe-resolucion
           END-PERFORM.
           MOVE SPACE TO w-exe-tipo.
           PERFORM UNTIL w-exe-tipo = "B" OR w-exe-tipo = "F"
               OR w-exe-tipo = "S" OR w-exe-tipo = "O"
               DISPLAY "Tipo: B = beca, F = deportista federado,"
                   " S = caso social, O = otro"
               ACCEPT w-exe-tipo
           END-PERFORM.

       2330-VERIFICAR-SUPERPOSICION.
           MOVE 0 TO w-exe-superpuesta.
           PERFORM VARYING w-exe-idx FROM 1 BY 1
               UNTIL w-exe-idx > w-cant-exenciones
               IF te-socio(w-exe-idx) = w-soc-ant
                   AND te-estado(w-exe-idx) = "A"
                   AND te-desde(w-exe-idx) NOT > w-exe-hasta
                   AND te-hasta(w-exe-idx) NOT < w-exe-desde
                   MOVE 1 TO w-exe-superpuesta
               END-IF
           END-PERFORM.

       2335-AGREGAR-EXENCION.
           IF w-exe-desborde = 1 OR w-cant-exenciones >= 500
               DISPLAY "El archivo de exenciones supera la capacidad"
                   " de trabajo; depure exenciones.dat"
               MOVE "sin lugar" TO w-log-resultado
           ELSE
               ADD 1 TO w-cant-exenciones
               MOVE w-soc-ant TO te-socio(w-cant-exenciones)
               MOVE w-exe-porcentaje TO te-porcentaje(w-cant-exenciones)
               MOVE w-exe-desde TO te-desde(w-cant-exenciones)
               MOVE w-exe-hasta TO te-hasta(w-cant-exenciones)
               MOVE w-exe-resolucion
                   TO te-resolucion(w-cant-exenciones)
               MOVE w-exe-tipo TO te-tipo(w-cant-exenciones)
               MOVE "A" TO te-estado(w-cant-exenciones)
               ACCEPT te-fecha-alta(w-cant-exenciones)
                   FROM DATE YYYYMMDD
               MOVE w-oper-codigo TO te-operador(w-cant-exenciones)
               MOVE 0 TO te-fecha-baja(w-cant-exenciones)
               PERFORM 2390-REGRABAR-EXENCIONES
               DISPLAY "Exencion registrada; se aplica desde la"
                   " generacion del periodo " w-exe-desde
               MOVE "exencion alta" TO w-log-resultado
           END-IF.

       2340-BAJA-EXENCION.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 2350-MOSTRAR-EXENCIONES.
           IF w-cant-exe-socio = 0
               MOVE "sin exenciones" TO w-log-resultado
           ELSE
               DISPLAY "Resolucion de la exencion a dar de baja"
               ACCEPT w-exe-resolucion
               MOVE 0 TO w-exe-pos
               PERFORM VARYING w-exe-idx FROM 1 BY 1
                   UNTIL w-exe-idx > w-cant-exenciones
                   IF te-socio(w-exe-idx) = w-soc-ant
                       AND te-resolucion(w-exe-idx) = w-exe-resolucion
                       AND te-estado(w-exe-idx) = "A"
                       MOVE w-exe-idx TO w-exe-pos
                   END-IF
               END-PERFORM
               IF w-exe-pos = 0
                   DISPLAY "No hay exencion activa del socio con esa"
                       " resolucion"
               ELSE
                   IF w-exe-desborde = 1
                       DISPLAY "El archivo de exenciones supera la"
                           " capacidad de trabajo; depure"
                           " exenciones.dat"
                   ELSE
                       MOVE "B" TO te-estado(w-exe-pos)
                       ACCEPT te-fecha-baja(w-exe-pos)
                           FROM DATE YYYYMMDD
                       PERFORM 2390-REGRABAR-EXENCIONES
                       DISPLAY "Exencion dada de baja; no se aplica"
                           " desde el proximo periodo generado"
                       MOVE "exencion baja" TO w-log-resultado
                   END-IF
               END-IF
           END-IF.

       2350-MOSTRAR-EXENCIONES.
           MOVE 0 TO w-cant-exe-socio.
           PERFORM VARYING w-exe-idx FROM 1 BY 1
               UNTIL w-exe-idx > w-cant-exenciones
               IF te-socio(w-exe-idx) = w-soc-ant
                   ADD 1 TO w-cant-exe-socio
                   IF te-estado(w-exe-idx) = "A"
                       MOVE "ACTIVA" TO w-exe-estado-texto
                   ELSE
                       MOVE "DADA BAJA" TO w-exe-estado-texto
                   END-IF
                   DISPLAY "  Res. " te-resolucion(w-exe-idx)
                       " tipo " te-tipo(w-exe-idx) " "
                       te-porcentaje(w-exe-idx) "% desde "
                       te-desde(w-exe-idx) " hasta "
                       te-hasta(w-exe-idx) " " w-exe-estado-texto
               END-IF
           END-PERFORM.
           IF w-cant-exe-socio = 0
               DISPLAY "El socio " w-soc-ant " no tiene exenciones"
           END-IF.

       2390-REGRABAR-EXENCIONES.
           OPEN OUTPUT EXENCIONES.
           PERFORM VARYING w-exe-idx FROM 1 BY 1
               UNTIL w-exe-idx > w-cant-exenciones
               MOVE te-exe(w-exe-idx) TO exe-reg
               WRITE exe-reg
           END-PERFORM.
           CLOSE EXENCIONES.

      ******************************************************************
      * Historial del legajo desde el journal de imagenes: quien cambio
      * cada dato del socio y cuando. Se pide aunque el socio ya no
      * este en el padron, para poder seguir una baja
      ******************************************************************
       2400-HISTORIAL-LEGAJO.
           MOVE 21 TO w-log-opcion.
           PERFORM 405-PIDO-SOCIO.
           DISPLAY "Desde fecha (AAAAMMDD, 0 = desde el principio)".
           ACCEPT w-hlg-desde.
           DISPLAY "Hasta fecha (AAAAMMDD, 0 = hasta hoy)".
           ACCEPT w-hlg-hasta.
           IF w-hlg-hasta = 0
               MOVE 99999999 TO w-hlg-hasta
           END-IF.
           MOVE 0 TO w-hlg-cambios.
           MOVE 0 TO sen.
           OPEN INPUT JOURNAL-SOCIOS.
           IF w-status-journal NOT = "00"
               DISPLAY "No hay journal de modificaciones (status "
                   w-status-journal ")"
               MOVE "sin journal" TO w-log-resultado
           ELSE
               PERFORM UNTIL sen = 1
                   READ JOURNAL-SOCIOS
                       AT END
                           MOVE 1 TO sen
                       NOT AT END
                           IF jrn-fecha NOT < w-hlg-desde
                               AND jrn-fecha NOT > w-hlg-hasta
                               PERFORM 2410-COMPARAR-IMAGENES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-SOCIOS
               DISPLAY "Cambios encontrados: " w-hlg-cambios
               MOVE "historial" TO w-log-resultado
           END-IF.
           PERFORM 990-REGISTRAR-LOG.

       2410-COMPARAR-IMAGENES.
           MOVE jrn-antes TO img-antes.
           MOVE jrn-despues TO img-despues.
           IF ima-codigo = imd-codigo
               MOVE ima-codigo TO img-socio
               IF img-socio = w-soc-ant
                   PERFORM 2420-COMPARAR-CAMPOS
               END-IF
           ELSE
               MOVE "LEGAJO" TO img-campo
               IF ima-codigo = w-soc-ant
                   MOVE ima-codigo TO img-socio
                   MOVE SPACES TO img-viejo
                   STRING "EN POSICION " DELIMITED BY SIZE
                          jrn-posicion DELIMITED BY SIZE
                          INTO img-viejo
                   END-STRING
                   MOVE "RETIRADO DE LA POSICION" TO img-nuevo
                   PERFORM 2430-MOSTRAR-CAMBIO
               END-IF
               IF imd-codigo = w-soc-ant
                   MOVE imd-codigo TO img-socio
                   MOVE SPACES TO img-viejo
                   MOVE SPACES TO img-nuevo
                   STRING "GRABADO EN POSICION " DELIMITED BY SIZE
                          jrn-posicion DELIMITED BY SIZE
                          INTO img-nuevo
                   END-STRING
                   PERFORM 2430-MOSTRAR-CAMBIO
               END-IF
           END-IF.

       2420-COMPARAR-CAMPOS.
           IF ima-nombre NOT = imd-nombre
               MOVE "NOMBRE" TO img-campo
               MOVE ima-nombre TO img-viejo
               MOVE imd-nombre TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-calle NOT = imd-calle
               MOVE "CALLE" TO img-campo
               MOVE ima-calle TO img-viejo
               MOVE imd-calle TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-numero NOT = imd-numero
               MOVE "NUMERO" TO img-campo
               MOVE ima-numero TO img-viejo
               MOVE imd-numero TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-localidad NOT = imd-localidad
               MOVE "LOCALIDAD" TO img-campo
               MOVE ima-localidad TO img-viejo
               MOVE imd-localidad TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-cod-postal NOT = imd-cod-postal
               MOVE "COD-POSTAL" TO img-campo
               MOVE ima-cod-postal TO img-viejo
               MOVE imd-cod-postal TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-telefono NOT = imd-telefono
               MOVE "TELEFONO" TO img-campo
               MOVE ima-telefono TO img-viejo
               MOVE imd-telefono TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-fecha-ingreso NOT = imd-fecha-ingreso
               MOVE "FECHA-INGRESO" TO img-campo
               MOVE ima-fecha-ingreso TO img-viejo
               MOVE imd-fecha-ingreso TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-estado NOT = imd-estado
               MOVE "ESTADO" TO img-campo
               MOVE ima-estado TO img-viejo
               MOVE imd-estado TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-categoria NOT = imd-categoria
               MOVE "CATEGORIA" TO img-campo
               MOVE ima-categoria TO img-viejo
               MOVE imd-categoria TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-debito NOT = imd-debito
               MOVE "DEBITO" TO img-campo
               MOVE ima-debito TO img-viejo
               MOVE imd-debito TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-cbu NOT = imd-cbu
               MOVE "CBU" TO img-campo
               MOVE ima-cbu TO img-viejo
               MOVE imd-cbu TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-rol-grupo NOT = imd-rol-grupo
               MOVE "ROL-GRUPO" TO img-campo
               MOVE ima-rol-grupo TO img-viejo
               MOVE imd-rol-grupo TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.
           IF ima-titular NOT = imd-titular
               MOVE "TITULAR" TO img-campo
               MOVE ima-titular TO img-viejo
               MOVE imd-titular TO img-nuevo
               PERFORM 2430-MOSTRAR-CAMBIO
           END-IF.

       2430-MOSTRAR-CAMBIO.
           ADD 1 TO w-hlg-cambios.
           MOVE jrn-hora TO w-hlg-hora.
           MOVE SPACES TO w-linea-detalle.
           STRING "  " jrn-fecha " " w-hlg-hh ":" w-hlg-mm ":"
                  w-hlg-ss " " jrn-origen " " jrn-operador " "
                  img-campo DELIMITED BY SIZE
                  INTO w-linea-detalle
           END-STRING.
           DISPLAY w-linea-detalle.
           MOVE SPACES TO w-linea-detalle.
           STRING "      antes: " img-viejo "  ahora: " img-nuevo
                  DELIMITED BY SIZE
                  INTO w-linea-detalle
           END-STRING.
           DISPLAY w-linea-detalle.

      ******************************************************************
      * Condonacion del recargo por mora de una cuota pendiente: solo
      * la autoriza un supervisor y queda asentada con el recargo del
      * dia y el motivo; desde entonces la cuota se cobra sin recargo
      * por cualquier medio de pago
      ******************************************************************
       2500-CONDONAR-RECARGO.
           MOVE 22 TO w-log-opcion.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 1210-BUSCAR-PARA-ESTADO.
           IF w-soc-ant NOT = soc-codigo
               DISPLAY "El codigo ingresado no se encuentra"
               MOVE "no encontrado" TO w-log-resultado
           ELSE
               PERFORM 620-MOSTRAR-SOCIO
               DISPLAY "Ingrese el periodo de la cuota (AAAAMM)"
               ACCEPT w-periodo-pago
               PERFORM 2510-CARGAR-RECARGOS
               OPEN INPUT CUOTAS
               IF w-status-cuotas NOT = "00"
                   DISPLAY "No hay cuotas generadas (status "
                       w-status-cuotas ")."
                   MOVE "cuota no hallada" TO w-log-resultado
               ELSE
                   PERFORM 1120-BUSCAR-CUOTA
                   CLOSE CUOTAS
                   PERFORM 2530-EVALUAR-CONDONACION
               END-IF
           END-IF.
           PERFORM 990-REGISTRAR-LOG.

      ******************************************************************
      * Sin archivo de recargos no hay recargo que cobrar; sin archivo
      * de condonaciones ninguna cuota tiene el recargo condonado
      ******************************************************************
       2510-CARGAR-RECARGOS.
           PERFORM 1775-CARGAR-PARAMETROS.
           MOVE w-dia-venc TO mo-dia-venc.
           MOVE 0 TO mo-cant-tasas.
           MOVE 0 TO mo-cant-condonados.
           MOVE 0 TO sen-recargos.
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
      * Recargo de la cuota mo-socio/mo-periodo pagada el dia
      * mo-fecha-pago: cada mes o fraccion despues del vencimiento
      * suma la tasa mensual sobre el importe de la cuota
      ******************************************************************
       2520-CALCULAR-RECARGO.
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

       2530-EVALUAR-CONDONACION.
           IF NOT pago-hallado
               DISPLAY "No existe cuota del periodo " w-periodo-pago
                   " para el socio " w-soc-ant
               MOVE "cuota no hallada" TO w-log-resultado
           ELSE
               MOVE cuo-codigo TO mo-socio
               MOVE cuo-periodo TO mo-periodo
               MOVE cuo-importe TO mo-importe
               ACCEPT mo-fecha-pago FROM DATE YYYYMMDD
               PERFORM 2520-CALCULAR-RECARGO
               IF cuo-estado NOT = "P"
                   DISPLAY "La cuota del periodo " w-periodo-pago
                       " no esta pendiente; el recargo solo se"
                       " condona antes del cobro"
                   MOVE "no pendiente" TO w-log-resultado
               ELSE
               IF mo-condonado = 1
                   DISPLAY "El recargo de la cuota del periodo "
                       w-periodo-pago " ya estaba condonado"
                   MOVE "ya condonado" TO w-log-resultado
               ELSE
               IF mo-recargo = 0
                   DISPLAY "La cuota del periodo " w-periodo-pago
                       " no tiene recargo por mora a la fecha"
                   MOVE "sin recargo" TO w-log-resultado
               ELSE
                   MOVE cuo-importe TO w-importe-edit
                   MOVE mo-recargo TO w-recargo-edit
                   DISPLAY "Cuota $" w-importe-edit " vencida el "
                       mo-vence ", recargo a hoy $" w-recargo-edit
                   MOVE SPACES TO w-cnd-motivo
                   PERFORM UNTIL w-cnd-motivo NOT = SPACES
                       DISPLAY "Motivo de la condonacion"
                       ACCEPT w-cnd-motivo
                   END-PERFORM
                   DISPLAY "Confirma la condonacion del recargo (S/N)?"
                   ACCEPT w-confirma-cnd
                   IF w-confirma-cnd = "S" OR w-confirma-cnd = "s"
                       PERFORM 2540-GRABAR-CONDONACION
                       DISPLAY "Recargo condonado; la cuota se cobra"
                           " sin recargo"
                       MOVE "recargo condonado" TO w-log-resultado
                   ELSE
                       DISPLAY "Condonacion cancelada"
                       MOVE "condonacion cancelada" TO w-log-resultado
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2540-GRABAR-CONDONACION.
           MOVE cuo-codigo TO cnd-socio.
           MOVE cuo-periodo TO cnd-periodo.
           MOVE mo-recargo TO cnd-recargo.
           ACCEPT cnd-fecha FROM DATE YYYYMMDD.
           ACCEPT cnd-hora FROM TIME.
           MOVE w-oper-codigo TO cnd-supervisor.
           MOVE w-cnd-motivo TO cnd-motivo.
           OPEN EXTEND CONDONACIONES.
           IF w-status-condonaciones = "35"
               OPEN OUTPUT CONDONACIONES
           END-IF.
           WRITE cnd-reg.
           CLOSE CONDONACIONES.

      ******************************************************************
      * Localiza el socio por hashing y cadena de sinonimos dejando
      * rel-nro posicionado para reescribir el registro
