               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-tarifas.==.
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
           SELECT CUPONES ASSIGN DYNAMIC w-nombre-cupones
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdTar.cpy".
           COPY "CopiFdCrg.cpy".
           COPY "CopiFdAct.cpy".
           COPY "CopiFdIns.cpy".
           COPY "CopiFdAnt.cpy".
           COPY "CopiFdExe.cpy".
           COPY "CopiFdPar.cpy".
       FD  CUPONES.
       01  cup-linea pic X(80).
      *
       WORKING-STORAGE SECTION.
           COPY "C-Geom.cpy".
       01  w-parte-adherente pic 9(6)V99.
       77  w-cant-adherentes pic 9(4) value 0.
       77  w-pos-titular pic 9(4) value 0.
       77  w-status-cargos pic XX value "00".
       77  w-status-actividades pic XX value "00".
       77  w-status-inscripciones pic XX value "00".
       77  sen-actividades pic 9 value 0.
       77  sen-inscripciones pic 9 value 0.
       77  w-cant-cargos pic 9(4) value 0.
       77  w-cant-cargos-existian pic 9(4) value 0.
       77  w-pos-actividad pic 9(3) value 0.
       77  w-pos-practicante pic 9(4) value 0.
       77  w-status-anticipos pic XX value "00".
       77  sen-anticipos pic 9 value 0.
       77  w-cant-anticipadas pic 9(4) value 0.
       77  w-anticipada pic 9 value 0.
       01  tabla-anticipos.
           05  w-cant-anticipos pic 9(4) value 0.
           05  f-anticipo OCCURS 1000 TIMES.
               10  f-ant-socio  pic 9(4).
               10  f-ant-desde  pic 9(6).
               10  f-ant-hasta  pic 9(6).
       77  w-status-exenciones pic XX value "00".
       77  sen-exenciones pic 9 value 0.
       77  w-cant-con-exencion pic 9(4) value 0.
       77  w-cant-exentos pic 9(4) value 0.
       77  w-socio-exencion pic 9(4) value 0.
       01  w-importe-base pic 9(6)V99.
       01  w-importe-exento pic 9(6)V99.
       01  w-costo-exenciones pic 9(8)V99 value 0.
      * Lo eximido en la cuota en armado; pasa a los totales recien
      * cuando la cuota se graba o queda exenta del todo
       01  w-exento-cuota pic 9(6)V99.
       77  w-cant-exe-cuota pic 9(4) value 0.
       01  w-costo-edit pic ZZZZZZZ9.99.
       01  tabla-exenciones.
           05  w-cant-exenciones pic 9(3) value 0.
           05  f-exencion OCCURS 500 TIMES.
               10  f-exe-socio      pic 9(4).
               10  f-exe-porcentaje pic 9(3).
       01  w-periodo-alta pic 9(6).
       01  w-periodo-baja pic 9(6).
       01  tabla-actividades.
           05  w-cant-actividades pic 9(3) value 0.
           05  f-actividad OCCURS 100 TIMES.
               10  f-act-codigo  pic 9(3).
               10  f-act-arancel pic 9(6)V99.
               10  f-act-estado  pic X.
       01  tabla-tarifas.
           05  w-cant-tarifas pic 9(3) value 0.
           05  f-tarifa OCCURS 100 TIMES.
               10  t-periodo-ingreso pic 9(6).
               10  t-rol             pic X.
               10  t-titular         pic 9(4).
               10  t-nombre          pic X(20).
           COPY "C-Cupon.cpy".
       77  w-status-parametros pic XX value "00".
       77  sen-parametros pic 9 value 0.
       77  w-dia-venc pic 9(2) value 0.
       01  w-red-ente pic 9(5) value 0.
       01  w-nombre-cupones pic X(40).
       77  w-cant-cupones pic 9(4) value 0.
       77  w-hay-cargos pic 9 value 0.
       77  w-fin-cargos pic 9 value 0.
           88 fin-cargos value 1.
       01  w-cup-cuota pic 9(6)V99.
       01  w-cup-cargos pic 9(6)V99.
       01  w-cup-total pic 9(6)V99.
       01  w-cup-edit pic ZZZZZ9.99.
       01  w-cup-fecha pic 9(8).
       01  w-cup-fecha-r REDEFINES w-cup-fecha.
           05  w-cup-aaaa pic 9(4).
           05  w-cup-mm   pic 9(2).
           05  w-cup-dd   pic 9(2).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DIVIDE w-fecha-hoy BY 100 GIVING w-periodo.
           DISPLAY "Generacion de cuotas del periodo " w-periodo.
           PERFORM 150-CARGAR-TARIFAS.
           PERFORM 160-CARGAR-ANTICIPOS.
           PERFORM 170-CARGAR-EXENCIONES.
           PERFORM 200-GENERAR-PENDIENTES.
           PERFORM 300-GENERAR-CARGOS.
           PERFORM 400-IMPRIMIR-CUPONES.
           DISPLAY "Cuotas generadas   : " w-cant-generadas.
           DISPLAY "Ya existian        : " w-cant-ya-existian.
           DISPLAY "Por pago anticipado: " w-cant-anticipadas.
           DISPLAY "Previos al ingreso : " w-cant-previos.
           DISPLAY "Suspendidos        : " w-cant-suspendidos.
           DISPLAY "Adherentes en grupo: " w-cant-adherentes.
           DISPLAY "Sin tarifa         : " w-cant-sin-tarifa.
           MOVE w-costo-exenciones TO w-costo-edit.
           DISPLAY "Con exencion       : " w-cant-con-exencion
               "  (exentos totales " w-cant-exentos ", costo $"
               w-costo-edit ")".
           DISPLAY "Cargos actividades : " w-cant-cargos.
           DISPLAY "Cargos ya existian : " w-cant-cargos-existian.
           DISPLAY "Cupones impresos   : " w-cant-cupones
               " en " w-nombre-cupones.
           IF w-cant-sin-tarifa NOT = 0
               DISPLAY "Cargue en ..\tarifas.dat la tarifa que falta"
                   " y vuelva a correr la generacion"
           END-PERFORM.
           CLOSE TARIFAS.

      ******************************************************************
      * Los pagos anuales anticipados ya crearon cobradas las cuotas
      * de sus periodos; se cargan para informarlas aparte de las
      * que simplemente ya existian
      ******************************************************************
       160-CARGAR-ANTICIPOS.
           OPEN INPUT ANTICIPOS.
           IF w-status-anticipos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-anticipos = 1
                   READ ANTICIPOS
                       AT END
                           MOVE 1 TO sen-anticipos
                       NOT AT END
                           IF ant-periodo-hasta NOT < w-periodo
                               AND w-cant-anticipos < 1000
                               ADD 1 TO w-cant-anticipos
                               MOVE ant-socio
                                   TO f-ant-socio(w-cant-anticipos)
                               MOVE ant-periodo-desde
                                   TO f-ant-desde(w-cant-anticipos)
                               MOVE ant-periodo-hasta
                                   TO f-ant-hasta(w-cant-anticipos)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANTICIPOS
           END-IF.

      ******************************************************************
      * Exenciones activas que rigen en el periodo que se genera
      ******************************************************************
       170-CARGAR-EXENCIONES.
           OPEN INPUT EXENCIONES.
           IF w-status-exenciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-exenciones = 1
                   READ EXENCIONES
                       AT END
                           MOVE 1 TO sen-exenciones
                       NOT AT END
                           IF exe-estado = "A"
                               AND exe-desde NOT > w-periodo
                               AND exe-hasta NOT < w-periodo
                               AND w-cant-exenciones < 500
                               ADD 1 TO w-cant-exenciones
                               MOVE exe-socio
                                   TO f-exe-socio(w-cant-exenciones)
                               MOVE exe-porcentaje
                                 TO f-exe-porcentaje(w-cant-exenciones)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCIONES
           END-IF.

      ******************************************************************
      * El grupo familiar se factura al titular: la cuota del titular
      * suma su tarifa mas la parte con descuento de cada adherente
                       GIVING t-periodo-ingreso(w-cant-socios)
                   MOVE soc-rol-grupo TO t-rol(w-cant-socios)
                   MOVE soc-titular TO t-titular(w-cant-socios)
                   MOVE soc-nombre TO t-nombre(w-cant-socios)
               END-IF
               PERFORM leo
           END-PERFORM.
               MOVE t-categoria(j) TO w-categoria-busca
               PERFORM 240-BUSCAR-TARIFA
               IF tarifa-hallada
                   MOVE 0 TO w-exento-cuota
                   MOVE 0 TO w-cant-exe-cuota
                   MOVE t-codigo(j) TO w-socio-exencion
                   MOVE w-importe-cuota TO w-importe-base
                   PERFORM 245-APLICAR-EXENCION
                   MOVE w-importe-base TO w-importe-total
                   IF t-rol(j) = "T"
                       PERFORM 250-SUMAR-ADHERENTES
                   END-IF
                   IF w-importe-total = 0
                       ADD 1 TO w-cant-exentos
                       PERFORM 247-SUMAR-EXENCION
                   ELSE
                       PERFORM 230-ESCRIBIR-CUOTA
                   END-IF
               ELSE
                   ADD 1 TO w-cant-sin-tarifa
                   DISPLAY "SIN TARIFA: categoria " t-categoria(j)
                       COMPUTE w-parte-adherente ROUNDED =
                           w-importe-cuota *
                           (100 - w-desc-grupo) / 100
                       MOVE t-codigo(k) TO w-socio-exencion
                       MOVE w-parte-adherente TO w-importe-base
                       PERFORM 245-APLICAR-EXENCION
                       ADD w-importe-base TO w-importe-total
                   ELSE
                       ADD 1 TO w-cant-sin-tarifa
                       DISPLAY "SIN TARIFA: adherente " t-codigo(k)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Descuenta de w-importe-base la parte eximida por resolucion
      * para el socio w-socio-exencion y guarda lo que le cuesta al
      * club en la cuota en armado; en el grupo familiar cada
      * integrante exime solo su parte
      ******************************************************************
       245-APLICAR-EXENCION.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-exenciones
               IF f-exe-socio(i) = w-socio-exencion
                   COMPUTE w-importe-exento ROUNDED =
                       w-importe-base * f-exe-porcentaje(i) / 100
                   SUBTRACT w-importe-exento FROM w-importe-base
                   ADD w-importe-exento TO w-exento-cuota
                   ADD 1 TO w-cant-exe-cuota
               END-IF
           END-PERFORM.

      * Una cuota que ya existia de una corrida anterior no vuelve a
      * sumar su exencion al costo del mes
       247-SUMAR-EXENCION.
           ADD w-exento-cuota TO w-costo-exenciones.
           ADD w-cant-exe-cuota TO w-cant-con-exencion.

      ******************************************************************
      * El archivo indexado rechaza la clave duplicada, asi una
      * segunda corrida del mes no duplica pendientes ni pisa las
      * cuotas ya cobradas por pago anual anticipado
      ******************************************************************
       230-ESCRIBIR-CUOTA.
           MOVE t-codigo(j) TO cuo-codigo.
           MOVE w-importe-total TO cuo-importe.
           WRITE cuo-reg
               INVALID KEY
                   PERFORM 235-BUSCAR-ANTICIPO
                   IF w-anticipada = 1
                       ADD 1 TO w-cant-anticipadas
                   ELSE
                       ADD 1 TO w-cant-ya-existian
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO w-cant-generadas
                   PERFORM 247-SUMAR-EXENCION
           END-WRITE.

       235-BUSCAR-ANTICIPO.
           MOVE 0 TO w-anticipada.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-anticipos
               IF f-ant-socio(i) = t-codigo(j)
                   AND f-ant-desde(i) NOT > w-periodo
                   AND f-ant-hasta(i) NOT < w-periodo
                   MOVE 1 TO w-anticipada
               END-IF
           END-PERFORM.

      ******************************************************************
      * Cada inscripcion vigente en el periodo factura el arancel de
      * su actividad como un cargo propio; el cargo del adherente va
      * a la cuenta de su titular con la misma regla que la cuota
      ******************************************************************
       300-GENERAR-CARGOS.
           PERFORM 310-CARGAR-ACTIVIDADES.
           IF w-cant-actividades = 0
               CONTINUE
           ELSE
               OPEN INPUT INSCRIPCIONES
               IF w-status-inscripciones NOT = "00"
                   CONTINUE
               ELSE
                   OPEN I-O CARGOS
                   IF w-status-cargos = "35"
                       DISPLAY "Archivo de cargos inexistente, se crea"
                           " nuevo"
                       OPEN OUTPUT CARGOS
                   END-IF
                   PERFORM UNTIL sen-inscripciones = 1
                       READ INSCRIPCIONES
                           AT END
                               MOVE 1 TO sen-inscripciones
                           NOT AT END
                               PERFORM 320-FACTURAR-INSCRIPCION
                       END-READ
                   END-PERFORM
                   CLOSE CARGOS
                   CLOSE INSCRIPCIONES
               END-IF
           END-IF.

       310-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF w-status-actividades NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-actividades = 1
                   READ ACTIVIDADES
                       AT END
                           MOVE 1 TO sen-actividades
                       NOT AT END
                           IF w-cant-actividades < 100
                               ADD 1 TO w-cant-actividades
                               MOVE act-codigo
                                   TO f-act-codigo(w-cant-actividades)
                               MOVE act-arancel
                                   TO f-act-arancel(w-cant-actividades)
                               MOVE act-estado
                                   TO f-act-estado(w-cant-actividades)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVIDADES
           END-IF.

      ******************************************************************
      * La inscripcion factura desde el periodo de alta y hasta el
      * periodo anterior a la baja; el inscripto suspendido o dado de
      * baja del padron no devenga arancel
      ******************************************************************
       320-FACTURAR-INSCRIPCION.
           DIVIDE ins-fecha-alta BY 100 GIVING w-periodo-alta.
           DIVIDE ins-fecha-baja BY 100 GIVING w-periodo-baja.
           IF w-periodo-alta NOT > w-periodo
               AND (ins-fecha-baja = 0 OR w-periodo-baja > w-periodo)
               PERFORM 330-BUSCAR-ACTIVIDAD
               PERFORM 340-BUSCAR-PRACTICANTE
               IF w-pos-actividad NOT = 0
                   AND w-pos-practicante NOT = 0
                   MOVE w-pos-practicante TO j
                   IF t-estado(j) NOT = "S"
                       PERFORM 350-ESCRIBIR-CARGO
                   END-IF
               END-IF
           END-IF.

       330-BUSCAR-ACTIVIDAD.
           MOVE 0 TO w-pos-actividad.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-actividades
               IF f-act-codigo(i) = ins-actividad
                   AND f-act-estado(i) NOT = "B"
                   MOVE i TO w-pos-actividad
               END-IF
           END-PERFORM.

       340-BUSCAR-PRACTICANTE.
           MOVE 0 TO w-pos-practicante.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-socios
               IF t-codigo(k) = ins-socio
                   MOVE k TO w-pos-practicante
               END-IF
           END-PERFORM.

       350-ESCRIBIR-CARGO.
           MOVE t-codigo(j) TO crg-socio.
           IF t-rol(j) = "D"
               PERFORM 215-BUSCAR-TITULAR
               IF w-pos-titular NOT = 0
                   MOVE t-codigo(w-pos-titular) TO crg-socio
               END-IF
           END-IF.
           MOVE w-periodo TO crg-periodo.
           MOVE ins-actividad TO crg-actividad.
           MOVE ins-socio TO crg-practicante.
           MOVE "P" TO crg-estado.
           MOVE 0 TO crg-fecha-pago.
           MOVE f-act-arancel(w-pos-actividad) TO crg-importe.
           WRITE crg-reg
               INVALID KEY
                   ADD 1 TO w-cant-cargos-existian
               NOT INVALID KEY
                   ADD 1 TO w-cant-cargos
           END-WRITE.

      ******************************************************************
      * Cuota impresa del periodo: un cupon de pago con codigo de
      * barras por socio que paga, con la cuota y los aranceles
      * pendientes del periodo juntos, para cobrar en la red externa
      ******************************************************************
       400-IMPRIMIR-CUPONES.
           PERFORM 410-CARGAR-PARAMETROS.
           MOVE SPACES TO w-nombre-cupones.
           STRING "cupones-" DELIMITED BY SIZE
                  w-periodo  DELIMITED BY SIZE
                  ".txt"     DELIMITED BY SIZE
                  INTO w-nombre-cupones
           END-STRING.
           COMPUTE w-cup-fecha = w-periodo * 100 + w-dia-venc.
           IF w-cup-fecha < w-fecha-hoy
               IF w-cup-mm = 12
                   ADD 1 TO w-cup-aaaa
                   MOVE 1 TO w-cup-mm
               ELSE
                   ADD 1 TO w-cup-mm
               END-IF
           END-IF.
           OPEN INPUT CUOTAS.
           OPEN INPUT CARGOS.
           IF w-status-cargos = "00"
               MOVE 1 TO w-hay-cargos
           END-IF.
           OPEN OUTPUT CUPONES.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
               PERFORM 420-PENDIENTE-DEL-SOCIO
               IF w-cup-total > 0
                   PERFORM 430-ESCRIBIR-CUPON
               END-IF
           END-PERFORM.
           CLOSE CUPONES.
           IF w-hay-cargos = 1
               CLOSE CARGOS
           END-IF.
           CLOSE CUOTAS.

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

       420-PENDIENTE-DEL-SOCIO.
           MOVE 0 TO w-cup-cuota.
           MOVE 0 TO w-cup-cargos.
           MOVE t-codigo(j) TO cuo-codigo.
           MOVE w-periodo TO cuo-periodo.
           READ CUOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cuo-estado = "P"
                       MOVE cuo-importe TO w-cup-cuota
                   END-IF
           END-READ.
           IF w-hay-cargos = 1
               MOVE 0 TO w-fin-cargos
               MOVE t-codigo(j) TO crg-socio
               MOVE w-periodo TO crg-periodo
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
                           IF crg-socio NOT = t-codigo(j)
                               OR crg-periodo NOT = w-periodo
                               MOVE 1 TO w-fin-cargos
                           ELSE
                               IF crg-estado = "P"
                                   ADD crg-importe TO w-cup-cargos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE w-cup-total = w-cup-cuota + w-cup-cargos.

       430-ESCRIBIR-CUPON.
           MOVE w-red-ente TO cup-ente.
           MOVE t-codigo(j) TO cup-socio.
           MOVE w-periodo TO cup-periodo.
           COMPUTE cup-importe = w-cup-total * 100.
           MOVE w-cup-fecha TO cup-vencimiento.
           PERFORM 440-DIGITO-CUPON.
           MOVE SPACES TO cup-linea.
           STRING "CUOTA SOCIAL PERIODO " DELIMITED BY SIZE
                  w-periodo DELIMITED BY SIZE
                  " - CUPON DE PAGO - RED DE COBRANZA"
                      DELIMITED BY SIZE
                  INTO cup-linea
           END-STRING.
           WRITE cup-linea.
           MOVE SPACES TO cup-linea.
           STRING "Socio " DELIMITED BY SIZE
                  t-codigo(j) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  t-nombre(j) DELIMITED BY SIZE
                  "   Vence " DELIMITED BY SIZE
                  cup-vencimiento DELIMITED BY SIZE
                  INTO cup-linea
           END-STRING.
           WRITE cup-linea.
           MOVE SPACES TO cup-linea.
           MOVE w-cup-cuota TO w-cup-edit.
           STRING "Cuota $" DELIMITED BY SIZE
                  w-cup-edit DELIMITED BY SIZE
                  INTO cup-linea
           END-STRING.
           MOVE w-cup-cargos TO w-cup-edit.
           MOVE "Aranceles $" TO cup-linea(20:11).
           MOVE w-cup-edit TO cup-linea(31:9).
           MOVE w-cup-total TO w-cup-edit.
           MOVE "Total $" TO cup-linea(44:7).
           MOVE w-cup-edit TO cup-linea(51:9).
           WRITE cup-linea.
           MOVE SPACES TO cup-linea.
           STRING "*" DELIMITED BY SIZE
                  cup-codigo DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  INTO cup-linea
           END-STRING.
           WRITE cup-linea.
           MOVE ALL "- " TO cup-linea.
           WRITE cup-linea.
           ADD 1 TO w-cant-cupones.

       440-DIGITO-CUPON.
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

       END PROGRAM YOUR-PROGRAM-NAME.
