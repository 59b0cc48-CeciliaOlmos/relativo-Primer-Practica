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
           COPY "C-Arch.cpy".
           COPY "C-Cuotas.cpy"
               REPLACING ==RECORD KEY IS cuo-clave.==
                      BY ==RECORD KEY IS cuo-clave
                            FILE STATUS IS w-status-cuotas.==.
           COPY "C-Tarifas.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-tarifas.==.
           COPY "C-Escen.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-escenario.==.
           COPY "C-Exenc.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-exenciones.==.
           COPY "C-DebHis.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-historial.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           SELECT PROYECCION ASSIGN DYNAMIC w-nombre-proyeccion
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdTar.cpy".
           COPY "CopiFdEsc.cpy".
           COPY "CopiFdExe.cpy".
           COPY "CopiFdDbh.cpy".
           COPY "CopiFdPar.cpy".
       FD  PROYECCION.
       01  pry-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  i pic 9(4) value 0.
       77  j pic 9(4) value 0.
       77  k pic 9(4) value 0.
       77  m pic 9(2) value 0.
       77  w-status-cuotas pic XX value "00".
       77  w-status-tarifas pic XX value "00".
       77  w-status-escenario pic XX value "00".
       77  w-status-exenciones pic XX value "00".
       77  w-status-historial pic XX value "00".
       77  w-status-parametros pic XX value "00".
       77  sen-tarifas pic 9 value 0.
       77  sen-escenario pic 9 value 0.
       77  sen-exenciones pic 9 value 0.
       77  sen-cuotas pic 9 value 0.
       77  sen-historial pic 9 value 0.
       77  sen-parametros pic 9 value 0.
       01  w-nombre-proyeccion pic X(40).
       01  w-fecha-hoy pic 9(8).
       01  w-periodo pic 9(6).
       01  w-periodo-r REDEFINES w-periodo.
           05  w-per-aaaa pic 9(4).
           05  w-per-mm   pic 9(2).
       01  w-periodo-desde pic 9(6).
       01  w-periodo-desde-r REDEFINES w-periodo-desde.
           05  w-des-aaaa pic 9(4).
           05  w-des-mm   pic 9(2).
       01  w-periodo-hasta pic 9(6).
       01  w-primer-proyectado pic 9(6).
       77  w-meses-cobro pic 9(2) value 0.
       77  w-hay-escenario pic 9 value 0.
       77  w-cant-escenario pic 9(3) value 0.
       77  w-cant-esc-omitidas pic 9(3) value 0.
      * Tarifas vigentes y propuestas en una sola tabla: las del
      * escenario van al final, asi en el mismo periodo ganan a la
      * vigente cuando se valoriza la propuesta
       77  w-usa-escenario pic 9 value 0.
       77  w-tarifa-hallada pic 9 value 0.
           88 tarifa-hallada value 1.
       01  w-mejor-periodo pic 9(6).
       01  w-importe-cuota pic 9(6)V99.
       01  w-desc-grupo pic 9(2).
       01  w-categoria-busca pic X.
       01  w-importe-total pic 9(6)V99.
       01  w-importe-base pic 9(6)V99.
       01  w-importe-exento pic 9(6)V99.
       01  w-parte-adherente pic 9(6)V99.
       77  w-socio-exencion pic 9(4) value 0.
       77  w-pos-titular pic 9(4) value 0.
       01  w-importe-actual pic 9(6)V99.
       01  w-importe-propuesto pic 9(6)V99.
       01  tabla-tarifas.
           05  w-cant-tarifas pic 9(3) value 0.
           05  f-tarifa OCCURS 200 TIMES.
               10  f-categoria  pic X.
               10  f-periodo    pic 9(6).
               10  f-importe    pic 9(6)V99.
               10  f-desc-grupo pic 9(2).
               10  f-escenario  pic X.
       01  tabla-exenciones.
           05  w-cant-exenciones pic 9(3) value 0.
           05  f-exencion OCCURS 500 TIMES.
               10  f-exe-socio      pic 9(4).
               10  f-exe-porcentaje pic 9(3).
               10  f-exe-desde      pic 9(6).
               10  f-exe-hasta      pic 9(6).
       01  tabla-socios.
           05  w-cant-socios pic 9(4) value 0.
           05  t-socio OCCURS 603 TIMES.
               10  t-codigo          pic 9(4).
               10  t-categoria       pic X.
               10  t-estado          pic X.
               10  t-periodo-ingreso pic 9(6).
               10  t-rol             pic X.
               10  t-titular         pic 9(4).
               10  t-debito          pic X.
      * Tasa real de cobro de los ultimos meses cerrados, aparte para
      * los adheridos al debito (donde pesan los rechazos del banco)
      * y para los que pagan en ventanilla o por la red
       01  w-emitido-debito pic 9(10)V99 value 0.
       01  w-cobrado-debito pic 9(10)V99 value 0.
       01  w-emitido-ventanilla pic 9(10)V99 value 0.
       01  w-cobrado-ventanilla pic 9(10)V99 value 0.
       01  w-tasa-debito pic 9V9999 value 1.
       01  w-tasa-ventanilla pic 9V9999 value 1.
       01  w-tasa-socio pic 9V9999.
       77  w-cant-presentados pic 9(6) value 0.
       77  w-cant-rechazados pic 9(6) value 0.
       01  w-importe-rechazado pic 9(10)V99 value 0.
       01  tabla-meses.
           05  mp-mes OCCURS 12 TIMES.
               10  mp-periodo      pic 9(6).
               10  mp-facturados   pic 9(4).
               10  mp-emision-act  pic 9(9)V99.
               10  mp-emision-pro  pic 9(9)V99.
               10  mp-recaudo-act  pic 9(9)V99.
               10  mp-recaudo-pro  pic 9(9)V99.
       01  tabla-totales.
           05  tt-emision-act  pic 9(10)V99 value 0.
           05  tt-emision-pro  pic 9(10)V99 value 0.
           05  tt-recaudo-act  pic 9(10)V99 value 0.
           05  tt-recaudo-pro  pic 9(10)V99 value 0.
       01  w-diferencia pic S9(10)V99.
       01  w-porcentaje pic 9(3)V99.
       01  w-porcentaje-edit pic ZZ9.99.
       01  w-importe-edit pic ZZZZZZZZZ9.99.
       01  w-diferencia-edit pic -ZZZZZZZZ9.99.
       01  w-cant-edit pic ZZZZ9.
       01  w-categorias pic X(3) value "CAV".
       01  w-cat-cant pic 9(4).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Proyeccion de recaudacion de los proximos 12 meses sobre el
      * padron actual, con la tarifa vigente y con la propuesta del
      * escenario lado a lado, ajustada por la tasa real de cobro
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DIVIDE w-fecha-hoy BY 100 GIVING w-periodo.
           MOVE SPACES TO w-nombre-proyeccion.
           STRING "proyeccion-recaudacion-" DELIMITED BY SIZE
                  w-fecha-hoy               DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
                  INTO w-nombre-proyeccion
           END-STRING.
           PERFORM 100-CARGAR-PARAMETROS.
           PERFORM 150-CARGAR-TARIFAS.
           PERFORM 160-CARGAR-ESCENARIO.
           PERFORM 170-CARGAR-EXENCIONES.
           PERFORM 205-CARGAR-SOCIOS.
           PERFORM 300-TASA-DE-COBRO.
           PERFORM 350-RECHAZOS-DEBITO.
           PERFORM 400-PROYECTAR.
           PERFORM 500-INFORME.
           IF w-hay-escenario = 0
               DISPLAY "Sin ..\escenario-tarifas.dat: la columna"
                   " propuesta repite la tarifa vigente"
           ELSE
               DISPLAY "Tarifas propuestas en el escenario: "
                   w-cant-escenario
           END-IF.
           DISPLAY "Proyeccion en " w-nombre-proyeccion.
           STOP RUN.

      ******************************************************************
      * Ventana de la tasa de cobro: los PRY-MESES-COBRO periodos
      * anteriores al actual, que ya tuvieron su vencimiento
      ******************************************************************
       100-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-status-parametros NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-parametros = 1
                   READ PARAMETROS
                       AT END
                           MOVE 1 TO sen-parametros
                       NOT AT END
                           IF prm-clave = "PRY-MESES-COBRO"
                               MOVE prm-valor TO w-meses-cobro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-meses-cobro = 0
               MOVE 6 TO w-meses-cobro
           END-IF.
           IF w-per-mm = 1
               COMPUTE w-periodo-hasta = (w-per-aaaa - 1) * 100 + 12
           ELSE
               COMPUTE w-periodo-hasta = w-periodo - 1
           END-IF.
           MOVE w-periodo TO w-periodo-desde.
           PERFORM w-meses-cobro TIMES
               IF w-des-mm = 1
                   MOVE 12 TO w-des-mm
                   SUBTRACT 1 FROM w-des-aaaa
               ELSE
                   SUBTRACT 1 FROM w-des-mm
               END-IF
           END-PERFORM.

       150-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           IF w-status-tarifas NOT = "00"
               DISPLAY "No hay tabla de tarifas ..\tarifas.dat"
                   " (status " w-status-tarifas "), no se proyecta"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL sen-tarifas = 1
               READ TARIFAS
                   AT END
                       MOVE 1 TO sen-tarifas
                   NOT AT END
                       IF w-cant-tarifas < 200
                           ADD 1 TO w-cant-tarifas
                           MOVE tar-categoria
                               TO f-categoria(w-cant-tarifas)
                           MOVE tar-periodo
                               TO f-periodo(w-cant-tarifas)
                           MOVE tar-importe
                               TO f-importe(w-cant-tarifas)
                           MOVE tar-desc-grupo
                               TO f-desc-grupo(w-cant-tarifas)
                           MOVE "N" TO f-escenario(w-cant-tarifas)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARIFAS.

      ******************************************************************
      * La tarifa propuesta sin periodo rige desde el primer mes de la
      * proyeccion
      ******************************************************************
       160-CARGAR-ESCENARIO.
           IF w-per-mm = 12
               COMPUTE w-primer-proyectado =
                   (w-per-aaaa + 1) * 100 + 1
           ELSE
               COMPUTE w-primer-proyectado = w-periodo + 1
           END-IF.
           OPEN INPUT ESCENARIO-TARIFAS.
           IF w-status-escenario NOT = "00"
               CONTINUE
           ELSE
               MOVE 1 TO w-hay-escenario
               PERFORM UNTIL sen-escenario = 1
                   READ ESCENARIO-TARIFAS
                       AT END
                           MOVE 1 TO sen-escenario
                       NOT AT END
                           IF w-cant-tarifas < 200
                               ADD 1 TO w-cant-tarifas
                               ADD 1 TO w-cant-escenario
                               MOVE esc-categoria
                                   TO f-categoria(w-cant-tarifas)
                               MOVE esc-periodo
                                   TO f-periodo(w-cant-tarifas)
                               IF esc-periodo = 0
                                   MOVE w-primer-proyectado
                                       TO f-periodo(w-cant-tarifas)
                               END-IF
                               MOVE esc-importe
                                   TO f-importe(w-cant-tarifas)
                               MOVE esc-desc-grupo
                                   TO f-desc-grupo(w-cant-tarifas)
                               MOVE "S" TO f-escenario(w-cant-tarifas)
                           ELSE
                               ADD 1 TO w-cant-esc-omitidas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCENARIO-TARIFAS
               IF w-cant-esc-omitidas > 0
                   DISPLAY "AVISO: " w-cant-esc-omitidas
                       " tarifas del escenario no entran en la tabla"
                       " de 200, depure tarifas.dat"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

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
                               AND exe-hasta NOT < w-primer-proyectado
                               AND w-cant-exenciones < 500
                               ADD 1 TO w-cant-exenciones
                               MOVE exe-socio
                                   TO f-exe-socio(w-cant-exenciones)
                               MOVE exe-porcentaje
                                 TO f-exe-porcentaje(w-cant-exenciones)
                               MOVE exe-desde
                                   TO f-exe-desde(w-cant-exenciones)
                               MOVE exe-hasta
                                   TO f-exe-hasta(w-cant-exenciones)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCIONES
           END-IF.

       205-CARGAR-SOCIOS.
           OPEN INPUT SOCIOS.
           PERFORM leo.
           PERFORM UNTIL sen = 1
               IF soc-codigo NOT = 0 AND w-cant-socios < 603
                   ADD 1 TO w-cant-socios
                   MOVE soc-codigo TO t-codigo(w-cant-socios)
                   MOVE soc-categoria TO t-categoria(w-cant-socios)
                   MOVE soc-estado TO t-estado(w-cant-socios)
                   DIVIDE soc-fecha-ingreso BY 100
                       GIVING t-periodo-ingreso(w-cant-socios)
                   MOVE soc-rol-grupo TO t-rol(w-cant-socios)
                   MOVE soc-titular TO t-titular(w-cant-socios)
                   MOVE soc-debito TO t-debito(w-cant-socios)
               END-IF
               PERFORM leo
           END-PERFORM.
           CLOSE SOCIOS.

       leo.
           READ SOCIOS AT END MOVE 1 TO sen.

      ******************************************************************
      * Lo emitido contra lo cobrado de los periodos de la ventana; la
      * cuota que el banco rechazo y nadie pago sigue pendiente y baja
      * la tasa de los adheridos. Los socios que ya no estan en el
      * padron cuentan como ventanilla
      ******************************************************************
       300-TASA-DE-COBRO.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No hay cuotas generadas, se proyecta con"
                   " cobro total"
           ELSE
               PERFORM UNTIL sen-cuotas = 1
                   READ CUOTAS
                       AT END
                           MOVE 1 TO sen-cuotas
                       NOT AT END
                           IF cuo-periodo NOT < w-periodo-desde
                               AND cuo-periodo NOT > w-periodo-hasta
                               PERFORM 310-ACUMULAR-COBRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           IF w-emitido-debito > 0
               COMPUTE w-tasa-debito ROUNDED =
                   w-cobrado-debito / w-emitido-debito
           END-IF.
           IF w-emitido-ventanilla > 0
               COMPUTE w-tasa-ventanilla ROUNDED =
                   w-cobrado-ventanilla / w-emitido-ventanilla
           END-IF.

       310-ACUMULAR-COBRO.
           MOVE 0 TO k.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-socios
               IF t-codigo(i) = cuo-codigo
                   MOVE i TO k
               END-IF
           END-PERFORM.
           IF k NOT = 0 AND t-debito(k) = "S"
               ADD cuo-importe TO w-emitido-debito
               IF cuo-estado = "C"
                   ADD cuo-importe TO w-cobrado-debito
               END-IF
           ELSE
               ADD cuo-importe TO w-emitido-ventanilla
               IF cuo-estado = "C"
                   ADD cuo-importe TO w-cobrado-ventanilla
               END-IF
           END-IF.

      ******************************************************************
      * Rechazos del debito en la misma ventana, para mostrar en la
      * reunion de donde sale la tasa de los adheridos
      ******************************************************************
       350-RECHAZOS-DEBITO.
           OPEN INPUT HISTORIAL-DEBITOS.
           IF w-status-historial NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-historial = 1
                   READ HISTORIAL-DEBITOS
                       AT END
                           MOVE 1 TO sen-historial
                       NOT AT END
                           IF dbh-periodo NOT < w-periodo-desde
                               AND dbh-periodo NOT > w-periodo-hasta
                               AND dbh-resultado NOT = "B"
                               ADD 1 TO w-cant-presentados
                               IF dbh-resultado = "R"
                                   ADD 1 TO w-cant-rechazados
                                   ADD dbh-importe
                                       TO w-importe-rechazado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-DEBITOS
           END-IF.

      ******************************************************************
      * Cada mes se valoriza el padron dos veces, con la tarifa vigente
      * y con la propuesta, igual que genera-cuotas: el grupo familiar
      * al titular con el descuento por adherente, exenciones
      * vigentes en el mes, suspendidos fuera
      ******************************************************************
       400-PROYECTAR.
           MOVE w-primer-proyectado TO w-periodo.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
               MOVE w-periodo TO mp-periodo(m)
               MOVE 0 TO mp-facturados(m)
               MOVE 0 TO mp-emision-act(m)
               MOVE 0 TO mp-emision-pro(m)
               MOVE 0 TO mp-recaudo-act(m)
               MOVE 0 TO mp-recaudo-pro(m)
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
                   PERFORM 410-PROYECTAR-SOCIO
               END-PERFORM
               ADD mp-emision-act(m) TO tt-emision-act
               ADD mp-emision-pro(m) TO tt-emision-pro
               ADD mp-recaudo-act(m) TO tt-recaudo-act
               ADD mp-recaudo-pro(m) TO tt-recaudo-pro
               IF w-per-mm = 12
                   COMPUTE w-periodo = (w-per-aaaa + 1) * 100 + 1
               ELSE
                   ADD 1 TO w-periodo
               END-IF
           END-PERFORM.

       410-PROYECTAR-SOCIO.
           MOVE 0 TO w-pos-titular.
           IF t-estado(j) NOT = "S"
               AND t-periodo-ingreso(j) NOT > w-periodo
               IF t-rol(j) = "D"
                   PERFORM 415-BUSCAR-TITULAR
               END-IF
               IF w-pos-titular = 0
                   MOVE 0 TO w-usa-escenario
                   PERFORM 420-VALORIZAR-SOCIO
                   MOVE w-importe-total TO w-importe-actual
                   MOVE 1 TO w-usa-escenario
                   PERFORM 420-VALORIZAR-SOCIO
                   MOVE w-importe-total TO w-importe-propuesto
                   IF t-debito(j) = "S"
                       MOVE w-tasa-debito TO w-tasa-socio
                   ELSE
                       MOVE w-tasa-ventanilla TO w-tasa-socio
                   END-IF
                   IF w-importe-actual > 0 OR w-importe-propuesto > 0
                       ADD 1 TO mp-facturados(m)
                   END-IF
                   ADD w-importe-actual TO mp-emision-act(m)
                   ADD w-importe-propuesto TO mp-emision-pro(m)
                   COMPUTE mp-recaudo-act(m) ROUNDED =
                       mp-recaudo-act(m) + w-importe-actual
                       * w-tasa-socio
                   COMPUTE mp-recaudo-pro(m) ROUNDED =
                       mp-recaudo-pro(m) + w-importe-propuesto
                       * w-tasa-socio
               END-IF
           END-IF.

       415-BUSCAR-TITULAR.
           MOVE 0 TO w-pos-titular.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-socios
               IF t-codigo(k) = t-titular(j)
                   AND t-estado(k) NOT = "S"
                   AND t-periodo-ingreso(k) NOT > w-periodo
                   MOVE k TO w-pos-titular
               END-IF
           END-PERFORM.

       420-VALORIZAR-SOCIO.
           MOVE 0 TO w-importe-total.
           MOVE t-categoria(j) TO w-categoria-busca.
           PERFORM 430-BUSCAR-TARIFA.
           IF tarifa-hallada
               MOVE t-codigo(j) TO w-socio-exencion
               MOVE w-importe-cuota TO w-importe-base
               PERFORM 435-APLICAR-EXENCION
               MOVE w-importe-base TO w-importe-total
               IF t-rol(j) = "T"
                   PERFORM 440-SUMAR-ADHERENTES
               END-IF
           END-IF.

      ******************************************************************
      * Rige la tarifa de la categoria con el periodo mas alto que no
      * supere el periodo proyectado; con la propuesta tambien cuentan
      * las lineas del escenario
      ******************************************************************
       430-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-hallada.
           MOVE 0 TO w-mejor-periodo.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-tarifas
               IF f-categoria(i) = w-categoria-busca
                   AND f-periodo(i) NOT > w-periodo
                   AND f-periodo(i) NOT < w-mejor-periodo
                   AND (f-escenario(i) = "N" OR w-usa-escenario = 1)
                   MOVE f-periodo(i) TO w-mejor-periodo
                   MOVE f-importe(i) TO w-importe-cuota
                   MOVE f-desc-grupo(i) TO w-desc-grupo
                   MOVE 1 TO w-tarifa-hallada
               END-IF
           END-PERFORM.

       435-APLICAR-EXENCION.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-exenciones
               IF f-exe-socio(i) = w-socio-exencion
                   AND f-exe-desde(i) NOT > w-periodo
                   AND f-exe-hasta(i) NOT < w-periodo
                   COMPUTE w-importe-exento ROUNDED =
                       w-importe-base * f-exe-porcentaje(i) / 100
                   SUBTRACT w-importe-exento FROM w-importe-base
               END-IF
           END-PERFORM.

       440-SUMAR-ADHERENTES.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-socios
               IF t-rol(k) = "D"
                   AND t-titular(k) = t-codigo(j)
                   AND t-estado(k) NOT = "S"
                   AND t-periodo-ingreso(k) NOT > w-periodo
                   MOVE t-categoria(k) TO w-categoria-busca
                   PERFORM 430-BUSCAR-TARIFA
                   IF tarifa-hallada
                       COMPUTE w-parte-adherente ROUNDED =
                           w-importe-cuota *
                           (100 - w-desc-grupo) / 100
                       MOVE t-codigo(k) TO w-socio-exencion
                       MOVE w-parte-adherente TO w-importe-base
                       PERFORM 435-APLICAR-EXENCION
                       ADD w-importe-base TO w-importe-total
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Informe para la comision: padron y tarifas del primer mes, las
      * tasas de cobro usadas y los 12 meses lado a lado
      ******************************************************************
       500-INFORME.
           OPEN OUTPUT PROYECCION.
           MOVE SPACES TO pry-linea.
           STRING "PROYECCION DE RECAUDACION AL " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  " - TARIFA VIGENTE Y PROPUESTA" DELIMITED BY SIZE
                  INTO pry-linea
           END-STRING.
           WRITE pry-linea.
           MOVE ALL "=" TO pry-linea.
           WRITE pry-linea.
           PERFORM 510-PADRON-Y-TARIFAS.
           PERFORM 520-TASAS-DE-COBRO.
           MOVE SPACES TO pry-linea.
           WRITE pry-linea.
           MOVE "Periodo" TO pry-linea(1:7).
           MOVE "Socios" TO pry-linea(9:6).
           MOVE "Emision vig." TO pry-linea(18:12).
           MOVE "Emision prop." TO pry-linea(32:13).
           MOVE "Recaudo vig." TO pry-linea(47:12).
           MOVE "Recaudo prop." TO pry-linea(61:13).
           MOVE "Diferencia" TO pry-linea(78:10).
           WRITE pry-linea.
           MOVE ALL "-" TO pry-linea.
           WRITE pry-linea.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
               MOVE SPACES TO pry-linea
               MOVE mp-periodo(m) TO pry-linea(1:6)
               MOVE mp-facturados(m) TO w-cant-edit
               MOVE w-cant-edit TO pry-linea(9:5)
               MOVE mp-emision-act(m) TO w-importe-edit
               MOVE w-importe-edit TO pry-linea(16:13)
               MOVE mp-emision-pro(m) TO w-importe-edit
               MOVE w-importe-edit TO pry-linea(31:13)
               MOVE mp-recaudo-act(m) TO w-importe-edit
               MOVE w-importe-edit TO pry-linea(46:13)
               MOVE mp-recaudo-pro(m) TO w-importe-edit
               MOVE w-importe-edit TO pry-linea(61:13)
               COMPUTE w-diferencia =
                   mp-recaudo-pro(m) - mp-recaudo-act(m)
               MOVE w-diferencia TO w-diferencia-edit
               MOVE w-diferencia-edit TO pry-linea(76:13)
               WRITE pry-linea
           END-PERFORM.
           MOVE ALL "-" TO pry-linea.
           WRITE pry-linea.
           MOVE SPACES TO pry-linea.
           MOVE "TOTAL 12 MESES" TO pry-linea(1:14).
           MOVE tt-emision-act TO w-importe-edit.
           MOVE w-importe-edit TO pry-linea(16:13).
           MOVE tt-emision-pro TO w-importe-edit.
           MOVE w-importe-edit TO pry-linea(31:13).
           MOVE tt-recaudo-act TO w-importe-edit.
           MOVE w-importe-edit TO pry-linea(46:13).
           MOVE tt-recaudo-pro TO w-importe-edit.
           MOVE w-importe-edit TO pry-linea(61:13).
           COMPUTE w-diferencia = tt-recaudo-pro - tt-recaudo-act.
           MOVE w-diferencia TO w-diferencia-edit.
           MOVE w-diferencia-edit TO pry-linea(76:13).
           WRITE pry-linea.
           CLOSE PROYECCION.

       510-PADRON-Y-TARIFAS.
           MOVE w-primer-proyectado TO w-periodo.
           MOVE SPACES TO pry-linea.
           STRING "Padron activo por categoria y tarifa del periodo "
                      DELIMITED BY SIZE
                  w-periodo DELIMITED BY SIZE
                  INTO pry-linea
           END-STRING.
           WRITE pry-linea.
           MOVE SPACES TO pry-linea.
           MOVE "Categoria" TO pry-linea(1:9).
           MOVE "Socios" TO pry-linea(13:6).
           MOVE "Tarifa vig." TO pry-linea(23:11).
           MOVE "Tarifa prop." TO pry-linea(38:12).
           WRITE pry-linea.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 3
               MOVE w-categorias(m:1) TO w-categoria-busca
               MOVE 0 TO w-cat-cant
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
                   IF t-categoria(j) = w-categoria-busca
                       AND t-estado(j) NOT = "S"
                       ADD 1 TO w-cat-cant
                   END-IF
               END-PERFORM
               MOVE SPACES TO pry-linea
               MOVE w-categoria-busca TO pry-linea(5:1)
               MOVE w-cat-cant TO w-cant-edit
               MOVE w-cant-edit TO pry-linea(13:5)
               MOVE 0 TO w-usa-escenario
               PERFORM 430-BUSCAR-TARIFA
               IF tarifa-hallada
                   MOVE w-importe-cuota TO w-importe-edit
                   MOVE w-importe-edit TO pry-linea(21:13)
               ELSE
                   MOVE "sin tarifa" TO pry-linea(24:10)
               END-IF
               MOVE 1 TO w-usa-escenario
               PERFORM 430-BUSCAR-TARIFA
               IF tarifa-hallada
                   MOVE w-importe-cuota TO w-importe-edit
                   MOVE w-importe-edit TO pry-linea(37:13)
               ELSE
                   MOVE "sin tarifa" TO pry-linea(40:10)
               END-IF
               WRITE pry-linea
           END-PERFORM.

       520-TASAS-DE-COBRO.
           MOVE SPACES TO pry-linea.
           WRITE pry-linea.
           MOVE SPACES TO pry-linea.
           STRING "Tasa real de cobro de los periodos "
                      DELIMITED BY SIZE
                  w-periodo-desde DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  w-periodo-hasta DELIMITED BY SIZE
                  INTO pry-linea
           END-STRING.
           WRITE pry-linea.
           COMPUTE w-porcentaje ROUNDED = w-tasa-debito * 100.
           MOVE w-porcentaje TO w-porcentaje-edit.
           MOVE SPACES TO pry-linea.
           STRING "  Adheridos al debito  : " DELIMITED BY SIZE
                  w-porcentaje-edit DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO pry-linea
           END-STRING.
           WRITE pry-linea.
           COMPUTE w-porcentaje ROUNDED = w-tasa-ventanilla * 100.
           MOVE w-porcentaje TO w-porcentaje-edit.
           MOVE SPACES TO pry-linea.
           STRING "  Ventanilla y red     : " DELIMITED BY SIZE
                  w-porcentaje-edit DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO pry-linea
           END-STRING.
           WRITE pry-linea.
           MOVE 0 TO w-porcentaje.
           IF w-cant-presentados > 0
               COMPUTE w-porcentaje ROUNDED =
                   w-cant-rechazados * 100 / w-cant-presentados
           END-IF.
           MOVE w-porcentaje TO w-porcentaje-edit.
           MOVE w-importe-rechazado TO w-importe-edit.
           MOVE SPACES TO pry-linea.
           STRING "  Rechazos del debito  : " DELIMITED BY SIZE
                  w-cant-rechazados DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  w-cant-presentados DELIMITED BY SIZE
                  " presentaciones (" DELIMITED BY SIZE
                  w-porcentaje-edit DELIMITED BY SIZE
                  " %) por $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO pry-linea
           END-STRING.
           WRITE pry-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
