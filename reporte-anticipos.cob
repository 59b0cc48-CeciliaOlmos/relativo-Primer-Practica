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
           SELECT REPORTE ASSIGN DYNAMIC w-nombre-reporte
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
           COPY "CopiFdTar.cpy".
           COPY "CopiFdAnt.cpy".
           COPY "CopiFdExe.cpy".
       FD  REPORTE.
       01  rpt-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  sen-tarifas pic 9 value 0.
       77  sen-anticipos pic 9 value 0.
       77  i pic 9(4) value 0.
       77  j pic 9(4) value 0.
       77  k pic 9(4) value 0.
       77  w-status-tarifas pic XX value "00".
       77  w-status-anticipos pic XX value "00".
       77  w-fecha-hoy pic 9(8).
       77  w-anio pic 9(4) value 0.
       77  w-periodo pic 9(6).
       77  w-mes pic 9(2).
       77  w-mes-hasta pic 9(2).
       77  w-anio-ant pic 9(4).
       77  w-nombre-reporte pic X(40).
       77  w-pos-socio pic 9(4) value 0.
       77  w-tarifa-hallada pic 9 value 0.
           88 tarifa-hallada value 1.
       77  w-sin-tarifa pic 9 value 0.
       77  w-cant-anticipos pic 9(4) value 0.
       77  w-cant-cubiertos pic 9(4) value 0.
       77  w-cant-aumentos pic 9(3) value 0.
       01  w-mejor-periodo pic 9(6).
       01  w-importe-cuota pic 9(6)V99.
       01  w-desc-grupo pic 9(2).
       01  w-categoria-busca pic X.
       01  w-parte-adherente pic 9(6)V99.
       01  w-valor-vigente pic 9(8)V99.
       01  w-diferencia pic S9(8)V99.
       01  w-tot-pagado pic 9(9)V99 value 0.
       01  w-tot-lista pic 9(9)V99 value 0.
       01  w-tot-vigente pic 9(9)V99 value 0.
       01  w-tot-absorbido pic 9(9)V99 value 0.
       01  w-importe-edit pic ZZZZZZZ9.99.
       01  w-dif-edit pic +ZZZZZZ9.99.
       01  w-nombre pic X(20).
       77  w-status-exenciones pic XX value "00".
       77  sen-exenciones pic 9 value 0.
       77  w-cant-a-revisar pic 9(4) value 0.
       77  w-cant-valorizados pic 9(2) value 0.
       01  w-socio-exencion pic 9(4).
       01  w-importe-base pic 9(6)V99.
       01  w-importe-exento pic 9(6)V99.
       01  w-valor-periodo pic 9(6)V99.
      * Exenciones de cuota con su vigencia; la dada de baja sigue
      * contando para los anticipos cobrados antes de la baja
       01  tabla-exenciones.
           05  w-cant-exenciones pic 9(3) value 0.
           05  f-exencion OCCURS 500 TIMES.
               10  f-exe-socio      pic 9(4).
               10  f-exe-porcentaje pic 9(3).
               10  f-exe-desde      pic 9(6).
               10  f-exe-hasta      pic 9(6).
               10  f-exe-estado     pic X.
               10  f-exe-fecha-baja pic 9(8).
       01  tabla-tarifas.
           05  w-cant-tarifas pic 9(3) value 0.
           05  f-tarifa OCCURS 100 TIMES.
               10  f-categoria  pic X.
               10  f-periodo    pic 9(6).
               10  f-importe    pic 9(6)V99.
               10  f-desc-grupo pic 9(2).
       01  tabla-socios.
           05  w-cant-socios pic 9(4) value 0.
           05  t-socio OCCURS 603 TIMES.
               10  t-codigo          pic 9(4).
               10  t-nombre          pic X(20).
               10  t-categoria       pic X.
               10  t-estado          pic X.
               10  t-rol             pic X.
               10  t-titular         pic 9(4).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Socios cubiertos por pago anual anticipado: por cada anticipo
      * del anio compara lo cobrado y el valor de lista al cobrar con
      * lo que valen hoy esos periodos en tarifas.dat; si la comision
      * aumento la tarifa despues del anticipo, la diferencia es lo
      * que el club resigna por haber cobrado por adelantado
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Anio a informar (AAAA, 0 = anio en curso)".
           ACCEPT w-anio.
           IF w-anio = 0
               DIVIDE w-fecha-hoy BY 10000 GIVING w-anio
           END-IF.
           MOVE SPACES TO w-nombre-reporte.
           STRING "reporte-anticipos-" DELIMITED BY SIZE
                  w-anio               DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  w-fecha-hoy          DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
                  INTO w-nombre-reporte
           END-STRING.
           PERFORM 100-CARGAR-TARIFAS.
           PERFORM 150-CARGAR-SOCIOS.
           PERFORM 160-CARGAR-EXENCIONES.
           OPEN OUTPUT REPORTE.
           PERFORM 200-ENCABEZADO.
           PERFORM 250-AUMENTOS-DEL-ANIO.
           PERFORM 300-RECORRER-ANTICIPOS.
           PERFORM 400-TOTALES.
           CLOSE REPORTE.
           DISPLAY "Anticipos del anio " w-anio ": " w-cant-anticipos
               ", cubiertos ante aumento: " w-cant-cubiertos.
           DISPLAY "Detalle en " w-nombre-reporte.
           STOP RUN.

       100-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           IF w-status-tarifas NOT = "00"
               DISPLAY "No hay tabla de tarifas ..\tarifas.dat"
                   " (status " w-status-tarifas "), no se informa"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL sen-tarifas = 1
               READ TARIFAS
                   AT END
                       MOVE 1 TO sen-tarifas
                   NOT AT END
                       IF w-cant-tarifas < 100
                           ADD 1 TO w-cant-tarifas
                           MOVE tar-categoria
                               TO f-categoria(w-cant-tarifas)
                           MOVE tar-periodo
                               TO f-periodo(w-cant-tarifas)
                           MOVE tar-importe
                               TO f-importe(w-cant-tarifas)
                           MOVE tar-desc-grupo
                               TO f-desc-grupo(w-cant-tarifas)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARIFAS.

       150-CARGAR-SOCIOS.
           OPEN INPUT SOCIOS.
           PERFORM leo.
           PERFORM UNTIL sen = 1
               IF soc-codigo NOT = 0 AND w-cant-socios < 603
                   ADD 1 TO w-cant-socios
                   MOVE soc-codigo TO t-codigo(w-cant-socios)
                   MOVE soc-nombre TO t-nombre(w-cant-socios)
                   MOVE soc-categoria TO t-categoria(w-cant-socios)
                   MOVE soc-estado TO t-estado(w-cant-socios)
                   MOVE soc-rol-grupo TO t-rol(w-cant-socios)
                   MOVE soc-titular TO t-titular(w-cant-socios)
               END-IF
               PERFORM leo
           END-PERFORM.
           CLOSE SOCIOS.

       leo.
           READ SOCIOS AT END MOVE 1 TO sen.

       160-CARGAR-EXENCIONES.
           OPEN INPUT EXENCIONES.
           IF w-status-exenciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-exenciones = 1
                   READ EXENCIONES
                       AT END
                           MOVE 1 TO sen-exenciones
                       NOT AT END
                           IF w-cant-exenciones < 500
                               ADD 1 TO w-cant-exenciones
                               MOVE exe-socio
                                   TO f-exe-socio(w-cant-exenciones)
                               MOVE exe-porcentaje
                                 TO f-exe-porcentaje(w-cant-exenciones)
                               MOVE exe-desde
                                   TO f-exe-desde(w-cant-exenciones)
                               MOVE exe-hasta
                                   TO f-exe-hasta(w-cant-exenciones)
                               MOVE exe-estado
                                   TO f-exe-estado(w-cant-exenciones)
                               MOVE exe-fecha-baja
                                 TO f-exe-fecha-baja(w-cant-exenciones)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCIONES
           END-IF.

       200-ENCABEZADO.
           MOVE SPACES TO rpt-linea.
           STRING "SOCIOS CUBIERTOS POR PAGO ANUAL ANTICIPADO - ANIO "
                      DELIMITED BY SIZE
                  w-anio DELIMITED BY SIZE
                  "  (al " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           MOVE ALL "=" TO rpt-linea.
           WRITE rpt-linea.

      ******************************************************************
      * Tarifas que empiezan a regir dentro del anio informado
      ******************************************************************
       250-AUMENTOS-DEL-ANIO.
           MOVE "Tarifas que rigen desde un periodo del anio:"
               TO rpt-linea.
           WRITE rpt-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-tarifas
               DIVIDE f-periodo(i) BY 100 GIVING w-anio-ant
               IF w-anio-ant = w-anio
                   ADD 1 TO w-cant-aumentos
                   MOVE SPACES TO rpt-linea
                   MOVE f-importe(i) TO w-importe-edit
                   STRING "  Categoria " DELIMITED BY SIZE
                          f-categoria(i) DELIMITED BY SIZE
                          "  desde " DELIMITED BY SIZE
                          f-periodo(i) DELIMITED BY SIZE
                          "  $" DELIMITED BY SIZE
                          w-importe-edit DELIMITED BY SIZE
                          INTO rpt-linea
                   END-STRING
                   WRITE rpt-linea
               END-IF
           END-PERFORM.
           IF w-cant-aumentos = 0
               MOVE "  (ninguna)" TO rpt-linea
               WRITE rpt-linea
           END-IF.
           MOVE SPACES TO rpt-linea.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE "SOCIO NOMBRE               PERIODOS" TO rpt-linea.
           MOVE "  LISTA PAGO" TO rpt-linea(36:12).
           MOVE "    PAGADO" TO rpt-linea(49:10).
           MOVE "   VIGENTE" TO rpt-linea(61:10).
           MOVE " DIFERENCIA" TO rpt-linea(73:11).
           WRITE rpt-linea.
           MOVE ALL "-" TO rpt-linea.
           WRITE rpt-linea.

       300-RECORRER-ANTICIPOS.
           OPEN INPUT ANTICIPOS.
           IF w-status-anticipos NOT = "00"
               MOVE "  (no hay pagos anuales anticipados registrados)"
                   TO rpt-linea
               WRITE rpt-linea
           ELSE
               PERFORM UNTIL sen-anticipos = 1
                   READ ANTICIPOS
                       AT END
                           MOVE 1 TO sen-anticipos
                       NOT AT END
                           IF ant-anio = w-anio
                               PERFORM 310-EVALUAR-ANTICIPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANTICIPOS
           END-IF.

       310-EVALUAR-ANTICIPO.
           ADD 1 TO w-cant-anticipos.
           MOVE 0 TO w-pos-socio.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
               IF t-codigo(j) = ant-socio
                   MOVE j TO w-pos-socio
               END-IF
           END-PERFORM.
           MOVE 0 TO w-valor-vigente.
           MOVE 0 TO w-sin-tarifa.
           MOVE 0 TO w-cant-valorizados.
           IF w-pos-socio = 0
               MOVE "(fuera del padron)" TO w-nombre
               MOVE 1 TO w-sin-tarifa
           ELSE
               MOVE t-nombre(w-pos-socio) TO w-nombre
               DIVIDE ant-periodo-desde BY 100 GIVING w-anio-ant
                   REMAINDER w-mes
               DIVIDE ant-periodo-hasta BY 100 GIVING w-anio-ant
                   REMAINDER w-mes-hasta
               PERFORM 320-VALORIZAR-PERIODO
                   UNTIL w-mes > w-mes-hasta
           END-IF.
           PERFORM 330-IMPRIMIR-ANTICIPO.

      ******************************************************************
      * Valor actual de un periodo cubierto, con la misma regla del
      * pago anual: tarifa del titular mas la parte con descuento de
      * cada adherente activo del grupo, menos lo que exime cada
      * integrante; el periodo que queda en cero no se anticipo
      ******************************************************************
       320-VALORIZAR-PERIODO.
           COMPUTE w-periodo = w-anio-ant * 100 + w-mes.
           MOVE 0 TO w-valor-periodo.
           MOVE t-categoria(w-pos-socio) TO w-categoria-busca.
           PERFORM 340-BUSCAR-TARIFA.
           IF tarifa-hallada
               MOVE w-importe-cuota TO w-importe-base
               MOVE ant-socio TO w-socio-exencion
               PERFORM 350-APLICAR-EXENCION
               ADD w-importe-base TO w-valor-periodo
           ELSE
               MOVE 1 TO w-sin-tarifa
           END-IF.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-socios
               IF t-rol(k) = "D"
                   AND t-titular(k) = ant-socio
                   AND t-estado(k) NOT = "S"
                   MOVE t-categoria(k) TO w-categoria-busca
                   PERFORM 340-BUSCAR-TARIFA
                   IF tarifa-hallada
                       COMPUTE w-parte-adherente ROUNDED =
                           w-importe-cuota *
                           (100 - w-desc-grupo) / 100
                       MOVE w-parte-adherente TO w-importe-base
                       MOVE t-codigo(k) TO w-socio-exencion
                       PERFORM 350-APLICAR-EXENCION
                       ADD w-importe-base TO w-valor-periodo
                   ELSE
                       MOVE 1 TO w-sin-tarifa
                   END-IF
               END-IF
           END-PERFORM.
           IF w-valor-periodo NOT = 0
               ADD w-valor-periodo TO w-valor-vigente
               ADD 1 TO w-cant-valorizados
           END-IF.
           ADD 1 TO w-mes.

       330-IMPRIMIR-ANTICIPO.
           ADD ant-importe TO w-tot-pagado.
           ADD ant-importe-lista TO w-tot-lista.
           ADD w-valor-vigente TO w-tot-vigente.
           COMPUTE w-diferencia = w-valor-vigente - ant-importe-lista.
           MOVE SPACES TO rpt-linea.
           MOVE ant-socio TO rpt-linea(1:4).
           MOVE w-nombre TO rpt-linea(7:20).
           MOVE ant-periodo-desde(5:2) TO rpt-linea(28:2).
           MOVE "-" TO rpt-linea(30:1).
           MOVE ant-periodo-hasta(5:2) TO rpt-linea(31:2).
           MOVE ant-importe-lista TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(36:11).
           MOVE ant-importe TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(48:11).
           MOVE w-valor-vigente TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(60:11).
           MOVE w-diferencia TO w-dif-edit.
           MOVE w-dif-edit TO rpt-linea(72:11).
           IF w-sin-tarifa = 1
               MOVE " SIN TARIFA" TO rpt-linea(84:11)
           ELSE
           IF w-cant-valorizados NOT = ant-cant-periodos
               ADD 1 TO w-cant-a-revisar
               MOVE " REVISAR PERIODOS" TO rpt-linea(84:17)
           ELSE
               IF w-diferencia > 0
                   ADD 1 TO w-cant-cubiertos
                   ADD w-diferencia TO w-tot-absorbido
                   MOVE " CUBIERTO" TO rpt-linea(84:9)
               END-IF
           END-IF
           END-IF.
           WRITE rpt-linea.

       340-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-hallada.
           MOVE 0 TO w-mejor-periodo.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-tarifas
               IF f-categoria(i) = w-categoria-busca
                   AND f-periodo(i) NOT > w-periodo
                   AND f-periodo(i) NOT < w-mejor-periodo
                   MOVE f-periodo(i) TO w-mejor-periodo
                   MOVE f-importe(i) TO w-importe-cuota
                   MOVE f-desc-grupo(i) TO w-desc-grupo
                   MOVE 1 TO w-tarifa-hallada
               END-IF
           END-PERFORM.

      ******************************************************************
      * Descuenta de w-importe-base lo que eximen las exenciones de
      * w-socio-exencion vigentes en el periodo al cobrarse el
      * anticipo, como lo hizo el mostrador
      ******************************************************************
       350-APLICAR-EXENCION.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-exenciones
               IF f-exe-socio(i) = w-socio-exencion
                   AND f-exe-desde(i) NOT > w-periodo
                   AND f-exe-hasta(i) NOT < w-periodo
                   AND (f-exe-estado(i) = "A"
                       OR f-exe-fecha-baja(i) > ant-fecha)
                   COMPUTE w-importe-exento ROUNDED =
                       w-importe-base * f-exe-porcentaje(i) / 100
                   SUBTRACT w-importe-exento FROM w-importe-base
               END-IF
           END-PERFORM.

       400-TOTALES.
           MOVE ALL "=" TO rpt-linea.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           STRING "Anticipos del anio: " DELIMITED BY SIZE
                  w-cant-anticipos DELIMITED BY SIZE
                  "   Cubiertos ante un aumento posterior: "
                      DELIMITED BY SIZE
                  w-cant-cubiertos DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           IF w-cant-a-revisar NOT = 0
               MOVE SPACES TO rpt-linea
               STRING "Anticipos cuyos periodos no coinciden con lo"
                          DELIMITED BY SIZE
                      " cobrado (REVISAR): " DELIMITED BY SIZE
                      w-cant-a-revisar DELIMITED BY SIZE
                      INTO rpt-linea
               END-STRING
               WRITE rpt-linea
           END-IF.
           MOVE SPACES TO rpt-linea.
           MOVE w-tot-lista TO w-importe-edit.
           STRING "Valor de lista al cobrar : $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE w-tot-pagado TO w-importe-edit.
           STRING "Cobrado con bonificacion : $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE w-tot-vigente TO w-importe-edit.
           STRING "Valor a tarifa vigente   : $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE w-tot-absorbido TO w-importe-edit.
           STRING "Aumento no trasladado    : $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
