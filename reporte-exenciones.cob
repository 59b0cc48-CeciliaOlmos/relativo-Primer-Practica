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
           COPY "CopiFdExe.cpy".
       FD  REPORTE.
       01  rpt-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  sen-tarifas pic 9 value 0.
       77  sen-exenciones pic 9 value 0.
       77  i pic 9(4) value 0.
       77  j pic 9(4) value 0.
       77  w-status-tarifas pic XX value "00".
       77  w-status-exenciones pic XX value "00".
       77  w-fecha-hoy pic 9(8).
       77  w-periodo pic 9(6) value 0.
       77  w-periodo-siguiente pic 9(6).
       77  w-periodo-tarifa pic 9(6).
       77  w-anio pic 9(4).
       77  w-mes pic 9(2).
       77  w-nombre-reporte pic X(40).
       77  w-pos-socio pic 9(4) value 0.
       77  w-pos-titular pic 9(4) value 0.
       77  w-tarifa-hallada pic 9 value 0.
           88 tarifa-hallada value 1.
       77  w-cant-vigentes pic 9(4) value 0.
       77  w-cant-vencen pic 9(4) value 0.
       77  w-cant-sin-tarifa pic 9(4) value 0.
       01  w-mejor-periodo pic 9(6).
       01  w-importe-cuota pic 9(6)V99.
       01  w-desc-grupo pic 9(2).
       01  w-categoria-busca pic X.
       01  w-cuota-socio pic 9(6)V99.
       01  w-costo pic 9(6)V99.
       01  w-costo-total pic 9(8)V99 value 0.
       01  w-importe-edit pic ZZZZZZZ9.99.
       01  w-nombre pic X(20).
       01  w-tipo-texto pic X(10).
       01  tabla-tipos.
           05  tt-tipo OCCURS 4 TIMES.
               10  tt-cant  pic 9(4).
               10  tt-costo pic 9(8)V99.
       77  w-tipo-idx pic 9 value 0.
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
      * Reporte mensual de exenciones y becas: las vigentes en el
      * periodo con lo que le cuestan al club en cuota, y las que
      * vencen el mes siguiente para renovarlas o dejarlas caer a
      * conciencia
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Periodo a informar (AAAAMM, 0 = periodo actual)".
           ACCEPT w-periodo.
           IF w-periodo = 0
               DIVIDE w-fecha-hoy BY 100 GIVING w-periodo
           END-IF.
           DIVIDE w-periodo BY 100 GIVING w-anio REMAINDER w-mes.
           IF w-mes = 12
               COMPUTE w-periodo-siguiente = (w-anio + 1) * 100 + 1
           ELSE
               COMPUTE w-periodo-siguiente = w-periodo + 1
           END-IF.
           MOVE SPACES TO w-nombre-reporte.
           STRING "reporte-exenciones-" DELIMITED BY SIZE
                  w-periodo             DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO w-nombre-reporte
           END-STRING.
           INITIALIZE tabla-tipos.
           PERFORM 100-CARGAR-TARIFAS.
           PERFORM 150-CARGAR-SOCIOS.
           OPEN OUTPUT REPORTE.
           PERFORM 200-VIGENTES.
           PERFORM 300-VENCEN-MES-SIGUIENTE.
           PERFORM 400-TOTALES.
           CLOSE REPORTE.
           DISPLAY "Exenciones vigentes en " w-periodo ": "
               w-cant-vigentes ", vencen en " w-periodo-siguiente
               ": " w-cant-vencen.
           DISPLAY "Detalle en " w-nombre-reporte.
           STOP RUN.

       100-CARGAR-TARIFAS.
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
                                   TO f-categoria(w-cant-tarifas)
                               MOVE tar-periodo
                                   TO f-periodo(w-cant-tarifas)
                               MOVE tar-importe
                                   TO f-importe(w-cant-tarifas)
                               MOVE tar-desc-grupo
                                   TO f-desc-grupo(w-cant-tarifas)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

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

       200-VIGENTES.
           MOVE SPACES TO rpt-linea.
           STRING "EXENCIONES DE CUOTA VIGENTES EN EL PERIODO "
                      DELIMITED BY SIZE
                  w-periodo DELIMITED BY SIZE
                  "  (al " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           MOVE ALL "=" TO rpt-linea.
           WRITE rpt-linea.
           PERFORM 210-TITULOS.
           MOVE w-periodo TO w-periodo-tarifa.
           MOVE 0 TO sen-exenciones.
           OPEN INPUT EXENCIONES.
           IF w-status-exenciones NOT = "00"
               MOVE "  (no hay exenciones registradas)" TO rpt-linea
               WRITE rpt-linea
           ELSE
               PERFORM UNTIL sen-exenciones = 1
                   READ EXENCIONES
                       AT END
                           MOVE 1 TO sen-exenciones
                       NOT AT END
                           IF exe-estado = "A"
                               AND exe-desde NOT > w-periodo
                               AND exe-hasta NOT < w-periodo
                               ADD 1 TO w-cant-vigentes
                               PERFORM 220-COSTEAR-EXENCION
                               PERFORM 230-IMPRIMIR-EXENCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCIONES
               IF w-cant-vigentes = 0
                   MOVE "  (ninguna)" TO rpt-linea
                   WRITE rpt-linea
               END-IF
           END-IF.

       210-TITULOS.
           MOVE SPACES TO rpt-linea.
           MOVE "SOCIO NOMBRE               TIPO        %" TO rpt-linea.
           MOVE "DESDE  HASTA  RESOLUCION  COSTO MENSUAL"
               TO rpt-linea(44:38).
           WRITE rpt-linea.
           MOVE ALL "-" TO rpt-linea.
           WRITE rpt-linea.

      ******************************************************************
      * El costo es la parte eximida de la cuota propia del socio a la
      * tarifa del periodo: la tarifa de su categoria, con el
      * descuento familiar si se factura como adherente de un titular
      ******************************************************************
       220-COSTEAR-EXENCION.
           PERFORM 320-COSTEAR-SIN-ACUMULAR.
           IF w-pos-socio NOT = 0 AND NOT tarifa-hallada
               ADD 1 TO w-cant-sin-tarifa
           END-IF.
           ADD w-costo TO w-costo-total.
           EVALUATE exe-tipo
               WHEN "B"
                   MOVE 1 TO w-tipo-idx
               WHEN "F"
                   MOVE 2 TO w-tipo-idx
               WHEN "S"
                   MOVE 3 TO w-tipo-idx
               WHEN OTHER
                   MOVE 4 TO w-tipo-idx
           END-EVALUATE.
           ADD 1 TO tt-cant(w-tipo-idx).
           ADD w-costo TO tt-costo(w-tipo-idx).

       230-IMPRIMIR-EXENCION.
           EVALUATE exe-tipo
               WHEN "B"
                   MOVE "BECA" TO w-tipo-texto
               WHEN "F"
                   MOVE "FEDERADO" TO w-tipo-texto
               WHEN "S"
                   MOVE "SOCIAL" TO w-tipo-texto
               WHEN OTHER
                   MOVE "OTRO" TO w-tipo-texto
           END-EVALUATE.
           MOVE SPACES TO rpt-linea.
           MOVE exe-socio TO rpt-linea(1:4).
           MOVE w-nombre TO rpt-linea(7:20).
           MOVE w-tipo-texto TO rpt-linea(28:10).
           MOVE exe-porcentaje TO rpt-linea(38:3).
           MOVE exe-desde TO rpt-linea(44:6).
           MOVE exe-hasta TO rpt-linea(51:6).
           MOVE exe-resolucion TO rpt-linea(58:10).
           MOVE w-costo TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(70:11).
           WRITE rpt-linea.

       240-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-hallada.
           MOVE 0 TO w-mejor-periodo.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-tarifas
               IF f-categoria(i) = w-categoria-busca
                   AND f-periodo(i) NOT > w-periodo-tarifa
                   AND f-periodo(i) NOT < w-mejor-periodo
                   MOVE f-periodo(i) TO w-mejor-periodo
                   MOVE f-importe(i) TO w-importe-cuota
                   MOVE f-desc-grupo(i) TO w-desc-grupo
                   MOVE 1 TO w-tarifa-hallada
               END-IF
           END-PERFORM.

       250-BUSCAR-TITULAR.
           MOVE 0 TO w-pos-titular.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
               IF t-codigo(j) = t-titular(w-pos-socio)
                   AND t-estado(j) NOT = "S"
                   MOVE j TO w-pos-titular
               END-IF
           END-PERFORM.

      ******************************************************************
      * Exenciones activas cuyo ultimo periodo es el mes siguiente
      ******************************************************************
       300-VENCEN-MES-SIGUIENTE.
           MOVE SPACES TO rpt-linea.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           STRING "EXENCIONES QUE VENCEN EN EL PERIODO "
                      DELIMITED BY SIZE
                  w-periodo-siguiente DELIMITED BY SIZE
                  " (renovar o dejar caer)" DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           MOVE ALL "=" TO rpt-linea.
           WRITE rpt-linea.
           PERFORM 210-TITULOS.
           MOVE w-periodo-siguiente TO w-periodo-tarifa.
           MOVE 0 TO sen-exenciones.
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
                               AND exe-hasta = w-periodo-siguiente
                               ADD 1 TO w-cant-vencen
                               PERFORM 310-IMPRIMIR-VENCIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCIONES
           END-IF.
           IF w-cant-vencen = 0
               MOVE "  (ninguna)" TO rpt-linea
               WRITE rpt-linea
           END-IF.

      * Las que vencen se costean a la tarifa del mes siguiente sin
      * sumarse al costo del periodo informado
       310-IMPRIMIR-VENCIMIENTO.
           PERFORM 320-COSTEAR-SIN-ACUMULAR.
           PERFORM 230-IMPRIMIR-EXENCION.

       320-COSTEAR-SIN-ACUMULAR.
           MOVE 0 TO w-costo.
           MOVE 0 TO w-tarifa-hallada.
           MOVE 0 TO w-pos-socio.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
               IF t-codigo(j) = exe-socio
                   MOVE j TO w-pos-socio
               END-IF
           END-PERFORM.
           IF w-pos-socio = 0
               MOVE "(fuera del padron)" TO w-nombre
           ELSE
               MOVE t-nombre(w-pos-socio) TO w-nombre
               MOVE t-categoria(w-pos-socio) TO w-categoria-busca
               PERFORM 240-BUSCAR-TARIFA
               IF tarifa-hallada
                   MOVE w-importe-cuota TO w-cuota-socio
                   IF t-rol(w-pos-socio) = "D"
                       PERFORM 250-BUSCAR-TITULAR
                       IF w-pos-titular NOT = 0
                           COMPUTE w-cuota-socio ROUNDED =
                               w-importe-cuota *
                               (100 - w-desc-grupo) / 100
                       END-IF
                   END-IF
                   COMPUTE w-costo ROUNDED =
                       w-cuota-socio * exe-porcentaje / 100
               END-IF
           END-IF.

       400-TOTALES.
           MOVE SPACES TO rpt-linea.
           WRITE rpt-linea.
           MOVE ALL "=" TO rpt-linea.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE w-costo-total TO w-importe-edit.
           STRING "Exenciones vigentes: " DELIMITED BY SIZE
                  w-cant-vigentes DELIMITED BY SIZE
                  "   Costo mensual para el club: $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO rpt-linea
           END-STRING.
           WRITE rpt-linea.
           PERFORM VARYING w-tipo-idx FROM 1 BY 1 UNTIL w-tipo-idx > 4
               EVALUATE w-tipo-idx
                   WHEN 1
                       MOVE "BECA" TO w-tipo-texto
                   WHEN 2
                       MOVE "FEDERADO" TO w-tipo-texto
                   WHEN 3
                       MOVE "SOCIAL" TO w-tipo-texto
                   WHEN OTHER
                       MOVE "OTRO" TO w-tipo-texto
               END-EVALUATE
               MOVE SPACES TO rpt-linea
               MOVE tt-costo(w-tipo-idx) TO w-importe-edit
               STRING "  " DELIMITED BY SIZE
                      w-tipo-texto DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      tt-cant(w-tipo-idx) DELIMITED BY SIZE
                      "  $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO rpt-linea
               END-STRING
               WRITE rpt-linea
           END-PERFORM.
           IF w-cant-sin-tarifa NOT = 0
               MOVE SPACES TO rpt-linea
               STRING "  (" DELIMITED BY SIZE
                      w-cant-sin-tarifa DELIMITED BY SIZE
                      " exenciones sin tarifa para costear)"
                          DELIMITED BY SIZE
                      INTO rpt-linea
               END-STRING
               WRITE rpt-linea
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
