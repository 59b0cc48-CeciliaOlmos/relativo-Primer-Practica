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
           SELECT SOCIOS ASSIGN TO "..\arch.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE is DYNAMIC
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           RELATIVE key is rel-nro
           FILE STATUS IS w-status-socios.
           COPY "C-Tarifas.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-tarifas.==.
           COPY "C-Journal.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-journal.==.
           SELECT NOMINA ASSIGN DYNAMIC w-nombre-nomina
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY "CopiFd.cpy".
           COPY "CopiFdTar.cpy".
           COPY "CopiFdJrn.cpy".
       FD  NOMINA.
       01  nom-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
           COPY "C-Geom.cpy".
       77  i pic 9(4) value 0.
       01  rel-nro pic 9(4).
       77  w-status-socios pic XX value "00".
       77  w-status-tarifas pic XX value "00".
       77  w-status-journal pic XX value "00".
       77  sen-tarifas pic 9 value 0.
       77  w-intentos-apertura pic 9 value 0.
       77  w-espera pic 9(7).
       01  w-imagen-nueva pic X(135).
       77  w-modo pic 9 value 0.
           88 modo-proceso value 1.
           88 modo-simulacion value 2.
       77  w-confirmar pic X value "N".
       77  w-fecha-hoy pic 9(8).
       77  w-periodo pic 9(6).
       77  w-anio-siguiente pic 9(4).
       01  w-nombre-nomina pic X(40).
      * La antiguedad se mide sobre AAAAMMDD: 25 anios cumplidos es
      * soc-fecha-ingreso + 250000 no mayor que la fecha evaluada
       01  w-fecha-cumple pic 9(8).
       01  w-fecha-cumple-r REDEFINES w-fecha-cumple.
           05  w-cumple-anio pic 9(4).
           05  w-cumple-mes  pic 9(2).
           05  w-cumple-dia  pic 9(2).
       01  w-fin-simulacion pic 9(8).
       77  w-meses-impacto pic 9(2) value 0.
       77  w-cant-vitalicios pic 9(4) value 0.
       77  w-cant-candidatos pic 9(4) value 0.
       77  w-cant-sin-tarifa pic 9(4) value 0.
       77  w-tarifa-hallada pic 9 value 0.
           88 tarifa-hallada value 1.
       01  w-categoria-busca pic X.
       01  w-mejor-periodo pic 9(6).
       01  w-importe-cuota pic 9(6)V99.
       01  w-desc-grupo pic 9(2).
       01  w-tarifa-actual pic 9(6)V99.
       01  w-tarifa-vitalicio pic 9(6)V99.
       01  w-diferencia-mes pic S9(6)V99.
       01  w-impacto-socio pic S9(8)V99.
       01  w-impacto-total pic S9(9)V99 value 0.
       01  w-importe-edit pic -ZZZZZZZ9.99.
       01  tabla-tarifas.
           05  w-cant-tarifas pic 9(3) value 0.
           05  f-tarifa OCCURS 100 TIMES.
               10  f-categoria  pic X.
               10  f-periodo    pic 9(6).
               10  f-importe    pic 9(6)V99.
               10  f-desc-grupo pic 9(2).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Pase anual a VITALICIO: el socio activo de categoria ACTIVO
      * que cumplio 25 anios desde soc-fecha-ingreso pasa a categoria
      * "V"; los cadetes y demas categorias no se tocan. En modo
      * simulacion solo se listan los que los cumplen hasta el fin del
      * anio siguiente, con la diferencia de cuota que dejaria de
      * recaudarse, sin tocar el padron
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DIVIDE w-fecha-hoy BY 100 GIVING w-periodo.
           DIVIDE w-fecha-hoy BY 10000 GIVING w-anio-siguiente.
           ADD 1 TO w-anio-siguiente.
           COMPUTE w-fin-simulacion = w-anio-siguiente * 10000 + 1231.
           DISPLAY "Pase a categoria VITALICIO por antiguedad".
           DISPLAY "1 = PROCESO (actualiza el padron)".
           DISPLAY "2 = SIMULACION de candidatos del anio "
               w-anio-siguiente.
           ACCEPT w-modo.
           IF NOT modo-proceso AND NOT modo-simulacion
               DISPLAY "Opcion invalida, fin del programa"
               STOP RUN
           END-IF.
           IF modo-proceso
               DISPLAY "Confirma el pase a VITALICIO de los socios con"
                   " 25 anios de antiguedad (S/N)?"
               ACCEPT w-confirmar
               IF w-confirmar NOT = "S" AND w-confirmar NOT = "s"
                   DISPLAY "Proceso cancelado"
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO w-nombre-nomina.
           IF modo-proceso
               STRING "nomina-vitalicios-" DELIMITED BY SIZE
                      w-fecha-hoy          DELIMITED BY SIZE
                      ".txt"               DELIMITED BY SIZE
                      INTO w-nombre-nomina
               END-STRING
           ELSE
               STRING "simulacion-vitalicios-" DELIMITED BY SIZE
                      w-fecha-hoy              DELIMITED BY SIZE
                      ".txt"                   DELIMITED BY SIZE
                      INTO w-nombre-nomina
               END-STRING
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-TARIFAS.
           PERFORM 200-RECORRER-SOCIOS.
           PERFORM 800-FIN.
           IF modo-proceso
               DISPLAY "Nuevos vitalicios: " w-cant-vitalicios
           ELSE
               DISPLAY "Candidatos " w-anio-siguiente ": "
                   w-cant-candidatos
               MOVE w-impacto-total TO w-importe-edit
               DISPLAY "Menor recaudacion estimada " w-anio-siguiente
                   ": $" w-importe-edit
               IF w-cant-sin-tarifa NOT = 0
                   DISPLAY "Candidatos sin tarifa para estimar: "
                       w-cant-sin-tarifa
               END-IF
           END-IF.
           DISPLAY "Detalle en " w-nombre-nomina.
           STOP RUN.

      ******************************************************************
      * La simulacion abre el padron solo para lectura
      ******************************************************************
       100-INICIO.
           MOVE 0 TO w-intentos-apertura.
           PERFORM 101-ABRIR-SOCIOS
               WITH TEST AFTER
               UNTIL w-status-socios = "00" OR w-intentos-apertura >= 3.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS (archivo en uso por"
                   " otro proceso, status " w-status-socios ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       101-ABRIR-SOCIOS.
           ADD 1 TO w-intentos-apertura.
           IF modo-proceso
               OPEN I-O SOCIOS
           ELSE
               OPEN INPUT SOCIOS
           END-IF.
           IF w-status-socios NOT = "00" AND w-intentos-apertura < 3
               PERFORM 102-ESPERAR-REINTENTO
           END-IF.

       102-ESPERAR-REINTENTO.
           PERFORM VARYING w-espera FROM 1 BY 1
               UNTIL w-espera > 5000000
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * Sin tarifas el proceso igual corre; la simulacion informa los
      * candidatos sin poder estimar el impacto
      ******************************************************************
       150-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           IF w-status-tarifas NOT = "00"
               DISPLAY "No hay tabla de tarifas ..\tarifas.dat"
                   " (status " w-status-tarifas ")"
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

      ******************************************************************
      * Se recorren las posiciones del padron por clave relativa para
      * poder reescribir cada legajo en su lugar
      ******************************************************************
       200-RECORRER-SOCIOS.
           OPEN OUTPUT NOMINA.
           PERFORM 205-ENCABEZADO.
           PERFORM VARYING rel-nro FROM 1 BY 1
               UNTIL rel-nro > geo-ult-posicion
               READ SOCIOS
                   INVALID KEY
                       MOVE 0 TO soc-codigo
               END-READ
               IF soc-codigo NOT = 0
                   AND soc-estado = "A"
                   AND soc-categoria = "A"
                   AND soc-fecha-ingreso NOT = 0
                   COMPUTE w-fecha-cumple = soc-fecha-ingreso + 250000
                   IF modo-proceso
                       PERFORM 210-PASAR-VITALICIO
                   ELSE
                       PERFORM 220-SIMULAR-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 300-TOTALES.
           CLOSE NOMINA.

       205-ENCABEZADO.
           MOVE SPACES TO nom-linea.
           IF modo-proceso
               STRING "NOMINA DE NUEVOS SOCIOS VITALICIOS AL "
                          DELIMITED BY SIZE
                      w-fecha-hoy DELIMITED BY SIZE
                      INTO nom-linea
               END-STRING
           ELSE
               STRING "SIMULACION: CANDIDATOS A VITALICIO HASTA EL "
                          DELIMITED BY SIZE
                      w-fin-simulacion DELIMITED BY SIZE
                      " (TARIFAS DEL PERIODO " DELIMITED BY SIZE
                      w-periodo DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO nom-linea
               END-STRING
           END-IF.
           WRITE nom-linea.
           MOVE ALL "=" TO nom-linea.
           WRITE nom-linea.
           MOVE SPACES TO nom-linea.
           IF modo-proceso
               MOVE "Socio Nombre               Ingreso  Cat.anterior"
                   TO nom-linea
           ELSE
               MOVE "Socio Nombre               Cumple   Cat Meses"
                   TO nom-linea
               MOVE "Dif.mensual  Impacto anio" TO nom-linea(48:25)
           END-IF.
           WRITE nom-linea.

      ******************************************************************
      * La reescritura pasa por el journal como las del mostrador
      ******************************************************************
       210-PASAR-VITALICIO.
           IF w-fecha-cumple NOT > w-fecha-hoy
               MOVE SPACES TO nom-linea
               STRING soc-codigo DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      soc-nombre DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      soc-fecha-ingreso DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      soc-categoria DELIMITED BY SIZE
                      INTO nom-linea
               END-STRING
               MOVE "V" TO soc-categoria
               PERFORM 470-ACTUALIZAR-SOCIO
               ADD 1 TO w-cant-vitalicios
               WRITE nom-linea
           END-IF.

      ******************************************************************
      * Candidato es el que cumple los 25 anios despues de hoy y hasta
      * el fin del anio siguiente (el que ya los cumplio entra en la
      * proxima corrida del proceso). El impacto es la diferencia
      * mensual entre su tarifa actual y la de vitalicio por los meses
      * del anio siguiente posteriores al mes en que los cumple; el
      * adherente lleva el descuento de grupo de su tarifa
      ******************************************************************
       220-SIMULAR-CANDIDATO.
           IF w-fecha-cumple > w-fecha-hoy
               AND w-fecha-cumple NOT > w-fin-simulacion
               ADD 1 TO w-cant-candidatos
               IF w-cumple-anio < w-anio-siguiente
                   MOVE 12 TO w-meses-impacto
               ELSE
                   COMPUTE w-meses-impacto = 12 - w-cumple-mes
               END-IF
               MOVE soc-categoria TO w-categoria-busca
               PERFORM 240-BUSCAR-TARIFA
               MOVE w-importe-cuota TO w-tarifa-actual
               IF tarifa-hallada
                   MOVE "V" TO w-categoria-busca
                   PERFORM 240-BUSCAR-TARIFA
                   MOVE w-importe-cuota TO w-tarifa-vitalicio
               END-IF
               IF tarifa-hallada
                   COMPUTE w-diferencia-mes =
                       w-tarifa-actual - w-tarifa-vitalicio
                   IF soc-rol-grupo = "D"
                       COMPUTE w-diferencia-mes ROUNDED =
                           w-diferencia-mes * (100 - w-desc-grupo) / 100
                   END-IF
                   COMPUTE w-impacto-socio =
                       w-diferencia-mes * w-meses-impacto
                   ADD w-impacto-socio TO w-impacto-total
               ELSE
                   ADD 1 TO w-cant-sin-tarifa
                   MOVE 0 TO w-diferencia-mes
                   MOVE 0 TO w-impacto-socio
               END-IF
               PERFORM 225-LINEA-CANDIDATO
           END-IF.

       225-LINEA-CANDIDATO.
           MOVE SPACES TO nom-linea.
           STRING soc-codigo DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  soc-nombre DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  w-fecha-cumple DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  soc-categoria DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  w-meses-impacto DELIMITED BY SIZE
                  INTO nom-linea
           END-STRING.
           IF tarifa-hallada
               MOVE w-diferencia-mes TO w-importe-edit
               MOVE w-importe-edit TO nom-linea(46:12)
               MOVE w-impacto-socio TO w-importe-edit
               MOVE w-importe-edit TO nom-linea(60:12)
           ELSE
               MOVE "SIN TARIFA" TO nom-linea(48:10)
           END-IF.
           WRITE nom-linea.

      ******************************************************************
      * Rige la tarifa de la categoria con el periodo mas alto que no
      * supere el periodo actual
      ******************************************************************
       240-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-hallada.
           MOVE 0 TO w-mejor-periodo.
           MOVE 0 TO w-importe-cuota.
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

       300-TOTALES.
           MOVE ALL "=" TO nom-linea.
           WRITE nom-linea.
           MOVE SPACES TO nom-linea.
           IF modo-proceso
               STRING "Total de nuevos vitalicios: " DELIMITED BY SIZE
                      w-cant-vitalicios DELIMITED BY SIZE
                      INTO nom-linea
               END-STRING
               WRITE nom-linea
           ELSE
               MOVE w-impacto-total TO w-importe-edit
               STRING "Candidatos: " DELIMITED BY SIZE
                      w-cant-candidatos DELIMITED BY SIZE
                      "   Menor recaudacion estimada del anio "
                          DELIMITED BY SIZE
                      w-anio-siguiente DELIMITED BY SIZE
                      ": $" DELIMITED BY SIZE
                      w-importe-edit DELIMITED BY SIZE
                      INTO nom-linea
               END-STRING
               WRITE nom-linea
               IF w-cant-sin-tarifa NOT = 0
                   MOVE SPACES TO nom-linea
                   STRING "Candidatos sin tarifa (no suman al impacto):"
                              DELIMITED BY SIZE
                          w-cant-sin-tarifa DELIMITED BY SIZE
                          INTO nom-linea
                   END-STRING
                   WRITE nom-linea
               END-IF
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
           MOVE "VITALICIOS" TO jrn-origen.
           MOVE "VIT " TO jrn-operador.
           MOVE rel-nro TO jrn-posicion.
           OPEN EXTEND JOURNAL-SOCIOS.
           IF w-status-journal = "35"
               OPEN OUTPUT JOURNAL-SOCIOS
           END-IF.
           WRITE jrn-reg.
           CLOSE JOURNAL-SOCIOS.

       800-FIN.
           CLOSE SOCIOS.

       END PROGRAM YOUR-PROGRAM-NAME.
