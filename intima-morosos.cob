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
           COPY "C-Cuotas.cpy"
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS cuo-clave.==
                      BY ==RECORD KEY IS cuo-clave
                            FILE STATUS IS w-status-cuotas.==.
           COPY "C-Conv.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-convenios.==.
           COPY "C-Journal.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-journal.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           COPY "C-Intim.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-intimaciones.==.
           SELECT LISTADO-AVISOS ASSIGN DYNAMIC w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARTAS ASSIGN DYNAMIC w-nombre-cartas
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY "CopiFd.cpy".
       COPY "CopiFdCuo.cpy".
           COPY "CopiFdCon.cpy".
           COPY "CopiFdJrn.cpy".
           COPY "CopiFdPar.cpy".
           COPY "CopiFdInt.cpy".
       FD  LISTADO-AVISOS.
       01  lis-linea pic X(100).
       FD  CARTAS.
       01  car-linea pic X(80).
      *
       WORKING-STORAGE SECTION.
           COPY "C-Geom.cpy".
       77  sen pic 9 value 0.
       77  i pic 9(4) value 0.
       77  j pic 9(4) value 0.
       77  k pic 9(4) value 0.
       01  rel-nro pic 9(4).
       77  w-status-socios pic XX value "00".
       77  w-status-cuotas pic XX value "00".
       77  w-status-convenios pic XX value "00".
       77  w-status-journal pic XX value "00".
       77  w-status-parametros pic XX value "00".
       77  w-status-intimaciones pic XX value "00".
       77  sen-convenios pic 9 value 0.
       77  sen-parametros pic 9 value 0.
       77  sen-intimaciones pic 9 value 0.
       77  w-intentos-apertura pic 9 value 0.
       77  w-espera pic 9(7).
       01  w-imagen-nueva pic X(135).
       77  w-fecha-hoy pic 9(8).
       77  w-dias-hoy pic 9(8).
       77  w-nombre-listado pic X(40).
       77  w-nombre-cartas pic X(40).
       77  w-fin-cuotas pic 9 value 0.
           88 fin-cuotas value 1.
      * Parametros del circuito con sus valores por omision
       77  w-dia-venc pic 9(2) value 10.
       77  w-min-cuotas pic 9(3) value 2.
       77  w-dias-etapa pic 9(3) value 15.
       01  w-vencimiento pic 9(8).
       77  w-con-convenio pic 9 value 0.
       77  w-pos-circuito pic 9(4) value 0.
       77  w-etapa-actual pic 9 value 0.
           88 en-circuito values 1 thru 3.
       77  w-fecha-etapa pic 9(8) value 0.
       77  w-dias-etapa-actual pic 9(8) value 0.
       77  w-etapa-nueva pic 9 value 0.
       01  w-motivo pic X(20).
       01  w-etapa-texto pic X(20).
       01  w-deuda-socio pic 9(8)V99 value 0.
       01  lista-socio.
           05  w-meses-socio pic 9(3) value 0.
           05  s-periodo OCCURS 240 TIMES pic 9(6).
       77  w-cant-cartas pic 9(4) value 0.
       77  w-col pic 9(3) value 0.
       01  w-periodo-edit pic X(7).
       01  w-importe-edit pic ZZZZZZZZ9.99.
       01  tabla-etapas.
           05  e-cant OCCURS 5 TIMES pic 9(4).
       77  w-cant-adh-susp pic 9(4) value 0.
       01  tabla-convenios.
           05  w-cant-convenios pic 9(3) value 0.
           05  v-socio OCCURS 200 TIMES pic 9(4).
      * Ultima etapa registrada de cada socio que paso por el circuito
       01  tabla-circuito.
           05  w-cant-circuito pic 9(4) value 0.
           05  ci-entrada OCCURS 1000 TIMES.
               10  ci-socio pic 9(4).
               10  ci-etapa pic 9.
               10  ci-fecha pic 9(8).
       01  tabla-socios.
           05  w-cant-socios pic 9(4) value 0.
           05  t-socio OCCURS 603 TIMES.
               10  t-codigo   pic 9(4).
               10  t-posicion pic 9(4).
               10  t-nombre   pic X(20).
               10  t-estado   pic X.
               10  t-rol      pic X.
               10  t-titular  pic 9(4).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Circuito escalonado de intimaciones: cada noche recorre a los
      * socios con cuotas vencidas impagas y sin convenio vigente y
      * los hace avanzar de etapa (primer aviso, segundo aviso, carta
      * de intimacion y suspension automatica) cuando paso el plazo
      * minimo desde la etapa anterior; el socio que paga o firma un
      * convenio sale del circuito y no recibe mas avisos
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-dias-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           INITIALIZE tabla-etapas.
           MOVE SPACES TO w-nombre-listado.
           STRING "intimaciones-" DELIMITED BY SIZE
                  w-fecha-hoy     DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO w-nombre-listado
           END-STRING.
           MOVE SPACES TO w-nombre-cartas.
           STRING "cartas-intimacion-" DELIMITED BY SIZE
                  w-fecha-hoy          DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
                  INTO w-nombre-cartas
           END-STRING.
           PERFORM 100-INICIO.
           PERFORM 110-CARGAR-PARAMETROS.
           PERFORM 120-CARGAR-CONVENIOS.
           PERFORM 130-CARGAR-CIRCUITO.
           PERFORM 140-CARGAR-SOCIOS.
           PERFORM 200-RECORRER-SOCIOS.
           PERFORM 800-FIN.
           DISPLAY "Primeros avisos      : " e-cant(2).
           DISPLAY "Segundos avisos      : " e-cant(3).
           DISPLAY "Cartas de intimacion : " e-cant(4)
               " (en " w-nombre-cartas ")".
           DISPLAY "Suspendidos          : " e-cant(5)
               " (mas " w-cant-adh-susp " adherentes)".
           DISPLAY "Salidas del circuito : " e-cant(1).
           DISPLAY "Detalle de los avisos en " w-nombre-listado.
           STOP RUN.

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
           OPEN INPUT CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No hay archivo de cuotas (status "
                   w-status-cuotas "), nada que intimar"
               CLOSE SOCIOS
               STOP RUN
           END-IF.

       101-ABRIR-SOCIOS.
           ADD 1 TO w-intentos-apertura.
           OPEN I-O SOCIOS.
           IF w-status-socios NOT = "00" AND w-intentos-apertura < 3
               PERFORM 102-ESPERAR-REINTENTO
           END-IF.

       102-ESPERAR-REINTENTO.
           PERFORM VARYING w-espera FROM 1 BY 1
               UNTIL w-espera > 5000000
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * Sin archivo de parametros el circuito corre con los valores
      * por omision
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
                               WHEN "CUO-DIA-VENC"
                                   MOVE prm-valor TO w-dia-venc
                               WHEN "INT-MIN-CUOTAS"
                                   MOVE prm-valor TO w-min-cuotas
                               WHEN "INT-DIAS-ETAPA"
                                   MOVE prm-valor TO w-dias-etapa
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
           IF w-min-cuotas = 0
               MOVE 1 TO w-min-cuotas
           END-IF.
           DISPLAY "Circuito de intimaciones: desde " w-min-cuotas
               " cuotas vencidas, " w-dias-etapa " dias entre etapas".

       120-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS.
           IF w-status-convenios NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-convenios = 1
                   READ CONVENIOS
                       AT END
                           MOVE 1 TO sen-convenios
                       NOT AT END
                           IF con-estado = "V"
                               AND w-cant-convenios < 200
                               ADD 1 TO w-cant-convenios
                               MOVE con-socio
                                   TO v-socio(w-cant-convenios)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.

      ******************************************************************
      * El archivo de intimaciones se lee entero para quedarse con la
      * ultima etapa de cada socio; despues queda abierto para
      * agregar los avisos de esta noche
      ******************************************************************
       130-CARGAR-CIRCUITO.
           OPEN INPUT INTIMACIONES.
           IF w-status-intimaciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-intimaciones = 1
                   READ INTIMACIONES
                       AT END
                           MOVE 1 TO sen-intimaciones
                       NOT AT END
                           PERFORM 135-GUARDAR-ETAPA
                   END-READ
               END-PERFORM
               CLOSE INTIMACIONES
           END-IF.
           OPEN EXTEND INTIMACIONES.
           IF w-status-intimaciones = "35"
               OPEN OUTPUT INTIMACIONES
           END-IF.

       135-GUARDAR-ETAPA.
           MOVE int-socio TO w-pos-circuito.
           PERFORM 230-BUSCAR-CIRCUITO.
           IF w-pos-circuito = 0
               IF w-cant-circuito < 1000
                   ADD 1 TO w-cant-circuito
                   MOVE w-cant-circuito TO w-pos-circuito
                   MOVE int-socio TO ci-socio(w-pos-circuito)
               ELSE
                   DISPLAY "AVISO: mas de 1000 socios en el historico"
                       " de intimaciones, depure intimaciones.dat"
               END-IF
           END-IF.
           IF w-pos-circuito NOT = 0
               MOVE int-etapa TO ci-etapa(w-pos-circuito)
               MOVE int-fecha TO ci-fecha(w-pos-circuito)
           END-IF.

      ******************************************************************
      * Se recorren todas las posiciones del padron para conocer la
      * posicion relativa de cada socio: la suspension la reescribe
      * directamente, como hace el mostrador
      ******************************************************************
       140-CARGAR-SOCIOS.
           PERFORM VARYING rel-nro FROM 1 BY 1
               UNTIL rel-nro > geo-ult-posicion
               READ SOCIOS
                   INVALID KEY
                       MOVE 0 TO soc-codigo
               END-READ
               IF soc-codigo NOT = 0 AND w-cant-socios < 603
                   ADD 1 TO w-cant-socios
                   MOVE soc-codigo TO t-codigo(w-cant-socios)
                   MOVE rel-nro TO t-posicion(w-cant-socios)
                   MOVE soc-nombre TO t-nombre(w-cant-socios)
                   MOVE soc-estado TO t-estado(w-cant-socios)
                   MOVE soc-rol-grupo TO t-rol(w-cant-socios)
                   MOVE soc-titular TO t-titular(w-cant-socios)
               END-IF
           END-PERFORM.

       200-RECORRER-SOCIOS.
           OPEN OUTPUT LISTADO-AVISOS.
           OPEN OUTPUT CARTAS.
           MOVE SPACES TO lis-linea.
           STRING "CIRCUITO DE INTIMACIONES A MOROSOS DEL "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.
           MOVE ALL "=" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
               PERFORM 210-EVALUAR-SOCIO
           END-PERFORM.
           MOVE ALL "=" TO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO-AVISOS.
           CLOSE CARTAS.

      ******************************************************************
      * Un socio ya suspendido no avanza: la suspension cierra el
      * circuito y solo la reactivacion de mostrador lo devuelve; si
      * vuelve a deber despues de reactivado arranca de nuevo por el
      * primer aviso
      ******************************************************************
       210-EVALUAR-SOCIO.
           MOVE t-codigo(j) TO w-pos-circuito.
           PERFORM 230-BUSCAR-CIRCUITO.
           IF w-pos-circuito = 0
               MOVE 0 TO w-etapa-actual
               MOVE 0 TO w-fecha-etapa
           ELSE
               MOVE ci-etapa(w-pos-circuito) TO w-etapa-actual
               MOVE ci-fecha(w-pos-circuito) TO w-fecha-etapa
           END-IF.
           IF t-estado(j) = "S"
               CONTINUE
           ELSE
               PERFORM 220-RELEVAR-DEUDA
               PERFORM 240-BUSCAR-CONVENIO
               IF w-con-convenio = 1
                   IF en-circuito
                       MOVE "FIRMO CONVENIO" TO w-motivo
                       MOVE 0 TO w-etapa-nueva
                       PERFORM 300-REGISTRAR-AVISO
                   END-IF
               ELSE
                   IF w-meses-socio < w-min-cuotas
                       IF en-circuito
                           MOVE "REGULARIZO LA DEUDA" TO w-motivo
                           MOVE 0 TO w-etapa-nueva
                           PERFORM 300-REGISTRAR-AVISO
                       END-IF
                   ELSE
                       PERFORM 250-AVANZAR-ETAPA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Cuenta las cuotas pendientes ya vencidas del socio: la cuota
      * del periodo vence el dia CUO-DIA-VENC de ese mes
      ******************************************************************
       220-RELEVAR-DEUDA.
           MOVE 0 TO w-meses-socio.
           MOVE 0 TO w-deuda-socio.
           MOVE 0 TO w-fin-cuotas.
           MOVE t-codigo(j) TO cuo-codigo.
           MOVE 0 TO cuo-periodo.
           START CUOTAS KEY IS NOT < cuo-clave
               INVALID KEY
                   MOVE 1 TO w-fin-cuotas
           END-START.
           PERFORM UNTIL fin-cuotas
               READ CUOTAS NEXT RECORD
                   AT END
                       MOVE 1 TO w-fin-cuotas
                   NOT AT END
                       IF cuo-codigo NOT = t-codigo(j)
                           MOVE 1 TO w-fin-cuotas
                       ELSE
                           COMPUTE w-vencimiento =
                               cuo-periodo * 100 + w-dia-venc
                           IF cuo-estado = "P"
                               AND w-vencimiento < w-fecha-hoy
                               AND w-meses-socio < 240
                               ADD 1 TO w-meses-socio
                               MOVE cuo-periodo
                                   TO s-periodo(w-meses-socio)
                               ADD cuo-importe TO w-deuda-socio
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Deja en w-pos-circuito la entrada del socio cuyo codigo se
      * recibe en w-pos-circuito, o 0 si nunca paso por el circuito
       230-BUSCAR-CIRCUITO.
           MOVE w-pos-circuito TO k.
           MOVE 0 TO w-pos-circuito.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-circuito
               IF ci-socio(i) = k
                   MOVE i TO w-pos-circuito
               END-IF
           END-PERFORM.

       240-BUSCAR-CONVENIO.
           MOVE 0 TO w-con-convenio.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-convenios
               IF v-socio(i) = t-codigo(j)
                   MOVE 1 TO w-con-convenio
               END-IF
           END-PERFORM.

      ******************************************************************
      * El moroso fuera del circuito entra por el primer aviso; el
      * que ya esta en el pasa a la etapa siguiente recien cuando se
      * cumplio el plazo desde el ultimo aviso
      ******************************************************************
       250-AVANZAR-ETAPA.
           MOVE SPACES TO w-motivo.
           IF NOT en-circuito
               MOVE 1 TO w-etapa-nueva
               PERFORM 300-REGISTRAR-AVISO
           ELSE
               COMPUTE w-dias-etapa-actual = w-dias-hoy -
                   FUNCTION INTEGER-OF-DATE(w-fecha-etapa)
               IF w-dias-etapa-actual NOT < w-dias-etapa
                   COMPUTE w-etapa-nueva = w-etapa-actual + 1
                   PERFORM 300-REGISTRAR-AVISO
                   IF w-etapa-nueva = 3
                       PERFORM 400-IMPRIMIR-CARTA
                   END-IF
                   IF w-etapa-nueva = 4
                       PERFORM 500-SUSPENDER-SOCIO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Cada aviso queda en el archivo de intimaciones con su fecha y
      * etapa, y en el listado de la noche para el mostrador
      ******************************************************************
       300-REGISTRAR-AVISO.
           MOVE t-codigo(j) TO int-socio.
           MOVE w-fecha-hoy TO int-fecha.
           MOVE w-etapa-nueva TO int-etapa.
           MOVE w-meses-socio TO int-cant-cuotas.
           MOVE w-deuda-socio TO int-deuda.
           EVALUATE w-etapa-nueva
               WHEN 0
                   MOVE "SALIDA DEL CIRCUITO" TO w-etapa-texto
               WHEN 1
                   MOVE "PRIMER AVISO" TO w-etapa-texto
               WHEN 2
                   MOVE "SEGUNDO AVISO" TO w-etapa-texto
               WHEN 3
                   MOVE "CARTA DE INTIMACION" TO w-etapa-texto
               WHEN OTHER
                   MOVE "SUSPENSION" TO w-etapa-texto
           END-EVALUATE.
           IF w-motivo = SPACES
               MOVE w-etapa-texto TO int-motivo
           ELSE
               MOVE w-motivo TO int-motivo
           END-IF.
           WRITE int-reg.
           ADD 1 TO e-cant(w-etapa-nueva + 1).
           IF w-pos-circuito = 0 AND w-cant-circuito < 1000
               ADD 1 TO w-cant-circuito
               MOVE w-cant-circuito TO w-pos-circuito
               MOVE t-codigo(j) TO ci-socio(w-pos-circuito)
           END-IF.
           IF w-pos-circuito NOT = 0
               MOVE w-etapa-nueva TO ci-etapa(w-pos-circuito)
               MOVE w-fecha-hoy TO ci-fecha(w-pos-circuito)
           END-IF.
           MOVE SPACES TO lis-linea.
           MOVE w-deuda-socio TO w-importe-edit.
           STRING "Socio " DELIMITED BY SIZE
                  t-codigo(j) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  t-nombre(j) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  w-etapa-texto DELIMITED BY SIZE
                  " Cuotas: " DELIMITED BY SIZE
                  w-meses-socio DELIMITED BY SIZE
                  " Deuda: $" DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.
           IF w-motivo NOT = SPACES
               MOVE SPACES TO lis-linea
               STRING "  Motivo: " DELIMITED BY SIZE
                      w-motivo DELIMITED BY SIZE
                      INTO lis-linea
               END-STRING
               WRITE lis-linea
           END-IF.

      ******************************************************************
      * La carta sale lista para el correo: una hoja por socio con el
      * domicilio postal completo tomado del padron
      ******************************************************************
       400-IMPRIMIR-CARTA.
           MOVE t-posicion(j) TO rel-nro.
           READ SOCIOS.
           ADD 1 TO w-cant-cartas.
           IF w-cant-cartas > 1
               MOVE SPACES TO car-linea
               WRITE car-linea AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO car-linea.
           STRING "CARTA DE INTIMACION DE PAGO" DELIMITED BY SIZE
                  "                 FECHA " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO car-linea
           END-STRING.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           STRING "Sr./Sra. " DELIMITED BY SIZE
                  soc-nombre DELIMITED BY SIZE
                  "  (socio " DELIMITED BY SIZE
                  soc-codigo DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO car-linea
           END-STRING.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           STRING soc-calle DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  soc-numero DELIMITED BY SIZE
                  INTO car-linea
           END-STRING.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           STRING "(" DELIMITED BY SIZE
                  soc-cod-postal DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  soc-localidad DELIMITED BY SIZE
                  INTO car-linea
           END-STRING.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           WRITE car-linea.
           MOVE "Por la presente lo intimamos a regularizar las cuotas"
               TO car-linea.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           MOVE w-deuda-socio TO w-importe-edit.
           STRING "sociales vencidas que se detallan, por un total de $"
                      DELIMITED BY SIZE
                  w-importe-edit DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO car-linea
           END-STRING.
           WRITE car-linea.
           PERFORM 410-IMPRIMIR-PERIODOS.
           MOVE SPACES TO car-linea.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           STRING "Si dentro de los " DELIMITED BY SIZE
                  w-dias-etapa DELIMITED BY SIZE
                  " dias no regulariza la deuda o acuerda un"
                      DELIMITED BY SIZE
                  INTO car-linea
           END-STRING.
           WRITE car-linea.
           MOVE "convenio de pago, sera suspendido como socio conforme"
               TO car-linea.
           WRITE car-linea.
           MOVE "al estatuto, junto con los adherentes de su grupo"
               TO car-linea.
           WRITE car-linea.
           MOVE "familiar." TO car-linea.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           WRITE car-linea.
           MOVE SPACES TO car-linea.
           MOVE "LA COMISION DIRECTIVA" TO car-linea(35:21).
           WRITE car-linea.

      ******************************************************************
      * Los periodos adeudados van de a 10 por linea
      ******************************************************************
       410-IMPRIMIR-PERIODOS.
           MOVE SPACES TO car-linea.
           MOVE 1 TO w-col.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-meses-socio
               MOVE SPACES TO w-periodo-edit
               STRING " " DELIMITED BY SIZE
                      s-periodo(i) DELIMITED BY SIZE
                      INTO w-periodo-edit
               END-STRING
               MOVE w-periodo-edit TO car-linea(w-col + 4:7)
               ADD 7 TO w-col
               IF w-col > 70
                   WRITE car-linea
                   MOVE SPACES TO car-linea
                   MOVE 1 TO w-col
               END-IF
           END-PERFORM.
           IF w-col > 1
               WRITE car-linea
           END-IF.

      ******************************************************************
      * Ultima etapa: el socio queda suspendido y arrastra a sus
      * adherentes, igual que la SUSPENSION de mostrador; cada
      * reescritura pasa por el journal
      ******************************************************************
       500-SUSPENDER-SOCIO.
           MOVE t-posicion(j) TO rel-nro.
           READ SOCIOS.
           IF soc-codigo = t-codigo(j) AND soc-estado NOT = "S"
               MOVE "S" TO soc-estado
               PERFORM 470-ACTUALIZAR-SOCIO
               MOVE "S" TO t-estado(j)
               IF soc-rol-grupo = "T"
                   PERFORM 510-SUSPENDER-ADHERENTES
               END-IF
           END-IF.

       510-SUSPENDER-ADHERENTES.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-socios
               IF t-rol(k) = "D"
                   AND t-titular(k) = t-codigo(j)
                   AND t-estado(k) NOT = "S"
                   MOVE t-posicion(k) TO rel-nro
                   READ SOCIOS
                   IF soc-codigo = t-codigo(k)
                       MOVE "S" TO soc-estado
                       PERFORM 470-ACTUALIZAR-SOCIO
                       MOVE "S" TO t-estado(k)
                       ADD 1 TO w-cant-adh-susp
                       MOVE SPACES TO lis-linea
                       STRING "  Adherente " DELIMITED BY SIZE
                              t-codigo(k) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              t-nombre(k) DELIMITED BY SIZE
                              " suspendido junto con su titular"
                                  DELIMITED BY SIZE
                              INTO lis-linea
                       END-STRING
                       WRITE lis-linea
                   END-IF
               END-IF
           END-PERFORM.

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
           MOVE "INTIMACIONES" TO jrn-origen.
           MOVE "INT " TO jrn-operador.
           MOVE rel-nro TO jrn-posicion.
           OPEN EXTEND JOURNAL-SOCIOS.
           IF w-status-journal = "35"
               OPEN OUTPUT JOURNAL-SOCIOS
           END-IF.
           WRITE jrn-reg.
           CLOSE JOURNAL-SOCIOS.

       800-FIN.
           CLOSE INTIMACIONES.
           CLOSE CUOTAS.
           CLOSE SOCIOS.

       END PROGRAM YOUR-PROGRAM-NAME.
