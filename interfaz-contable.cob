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
           COPY "C-Plan.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-plan.==.
           COPY "C-Recibos.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-recibos.==.
           COPY "C-Anul.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-anulaciones.==.
           COPY "C-DebHis.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-historial.==.
           SELECT EXPORTADAS ASSIGN TO "..\contable-exportado.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-status-exportadas.
           SELECT ASIENTOS ASSIGN DYNAMIC w-nombre-asientos
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFdPla.cpy".
           COPY "CopiFdRec.cpy".
           COPY "CopiFdAnu.cpy".
           COPY "CopiFdDbh.cpy".
      * Una marca por fecha exportada con los asientos que genero; la
      * fecha marcada no se vuelve a exportar
       FD  EXPORTADAS.
       01  cex-reg.
           05  cex-fecha          pic 9(8).
           05  cex-asiento-desde  pic 9(6).
           05  cex-asiento-hasta  pic 9(6).
           05  cex-fecha-proceso  pic 9(8).
      * Formato fijo de importacion del sistema contable: un renglon
      * por imputacion, D = debe, H = haber
       FD  ASIENTOS.
       01  exp-reg.
           05  exp-asiento  pic 9(6).
           05  exp-fecha    pic 9(8).
           05  exp-renglon  pic 9(2).
           05  exp-cuenta   pic X(12).
           05  exp-dh       pic X.
           05  exp-importe  pic 9(10)V99.
           05  exp-leyenda  pic X(40).
      *
       WORKING-STORAGE SECTION.
       77  i pic 9(4) value 0.
       77  j pic 9(4) value 0.
       77  k pic 9(4) value 0.
       77  m pic 9(4) value 0.
       77  w-grabado pic 9 value 0.
       77  w-status-plan pic XX value "00".
       77  w-status-recibos pic XX value "00".
       77  w-status-anulaciones pic XX value "00".
       77  w-status-historial pic XX value "00".
       77  w-status-exportadas pic XX value "00".
       77  sen-plan pic 9 value 0.
       77  sen-recibos pic 9 value 0.
       77  sen-anulaciones pic 9 value 0.
       77  sen-historial pic 9 value 0.
       77  sen-exportadas pic 9 value 0.
       77  w-fecha-hoy pic 9(8).
       01  w-desde pic 9(8).
       01  w-hasta pic 9(8).
       01  w-nombre-asientos pic X(40).
       01  w-ult-asiento pic 9(6) value 0.
       01  w-asiento-dia pic 9(6) value 0.
       77  w-cant-asientos pic 9(5) value 0.
       77  w-cant-contraasientos pic 9(5) value 0.
       77  w-cant-descuadrados pic 9(5) value 0.
       77  w-cant-omitidos pic 9(5) value 0.
       77  w-faltan-cuentas pic 9 value 0.
       01  w-concepto pic X(10).
       01  w-cuenta pic X(12).
       77  w-cuenta-hallada pic 9 value 0.
       01  w-fecha-busca pic 9(8).
       77  w-exportada pic 9 value 0.
       77  w-pos-fecha pic 9(4) value 0.
       77  w-f pic 9(4) value 0.
       77  w-ins pic 9(4) value 0.
       01  w-tipo pic X.
       01  w-oper pic X(4).
       01  w-total-cobrado pic 9(10)V99.
       01  w-importe-debe pic 9(10)V99.
       01  w-diferencia pic 9(10)V99.
       01  w-suma-debe pic 9(10)V99.
       01  w-suma-haber pic 9(10)V99.
       01  w-total-exportado pic 9(10)V99 value 0.
       01  w-total-edit pic ZZZZZZZZZ9.99.
       01  w-leyenda pic X(40).
       01  w-cant-edit pic ZZZZ9.
       01  w-recargo-rec pic 9(6)V99.
       01  w-importe-acum pic 9(6)V99.
      * Plan de cuentas en memoria
       01  tabla-plan.
           05  w-cant-plan pic 9(3) value 0.
           05  pl-item OCCURS 100 TIMES.
               10  pl-concepto pic X(10).
               10  pl-cuenta   pic X(12).
      * Fechas del rango ya exportadas en corridas anteriores
       01  tabla-exportadas.
           05  w-cant-exportadas pic 9(3) value 0.
           05  ex-fecha OCCURS 400 TIMES pic 9(8).
      * Fechas con movimiento a exportar, en orden ascendente, con lo
      * que el banco informo como debitado en el dia
       01  tabla-fechas.
           05  w-cant-fechas pic 9(4) value 0.
           05  fe-item OCCURS 400 TIMES.
               10  fe-dia         pic 9(8).
               10  fe-hay-debito  pic 9.
               10  fe-debito      pic 9(10)V99.
      * Recibos acumulados por fecha, operador y tipo
       01  tabla-acumulados.
           05  w-cant-acum pic 9(4) value 0.
           05  ac-item OCCURS 3000 TIMES.
               10  ac-fecha    pic 9(8).
               10  ac-operador pic X(4).
               10  ac-tipo     pic X.
               10  ac-cant     pic 9(5).
               10  ac-importe  pic 9(10)V99.
       01  tabla-anulaciones.
           05  w-cant-anul pic 9(3) value 0.
           05  an-item OCCURS 500 TIMES.
               10  an-fecha    pic 9(8).
               10  an-socio    pic 9(4).
               10  an-periodo  pic 9(6).
               10  an-importe  pic 9(6)V99.
               10  an-recargo  pic 9(6)V99.
       01  tabla-operadores-dia.
           05  w-cant-oper-dia pic 9(2) value 0.
           05  od-operador OCCURS 30 TIMES pic X(4).
      * Renglones del asiento en armado; se graba solo si cuadra
       01  tabla-renglones.
           05  w-cant-renglones pic 9(2) value 0.
           05  as-renglon OCCURS 10 TIMES.
               10  as-cuenta   pic X(12).
               10  as-dh       pic X.
               10  as-importe  pic 9(10)V99.
               10  as-leyenda  pic X(40).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Interfaz contable: arma los asientos de cobranza de cada dia
      * del rango, uno por operador (BCO y RED incluidos) con el
      * ingreso separado por tipo de recibo, y un contraasiento por
      * cada anulacion en la fecha en que se anulo. Las fechas ya
      * exportadas se saltean
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Fecha desde a exportar (AAAAMMDD)".
           ACCEPT w-desde.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = solo la fecha desde)".
           ACCEPT w-hasta.
           IF w-hasta = 0
               MOVE w-desde TO w-hasta
           END-IF.
           IF w-desde = 0 OR w-hasta < w-desde
               DISPLAY "Rango de fechas invalido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO w-nombre-asientos.
           STRING "..\asientos-" DELIMITED BY SIZE
                  w-desde        DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  w-hasta        DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO w-nombre-asientos
           END-STRING.
           PERFORM 100-CARGAR-PLAN.
           PERFORM 120-CARGAR-EXPORTADAS.
           PERFORM 200-CARGAR-RECIBOS.
           PERFORM 250-CARGAR-DEBITOS.
           PERFORM 300-CARGAR-ANULACIONES.
           IF w-cant-omitidos NOT = 0
               DISPLAY "Movimientos de fechas ya exportadas que se"
                   " omiten: " w-cant-omitidos
           END-IF.
           IF w-cant-fechas = 0
               DISPLAY "No hay movimientos sin exportar entre "
                   w-desde " y " w-hasta
               STOP RUN
           END-IF.
           PERFORM 400-GENERAR-ASIENTOS.
           MOVE w-total-exportado TO w-total-edit.
           DISPLAY "Dias exportados     : " w-cant-fechas.
           DISPLAY "Asientos de cobranza: " w-cant-asientos.
           DISPLAY "Contraasientos      : " w-cant-contraasientos.
           DISPLAY "Total al debe       : $" w-total-edit.
           IF w-cant-descuadrados NOT = 0
               DISPLAY "ASIENTOS DESCUADRADOS NO EXPORTADOS: "
                   w-cant-descuadrados
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Archivo para el sistema contable: "
               w-nombre-asientos.
           STOP RUN.

      ******************************************************************
      * Sin plan de cuentas completo no se exporta: un asiento con la
      * cuenta en blanco lo rechaza el sistema contable
      ******************************************************************
       100-CARGAR-PLAN.
           OPEN INPUT PLAN-CUENTAS.
           IF w-status-plan NOT = "00"
               DISPLAY "No hay plan de cuentas ..\plan-cuentas.dat"
                   " (status " w-status-plan ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL sen-plan = 1
               READ PLAN-CUENTAS
                   AT END
                       MOVE 1 TO sen-plan
                   NOT AT END
                       IF w-cant-plan < 100
                           ADD 1 TO w-cant-plan
                           MOVE pla-concepto TO pl-concepto(w-cant-plan)
                           MOVE pla-cuenta TO pl-cuenta(w-cant-plan)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-CUENTAS.
           MOVE "CAJA" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "BANCO" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "RED" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "CUOTAS" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "CONVENIOS" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "ARANCELES" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "ANTICIPOS" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "A-IMPUTAR" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           MOVE "RECARGOS" TO w-concepto.
           PERFORM 110-VERIFICAR-CONCEPTO.
           IF w-faltan-cuentas = 1
               DISPLAY "Complete el plan de cuentas y vuelva a correr"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-VERIFICAR-CONCEPTO.
           PERFORM 700-BUSCAR-CUENTA.
           IF w-cuenta-hallada = 0
               DISPLAY "Falta en el plan de cuentas el concepto "
                   w-concepto
               MOVE 1 TO w-faltan-cuentas
           END-IF.

      ******************************************************************
      * Las marcas dan las fechas ya exportadas del rango y el ultimo
      * numero de asiento usado, para seguir la numeracion
      ******************************************************************
       120-CARGAR-EXPORTADAS.
           OPEN INPUT EXPORTADAS.
           IF w-status-exportadas NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-exportadas = 1
                   READ EXPORTADAS
                       AT END
                           MOVE 1 TO sen-exportadas
                       NOT AT END
                           IF cex-asiento-hasta > w-ult-asiento
                               MOVE cex-asiento-hasta TO w-ult-asiento
                           END-IF
                           IF cex-fecha NOT < w-desde
                               AND cex-fecha NOT > w-hasta
                               AND w-cant-exportadas < 400
                               ADD 1 TO w-cant-exportadas
                               MOVE cex-fecha
                                   TO ex-fecha(w-cant-exportadas)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPORTADAS
           END-IF.

       130-FECHA-EXPORTADA.
           MOVE 0 TO w-exportada.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-exportadas
               IF ex-fecha(i) = w-fecha-busca
                   MOVE 1 TO w-exportada
               END-IF
           END-PERFORM.

      ******************************************************************
      * Ubica la fecha en la tabla ordenada, agregandola en su lugar
      * si todavia no estaba
      ******************************************************************
       140-AGREGAR-FECHA.
           MOVE 0 TO w-pos-fecha.
           MOVE 0 TO w-ins.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-fechas
               IF fe-dia(i) = w-fecha-busca
                   MOVE i TO w-pos-fecha
               END-IF
               IF fe-dia(i) > w-fecha-busca AND w-ins = 0
                   MOVE i TO w-ins
               END-IF
           END-PERFORM.
           IF w-pos-fecha = 0 AND w-cant-fechas < 400
               IF w-ins = 0
                   COMPUTE w-ins = w-cant-fechas + 1
               ELSE
                   PERFORM VARYING i FROM w-cant-fechas BY -1
                       UNTIL i < w-ins
                       MOVE fe-item(i) TO fe-item(i + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO w-cant-fechas
               MOVE w-ins TO w-pos-fecha
               MOVE w-fecha-busca TO fe-dia(w-pos-fecha)
               MOVE 0 TO fe-hay-debito(w-pos-fecha)
               MOVE 0 TO fe-debito(w-pos-fecha)
           END-IF.

       200-CARGAR-RECIBOS.
           OPEN INPUT RECIBOS.
           IF w-status-recibos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-recibos = 1
                   READ RECIBOS
                       AT END
                           MOVE 1 TO sen-recibos
                       NOT AT END
                           IF rec-fecha NOT < w-desde
                               AND rec-fecha NOT > w-hasta
                               PERFORM 210-ACUMULAR-RECIBO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.

      * Los recibos grabados antes de existir rec-tipo son de cuota;
      * el recargo por mora cobrado con la cuota se acumula aparte,
      * como tipo R, para imputarlo a su propia cuenta
       210-ACUMULAR-RECIBO.
           MOVE rec-fecha TO w-fecha-busca.
           PERFORM 130-FECHA-EXPORTADA.
           IF w-exportada = 1
               ADD 1 TO w-cant-omitidos
           ELSE
               PERFORM 140-AGREGAR-FECHA
               IF rec-tipo = "V" OR rec-tipo = "T" OR rec-tipo = "A"
                   MOVE rec-tipo TO w-tipo
               ELSE
                   MOVE "C" TO w-tipo
               END-IF
               MOVE 0 TO w-recargo-rec
               IF rec-recargo NUMERIC
                   MOVE rec-recargo TO w-recargo-rec
               END-IF
               COMPUTE w-importe-acum = rec-importe - w-recargo-rec
               PERFORM 215-ACUMULAR-TIPO
               IF w-recargo-rec > 0
                   MOVE "R" TO w-tipo
                   MOVE w-recargo-rec TO w-importe-acum
                   PERFORM 215-ACUMULAR-TIPO
               END-IF
           END-IF.

       215-ACUMULAR-TIPO.
           MOVE 0 TO j.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-acum
               IF ac-fecha(i) = rec-fecha
                   AND ac-operador(i) = rec-operador
                   AND ac-tipo(i) = w-tipo
                   MOVE i TO j
               END-IF
           END-PERFORM.
           IF j = 0 AND w-cant-acum < 3000
               ADD 1 TO w-cant-acum
               MOVE w-cant-acum TO j
               MOVE rec-fecha TO ac-fecha(j)
               MOVE rec-operador TO ac-operador(j)
               MOVE w-tipo TO ac-tipo(j)
               MOVE 0 TO ac-cant(j)
               MOVE 0 TO ac-importe(j)
           END-IF.
           IF j NOT = 0
               ADD 1 TO ac-cant(j)
               ADD w-importe-acum TO ac-importe(j)
           END-IF.

      ******************************************************************
      * Lo que el banco acredito en el dia sale de la respuesta del
      * debito guardada en el historial (los aceptados)
      ******************************************************************
       250-CARGAR-DEBITOS.
           OPEN INPUT HISTORIAL-DEBITOS.
           IF w-status-historial NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-historial = 1
                   READ HISTORIAL-DEBITOS
                       AT END
                           MOVE 1 TO sen-historial
                       NOT AT END
                           IF dbh-resultado = "A"
                               AND dbh-fecha NOT < w-desde
                               AND dbh-fecha NOT > w-hasta
                               PERFORM 260-ACUMULAR-DEBITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-DEBITOS
           END-IF.

       260-ACUMULAR-DEBITO.
           MOVE dbh-fecha TO w-fecha-busca.
           PERFORM 130-FECHA-EXPORTADA.
           IF w-exportada = 1
               ADD 1 TO w-cant-omitidos
           ELSE
               PERFORM 140-AGREGAR-FECHA
               IF w-pos-fecha NOT = 0
                   MOVE 1 TO fe-hay-debito(w-pos-fecha)
                   ADD dbh-importe TO fe-debito(w-pos-fecha)
               END-IF
           END-IF.

       300-CARGAR-ANULACIONES.
           OPEN INPUT ANULACIONES.
           IF w-status-anulaciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-anulaciones = 1
                   READ ANULACIONES
                       AT END
                           MOVE 1 TO sen-anulaciones
                       NOT AT END
                           IF anu-fecha NOT < w-desde
                               AND anu-fecha NOT > w-hasta
                               PERFORM 310-GUARDAR-ANULACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANULACIONES
           END-IF.

       310-GUARDAR-ANULACION.
           MOVE anu-fecha TO w-fecha-busca.
           PERFORM 130-FECHA-EXPORTADA.
           IF w-exportada = 1
               ADD 1 TO w-cant-omitidos
           ELSE
               IF w-cant-anul < 500
                   PERFORM 140-AGREGAR-FECHA
                   ADD 1 TO w-cant-anul
                   MOVE anu-fecha TO an-fecha(w-cant-anul)
                   MOVE anu-socio TO an-socio(w-cant-anul)
                   MOVE anu-periodo TO an-periodo(w-cant-anul)
                   MOVE anu-importe TO an-importe(w-cant-anul)
                   IF anu-recargo NUMERIC
                       MOVE anu-recargo TO an-recargo(w-cant-anul)
                   ELSE
                       MOVE 0 TO an-recargo(w-cant-anul)
                   END-IF
               END-IF
           END-IF.

       400-GENERAR-ASIENTOS.
           OPEN OUTPUT ASIENTOS.
           OPEN EXTEND EXPORTADAS.
           IF w-status-exportadas = "35"
               OPEN OUTPUT EXPORTADAS
           END-IF.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > w-cant-fechas
               PERFORM 410-ASIENTOS-DEL-DIA
           END-PERFORM.
           CLOSE EXPORTADAS.
           CLOSE ASIENTOS.

       410-ASIENTOS-DEL-DIA.
           MOVE w-ult-asiento TO w-asiento-dia.
           MOVE 0 TO w-cant-oper-dia.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-acum
               IF ac-fecha(i) = fe-dia(w-f)
                   MOVE ac-operador(i) TO w-oper
                   PERFORM 420-AGREGAR-OPERADOR
               END-IF
           END-PERFORM.
           IF fe-hay-debito(w-f) = 1
               MOVE "BCO " TO w-oper
               PERFORM 420-AGREGAR-OPERADOR
           END-IF.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-oper-dia
               MOVE od-operador(j) TO w-oper
               PERFORM 500-ASIENTO-OPERADOR
           END-PERFORM.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-anul
               IF an-fecha(j) = fe-dia(w-f)
                   PERFORM 550-CONTRAASIENTO
               END-IF
           END-PERFORM.
           IF w-ult-asiento > w-asiento-dia
               MOVE fe-dia(w-f) TO cex-fecha
               COMPUTE cex-asiento-desde = w-asiento-dia + 1
               MOVE w-ult-asiento TO cex-asiento-hasta
               MOVE w-fecha-hoy TO cex-fecha-proceso
               WRITE cex-reg
           END-IF.

       420-AGREGAR-OPERADOR.
           MOVE 0 TO w-ins.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > w-cant-oper-dia
               IF od-operador(m) = w-oper
                   MOVE m TO w-ins
               END-IF
           END-PERFORM.
           IF w-ins = 0 AND w-cant-oper-dia < 30
               ADD 1 TO w-cant-oper-dia
               MOVE w-oper TO od-operador(w-cant-oper-dia)
           END-IF.

      ******************************************************************
      * Asiento de cobranza de un operador: al debe la caja del
      * operador (banco para BCO, red para RED) y al haber un renglon
      * por tipo de recibo. En el debito el debe es lo que el banco
      * acredito; lo acreditado sin cuota que aplicar va a imputar
      ******************************************************************
       500-ASIENTO-OPERADOR.
           MOVE 0 TO w-cant-renglones.
           MOVE 0 TO w-total-cobrado.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-acum
               IF ac-fecha(i) = fe-dia(w-f)
                   AND ac-operador(i) = w-oper
                   ADD ac-importe(i) TO w-total-cobrado
               END-IF
           END-PERFORM.
           MOVE w-total-cobrado TO w-importe-debe.
           EVALUATE w-oper
               WHEN "BCO "
                   MOVE "BANCO" TO w-concepto
                   IF fe-hay-debito(w-f) = 1
                       MOVE fe-debito(w-f) TO w-importe-debe
                   END-IF
               WHEN "RED "
                   MOVE "RED" TO w-concepto
               WHEN OTHER
                   MOVE SPACES TO w-concepto
                   STRING "CAJA-" DELIMITED BY SIZE
                          w-oper DELIMITED BY SIZE
                          INTO w-concepto
                   END-STRING
                   PERFORM 700-BUSCAR-CUENTA
                   IF w-cuenta-hallada = 0
                       MOVE "CAJA" TO w-concepto
                   END-IF
           END-EVALUATE.
           PERFORM 700-BUSCAR-CUENTA.
           MOVE SPACES TO w-leyenda.
           STRING "COBRANZA DEL DIA OPERADOR " DELIMITED BY SIZE
                  w-oper DELIMITED BY SIZE
                  INTO w-leyenda
           END-STRING.
           MOVE "D" TO w-tipo.
           MOVE w-importe-debe TO w-diferencia.
           PERFORM 600-AGREGAR-RENGLON.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-acum
               IF ac-fecha(i) = fe-dia(w-f)
                   AND ac-operador(i) = w-oper
                   PERFORM 510-RENGLON-TIPO
               END-IF
           END-PERFORM.
           IF w-importe-debe NOT = w-total-cobrado
               MOVE "A-IMPUTAR" TO w-concepto
               PERFORM 700-BUSCAR-CUENTA
               IF w-importe-debe > w-total-cobrado
                   MOVE "DEBITOS ACREDITADOS SIN CUOTA A APLICAR"
                       TO w-leyenda
                   MOVE "H" TO w-tipo
                   COMPUTE w-diferencia =
                       w-importe-debe - w-total-cobrado
               ELSE
                   MOVE "RECIBOS BCO SIN ACREDITACION DEL BANCO"
                       TO w-leyenda
                   MOVE "D" TO w-tipo
                   COMPUTE w-diferencia =
                       w-total-cobrado - w-importe-debe
               END-IF
               PERFORM 600-AGREGAR-RENGLON
           END-IF.
           PERFORM 650-GRABAR-ASIENTO.
           IF w-grabado = 1
               ADD 1 TO w-cant-asientos
           END-IF.

       510-RENGLON-TIPO.
           EVALUATE ac-tipo(i)
               WHEN "V"
                   MOVE "CONVENIOS" TO w-concepto
               WHEN "T"
                   MOVE "ARANCELES" TO w-concepto
               WHEN "A"
                   MOVE "ANTICIPOS" TO w-concepto
               WHEN "R"
                   MOVE "RECARGOS" TO w-concepto
               WHEN OTHER
                   MOVE "CUOTAS" TO w-concepto
           END-EVALUATE.
           PERFORM 700-BUSCAR-CUENTA.
           MOVE ac-cant(i) TO w-cant-edit.
           MOVE SPACES TO w-leyenda.
           IF ac-tipo(i) = "R"
               STRING "RECARGOS POR MORA OPERADOR " DELIMITED BY SIZE
                      w-oper DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      w-cant-edit DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO w-leyenda
               END-STRING
           ELSE
               STRING "RECIBOS TIPO " DELIMITED BY SIZE
                      ac-tipo(i) DELIMITED BY SIZE
                      " OPERADOR " DELIMITED BY SIZE
                      w-oper DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      w-cant-edit DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO w-leyenda
               END-STRING
           END-IF.
           MOVE "H" TO w-tipo.
           MOVE ac-importe(i) TO w-diferencia.
           PERFORM 600-AGREGAR-RENGLON.

      ******************************************************************
      * La anulacion revierte el ingreso de la cuota contra la caja en
      * la fecha en que se anulo, aunque el cobro sea de otro dia ya
      * exportado; el recargo por mora devuelto sale de su cuenta
      ******************************************************************
       550-CONTRAASIENTO.
           MOVE 0 TO w-cant-renglones.
           MOVE SPACES TO w-leyenda.
           STRING "ANULACION PAGO SOCIO " DELIMITED BY SIZE
                  an-socio(j) DELIMITED BY SIZE
                  " PERIODO " DELIMITED BY SIZE
                  an-periodo(j) DELIMITED BY SIZE
                  INTO w-leyenda
           END-STRING.
           MOVE "CUOTAS" TO w-concepto.
           PERFORM 700-BUSCAR-CUENTA.
           MOVE "D" TO w-tipo.
           COMPUTE w-diferencia = an-importe(j) - an-recargo(j).
           PERFORM 600-AGREGAR-RENGLON.
           MOVE "RECARGOS" TO w-concepto.
           PERFORM 700-BUSCAR-CUENTA.
           MOVE an-recargo(j) TO w-diferencia.
           PERFORM 600-AGREGAR-RENGLON.
           MOVE "CAJA" TO w-concepto.
           PERFORM 700-BUSCAR-CUENTA.
           MOVE "H" TO w-tipo.
           MOVE an-importe(j) TO w-diferencia.
           PERFORM 600-AGREGAR-RENGLON.
           PERFORM 650-GRABAR-ASIENTO.
           IF w-grabado = 1
               ADD 1 TO w-cant-contraasientos
           END-IF.

       600-AGREGAR-RENGLON.
           IF w-diferencia > 0 AND w-cant-renglones < 10
               ADD 1 TO w-cant-renglones
               MOVE w-cuenta TO as-cuenta(w-cant-renglones)
               MOVE w-tipo TO as-dh(w-cant-renglones)
               MOVE w-diferencia TO as-importe(w-cant-renglones)
               MOVE w-leyenda TO as-leyenda(w-cant-renglones)
           END-IF.

      ******************************************************************
      * Debe y haber tienen que cuadrar: el asiento que no cuadra no
      * se exporta y se informa
      ******************************************************************
       650-GRABAR-ASIENTO.
           MOVE 0 TO w-grabado.
           MOVE 0 TO w-suma-debe.
           MOVE 0 TO w-suma-haber.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-renglones
               IF as-dh(i) = "D"
                   ADD as-importe(i) TO w-suma-debe
               ELSE
                   ADD as-importe(i) TO w-suma-haber
               END-IF
           END-PERFORM.
           IF w-suma-debe NOT = w-suma-haber
               ADD 1 TO w-cant-descuadrados
               DISPLAY "Asiento descuadrado del " fe-dia(w-f) ": "
                   as-leyenda(1)
           ELSE
               IF w-suma-debe > 0
                   MOVE 1 TO w-grabado
                   ADD 1 TO w-ult-asiento
                   ADD w-suma-debe TO w-total-exportado
                   PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > w-cant-renglones
                       MOVE w-ult-asiento TO exp-asiento
                       MOVE fe-dia(w-f) TO exp-fecha
                       MOVE i TO exp-renglon
                       MOVE as-cuenta(i) TO exp-cuenta
                       MOVE as-dh(i) TO exp-dh
                       MOVE as-importe(i) TO exp-importe
                       MOVE as-leyenda(i) TO exp-leyenda
                       WRITE exp-reg
                   END-PERFORM
               END-IF
           END-IF.

       700-BUSCAR-CUENTA.
           MOVE 0 TO w-cuenta-hallada.
           MOVE SPACES TO w-cuenta.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-plan
               IF pl-concepto(k) = w-concepto
                   MOVE pl-cuenta(k) TO w-cuenta
                   MOVE 1 TO w-cuenta-hallada
               END-IF
           END-PERFORM.

       END PROGRAM YOUR-PROGRAM-NAME.
