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
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS cuo-clave.==
                      BY ==RECORD KEY IS cuo-clave
                            FILE STATUS IS w-status-cuotas.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           COPY "C-Habil.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-habilitados.==.
           SELECT LISTADO-EXCLUIDOS ASSIGN DYNAMIC w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdPar.cpy".
           COPY "CopiFdHab.cpy".
       FD  LISTADO-EXCLUIDOS.
       01  lis-linea pic X(80).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  j pic 9(4) value 0.
       77  k pic 9(4) value 0.
       77  w-status-cuotas pic XX value "00".
       77  w-status-parametros pic XX value "00".
       77  w-status-habilitados pic XX value "00".
       77  sen-parametros pic 9 value 0.
       77  w-fin-cuotas pic 9 value 0.
           88 fin-cuotas value 1.
       01  w-fecha-hoy pic 9(8).
       01  w-nombre-listado pic X(40).
       77  w-dia-venc pic 9(2) value 0.
       77  w-tolerancia pic 9(2) value 0.
       77  w-tolerancia-leida pic 9 value 0.
       01  w-vencimiento pic 9(8).
       77  w-pos-titular pic 9(4) value 0.
       01  w-motivo pic X(30).
       77  w-cant-habilitados pic 9(4) value 0.
       77  w-cant-suspendidos pic 9(4) value 0.
       77  w-cant-con-deuda pic 9(4) value 0.
       77  w-cant-por-titular pic 9(4) value 0.
      * Situacion de cada socio: las cuotas vencidas se cuentan una
      * sola vez por socio y los adherentes consultan la del titular
       01  tabla-socios.
           05  w-cant-socios pic 9(4) value 0.
           05  t-socio OCCURS 603 TIMES.
               10  t-codigo     pic 9(4).
               10  t-nombre     pic X(20).
               10  t-categoria  pic X.
               10  t-estado     pic X.
               10  t-rol        pic X.
               10  t-titular    pic 9(4).
               10  t-vencidas   pic 9(3).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Padron de habilitados para el molinete de la sede: entra el
      * socio activo con no mas de ACC-TOLERANCIA cuotas vencidas
      * impagas; el adherente del grupo familiar entra o no segun la
      * situacion de su titular, que es quien paga la cuota del grupo
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-listado.
           STRING "no-habilitados-" DELIMITED BY SIZE
                  w-fecha-hoy       DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO w-nombre-listado
           END-STRING.
           PERFORM 100-CARGAR-PARAMETROS.
           PERFORM 200-CARGAR-SOCIOS.
           PERFORM 300-CONTAR-VENCIDAS.
           PERFORM 400-GENERAR-PADRON.
           DISPLAY "Habilitados          : " w-cant-habilitados.
           DISPLAY "  por su titular     : " w-cant-por-titular.
           DISPLAY "Suspendidos          : " w-cant-suspendidos.
           DISPLAY "Con deuda vencida    : " w-cant-con-deuda.
           DISPLAY "No habilitados en " w-nombre-listado.
           STOP RUN.

      ******************************************************************
      * La cuota vence el dia CUO-DIA-VENC de su periodo, igual que en
      * el circuito de intimaciones
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
                           EVALUATE prm-clave
                               WHEN "CUO-DIA-VENC"
                                   MOVE prm-valor TO w-dia-venc
                               WHEN "ACC-TOLERANCIA"
                                   MOVE prm-valor TO w-tolerancia
                                   MOVE 1 TO w-tolerancia-leida
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-dia-venc = 0 OR w-dia-venc > 28
               MOVE 10 TO w-dia-venc
           END-IF.
           IF w-tolerancia-leida = 0
               MOVE 1 TO w-tolerancia
           END-IF.
           DISPLAY "Se toleran " w-tolerancia
               " cuotas vencidas para entrar a la sede".

       200-CARGAR-SOCIOS.
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
                   MOVE 0 TO t-vencidas(w-cant-socios)
               END-IF
               PERFORM leo
           END-PERFORM.
           CLOSE SOCIOS.

       leo.
           READ SOCIOS AT END MOVE 1 TO sen.

       300-CONTAR-VENCIDAS.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas = "00"
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
                   PERFORM 310-VENCIDAS-DEL-SOCIO
               END-PERFORM
               CLOSE CUOTAS
           ELSE
               DISPLAY "No hay cuotas generadas (status "
                   w-status-cuotas "), no se controla deuda"
           END-IF.

       310-VENCIDAS-DEL-SOCIO.
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
                               AND t-vencidas(j) < 999
                               ADD 1 TO t-vencidas(j)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * El padron se regenera entero cada noche; el que no entra sale
      * en el listado con el motivo para que lo atienda secretaria
      ******************************************************************
       400-GENERAR-PADRON.
           OPEN OUTPUT HABILITADOS.
           OPEN OUTPUT LISTADO-EXCLUIDOS.
           MOVE SPACES TO lis-linea.
           STRING "SOCIOS NO HABILITADOS PARA INGRESAR A LA SEDE - "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.
           MOVE ALL "=" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-socios
               PERFORM 410-EVALUAR-SOCIO
           END-PERFORM.
           CLOSE HABILITADOS.
           CLOSE LISTADO-EXCLUIDOS.

       410-EVALUAR-SOCIO.
           MOVE SPACES TO w-motivo.
           MOVE 0 TO w-pos-titular.
           IF t-rol(j) = "D"
               PERFORM 420-BUSCAR-TITULAR
           END-IF.
           IF t-estado(j) NOT = "A"
               MOVE "SUSPENDIDO" TO w-motivo
               ADD 1 TO w-cant-suspendidos
           ELSE
               IF w-pos-titular NOT = 0
                   IF t-estado(w-pos-titular) NOT = "A"
                       MOVE "TITULAR DEL GRUPO SUSPENDIDO" TO w-motivo
                       ADD 1 TO w-cant-suspendidos
                   ELSE
                       IF t-vencidas(w-pos-titular) > w-tolerancia
                           MOVE "DEUDA VENCIDA DEL TITULAR"
                               TO w-motivo
                           ADD 1 TO w-cant-con-deuda
                       END-IF
                   END-IF
               ELSE
                   IF t-vencidas(j) > w-tolerancia
                       MOVE "DEUDA VENCIDA" TO w-motivo
                       ADD 1 TO w-cant-con-deuda
                   END-IF
               END-IF
           END-IF.
           IF w-motivo = SPACES
               MOVE t-codigo(j) TO hab-socio
               MOVE t-nombre(j) TO hab-nombre
               MOVE t-categoria(j) TO hab-categoria
               MOVE w-fecha-hoy TO hab-fecha
               WRITE hab-reg
               ADD 1 TO w-cant-habilitados
               IF w-pos-titular NOT = 0
                   ADD 1 TO w-cant-por-titular
               END-IF
           ELSE
               MOVE SPACES TO lis-linea
               STRING t-codigo(j) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      t-nombre(j) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      w-motivo DELIMITED BY SIZE
                      INTO lis-linea
               END-STRING
               IF w-pos-titular NOT = 0
                   MOVE "titular" TO lis-linea(60:7)
                   MOVE t-titular(j) TO lis-linea(68:4)
               END-IF
               WRITE lis-linea
           END-IF.

      ******************************************************************
      * Si el titular ya no esta en el padron el adherente se evalua
      * por su propia cuenta, como lo factura genera-cuotas
      ******************************************************************
       420-BUSCAR-TITULAR.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-socios
               IF t-codigo(k) = t-titular(j)
                   MOVE k TO w-pos-titular
               END-IF
           END-PERFORM.

       END PROGRAM YOUR-PROGRAM-NAME.
