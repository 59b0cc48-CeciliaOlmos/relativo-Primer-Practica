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
           COPY "C-Cuotas.cpy"
               REPLACING ==ACCESS MODE IS SEQUENTIAL==
                      BY ==ACCESS MODE IS DYNAMIC==
                         ==RECORD KEY IS cuo-clave.==
                      BY ==RECORD KEY IS cuo-clave
                            FILE STATUS IS w-status-cuotas.==.
           COPY "C-CuoHis.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-historico.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           SELECT CONTROL-DEPURACION ASSIGN DYNAMIC w-nombre-control
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdCuh.cpy".
           COPY "CopiFdPar.cpy".
       FD  CONTROL-DEPURACION.
       01  ctl-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  i pic 9(4) value 0.
       77  sen-cuotas pic 9 value 0.
       77  sen-parametros pic 9 value 0.
       77  w-status-cuotas pic XX value "00".
       77  w-status-historico pic XX value "00".
       77  w-status-parametros pic XX value "00".
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-r REDEFINES w-fecha-hoy.
           05  w-hoy-aaaa pic 9(4).
           05  w-hoy-mm   pic 9(2).
           05  w-hoy-dd   pic 9(2).
       01  w-nombre-control pic X(40).
       77  w-anios pic 9(2) value 0.
       01  w-periodo-corte pic 9(6).
       77  w-modo pic 9 value 0.
           88 modo-proceso value 1.
           88 modo-simulacion value 2.
       77  w-anio pic 9(4) value 0.
       77  w-pos pic 9(3) value 0.
       77  w-archivar pic 9 value 0.
       77  w-cant-no-borradas pic 9(6) value 0.
       77  w-descuadre pic 9 value 0.
       01  w-cant-edit pic ZZZZZ9.
       01  w-importe-edit pic ZZZZZZZZ9.99.
      * Totales de control por anio del periodo: el indexado antes de
      * depurar tiene que ser el indexado despues mas lo archivado
       01  tabla-anios.
           05  w-cant-anios pic 9(3) value 0.
           05  ta-anio OCCURS 100 TIMES.
               10  ta-codigo          pic 9(4).
               10  ta-cant-antes      pic 9(6).
               10  ta-importe-antes   pic 9(10)V99.
               10  ta-cant-archivo    pic 9(6).
               10  ta-importe-archivo pic 9(10)V99.
               10  ta-cant-despues    pic 9(6).
               10  ta-importe-despues pic 9(10)V99.
       01  tabla-totales.
           05  tt-cant-antes      pic 9(7) value 0.
           05  tt-importe-antes   pic 9(11)V99 value 0.
           05  tt-cant-archivo    pic 9(7) value 0.
           05  tt-importe-archivo pic 9(11)V99 value 0.
           05  tt-cant-despues    pic 9(7) value 0.
           05  tt-importe-despues pic 9(11)V99 value 0.
       01  w-importe-suma pic 9(11)V99.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Depuracion de cuotas: las cobradas de periodos anteriores al
      * corte (hoy menos DEP-ANIOS anios) pasan de cuotas.dat al
      * historico; las pendientes y las de convenio no se tocan. En
      * simulacion solo se informa lo que se archivaria
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "1 = depurar cuotas.dat, 2 = simulacion".
           ACCEPT w-modo.
           IF NOT modo-proceso AND NOT modo-simulacion
               DISPLAY "Opcion invalida"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO w-nombre-control.
           STRING "depura-cuotas-" DELIMITED BY SIZE
                  w-fecha-hoy      DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO w-nombre-control
           END-STRING.
           PERFORM 100-CARGAR-PARAMETROS.
           COMPUTE w-periodo-corte =
               (w-hoy-aaaa - w-anios) * 100 + w-hoy-mm.
           DISPLAY "Se archivan las cuotas cobradas anteriores al"
               " periodo " w-periodo-corte.
           PERFORM 200-RECORRER-CUOTAS.
           PERFORM 300-RECONTAR-CUOTAS.
           PERFORM 400-TOTALES-DE-CONTROL.
           MOVE tt-cant-archivo TO w-cant-edit.
           IF modo-proceso
               DISPLAY "Cuotas archivadas: " w-cant-edit
           ELSE
               DISPLAY "Cuotas que se archivarian: " w-cant-edit
           END-IF.
           IF w-descuadre = 1
               DISPLAY "ATENCION: los totales de control no cuadran,"
                   " revise " w-nombre-control
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Totales de control en " w-nombre-control.
           STOP RUN.

      ******************************************************************
      * Sin archivo de parametros corre con los valores por omision
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
                           IF prm-clave = "DEP-ANIOS"
                               MOVE prm-valor TO w-anios
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-anios = 0
               MOVE 5 TO w-anios
           END-IF.

      ******************************************************************
      * Cada cuota a archivar se graba primero en el historico y solo
      * despues se borra del indexado
      ******************************************************************
       200-RECORRER-CUOTAS.
           IF modo-proceso
               OPEN I-O CUOTAS
           ELSE
               OPEN INPUT CUOTAS
           END-IF.
           IF w-status-cuotas NOT = "00"
               DISPLAY "No se pudo abrir cuotas (status "
                   w-status-cuotas ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF modo-proceso
               OPEN EXTEND CUOTAS-HISTORICO
               IF w-status-historico = "35"
                   OPEN OUTPUT CUOTAS-HISTORICO
               END-IF
           END-IF.
           PERFORM UNTIL sen-cuotas = 1
               READ CUOTAS NEXT RECORD
                   AT END
                       MOVE 1 TO sen-cuotas
                   NOT AT END
                       PERFORM 210-EVALUAR-CUOTA
               END-READ
           END-PERFORM.
           IF modo-proceso
               CLOSE CUOTAS-HISTORICO
           END-IF.
           CLOSE CUOTAS.

       210-EVALUAR-CUOTA.
           DIVIDE cuo-periodo BY 100 GIVING w-anio.
           PERFORM 250-BUSCAR-ANIO.
           ADD 1 TO ta-cant-antes(w-pos).
           ADD cuo-importe TO ta-importe-antes(w-pos).
           MOVE 0 TO w-archivar.
           IF cuo-estado = "C" AND cuo-periodo < w-periodo-corte
               MOVE 1 TO w-archivar
           END-IF.
           IF w-archivar = 1
               IF modo-proceso
                   PERFORM 220-ARCHIVAR-CUOTA
               ELSE
                   ADD 1 TO ta-cant-archivo(w-pos)
                   ADD cuo-importe TO ta-importe-archivo(w-pos)
               END-IF
           END-IF.

       220-ARCHIVAR-CUOTA.
           MOVE cuo-codigo TO cuh-codigo.
           MOVE cuo-periodo TO cuh-periodo.
           MOVE cuo-estado TO cuh-estado.
           MOVE cuo-fecha-pago TO cuh-fecha-pago.
           MOVE cuo-importe TO cuh-importe.
           MOVE w-fecha-hoy TO cuh-fecha-archivo.
           WRITE cuh-reg.
           IF w-status-historico NOT = "00"
               DISPLAY "No se pudo grabar el historico (status "
                   w-status-historico "); se detiene la depuracion"
               CLOSE CUOTAS-HISTORICO
               CLOSE CUOTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DELETE CUOTAS RECORD
               INVALID KEY
                   ADD 1 TO w-cant-no-borradas
                   DISPLAY "No se pudo borrar la cuota " cuo-codigo
                       " " cuo-periodo " (status " w-status-cuotas
                       "), queda tambien en el historico"
           END-DELETE.
           ADD 1 TO ta-cant-archivo(w-pos).
           ADD cuo-importe TO ta-importe-archivo(w-pos).

       250-BUSCAR-ANIO.
           MOVE 0 TO w-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-anios
               IF ta-codigo(i) = w-anio
                   MOVE i TO w-pos
               END-IF
           END-PERFORM.
           IF w-pos = 0
               IF w-cant-anios < 100
                   ADD 1 TO w-cant-anios
               END-IF
               MOVE w-cant-anios TO w-pos
               MOVE w-anio TO ta-codigo(w-pos)
               MOVE 0 TO ta-cant-antes(w-pos)
               MOVE 0 TO ta-importe-antes(w-pos)
               MOVE 0 TO ta-cant-archivo(w-pos)
               MOVE 0 TO ta-importe-archivo(w-pos)
               MOVE 0 TO ta-cant-despues(w-pos)
               MOVE 0 TO ta-importe-despues(w-pos)
           END-IF.

      ******************************************************************
      * El indexado se vuelve a leer completo despues de depurar; en
      * simulacion lo que quedaria es lo que hay menos lo archivable
      ******************************************************************
       300-RECONTAR-CUOTAS.
           IF modo-simulacion
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-anios
                   COMPUTE ta-cant-despues(i) =
                       ta-cant-antes(i) - ta-cant-archivo(i)
                   COMPUTE ta-importe-despues(i) =
                       ta-importe-antes(i) - ta-importe-archivo(i)
               END-PERFORM
           ELSE
               MOVE 0 TO sen-cuotas
               OPEN INPUT CUOTAS
               PERFORM UNTIL sen-cuotas = 1
                   READ CUOTAS NEXT RECORD
                       AT END
                           MOVE 1 TO sen-cuotas
                       NOT AT END
                           DIVIDE cuo-periodo BY 100 GIVING w-anio
                           PERFORM 250-BUSCAR-ANIO
                           ADD 1 TO ta-cant-despues(w-pos)
                           ADD cuo-importe TO ta-importe-despues(w-pos)
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       400-TOTALES-DE-CONTROL.
           OPEN OUTPUT CONTROL-DEPURACION.
           MOVE SPACES TO ctl-linea.
           IF modo-proceso
               STRING "DEPURACION DE CUOTAS DEL " DELIMITED BY SIZE
                      w-fecha-hoy DELIMITED BY SIZE
                      " - CORTE PERIODO " DELIMITED BY SIZE
                      w-periodo-corte DELIMITED BY SIZE
                      INTO ctl-linea
               END-STRING
           ELSE
               STRING "SIMULACION DE DEPURACION DE CUOTAS DEL "
                          DELIMITED BY SIZE
                      w-fecha-hoy DELIMITED BY SIZE
                      " - CORTE PERIODO " DELIMITED BY SIZE
                      w-periodo-corte DELIMITED BY SIZE
                      INTO ctl-linea
               END-STRING
           END-IF.
           WRITE ctl-linea.
           MOVE ALL "=" TO ctl-linea.
           WRITE ctl-linea.
           MOVE SPACES TO ctl-linea.
           MOVE "Anio" TO ctl-linea(1:4).
           MOVE "Indexado antes" TO ctl-linea(8:14).
           MOVE "Historico" TO ctl-linea(30:9).
           MOVE "Indexado despues" TO ctl-linea(59:16).
           MOVE "Control" TO ctl-linea(87:7).
           WRITE ctl-linea.
           MOVE ALL "-" TO ctl-linea.
           WRITE ctl-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-anios
               PERFORM 410-LINEA-ANIO
           END-PERFORM.
           MOVE ALL "-" TO ctl-linea.
           WRITE ctl-linea.
           MOVE SPACES TO ctl-linea.
           MOVE "TOTAL" TO ctl-linea(1:5).
           MOVE tt-cant-antes TO w-cant-edit.
           MOVE w-cant-edit TO ctl-linea(8:6).
           MOVE tt-importe-antes TO w-importe-edit.
           MOVE w-importe-edit TO ctl-linea(15:12).
           MOVE tt-cant-archivo TO w-cant-edit.
           MOVE w-cant-edit TO ctl-linea(30:6).
           MOVE tt-importe-archivo TO w-importe-edit.
           MOVE w-importe-edit TO ctl-linea(37:12).
           MOVE tt-cant-despues TO w-cant-edit.
           MOVE w-cant-edit TO ctl-linea(59:6).
           MOVE tt-importe-despues TO w-importe-edit.
           MOVE w-importe-edit TO ctl-linea(66:12).
           IF w-descuadre = 1
               MOVE "NO CUADRA" TO ctl-linea(87:9)
           ELSE
               MOVE "CUADRA" TO ctl-linea(87:6)
           END-IF.
           WRITE ctl-linea.
           IF w-cant-no-borradas NOT = 0
               MOVE SPACES TO ctl-linea
               STRING "Cuotas grabadas en el historico que no se"
                          DELIMITED BY SIZE
                      " pudieron borrar del indexado: "
                          DELIMITED BY SIZE
                      w-cant-no-borradas DELIMITED BY SIZE
                      INTO ctl-linea
               END-STRING
               WRITE ctl-linea
           END-IF.
           CLOSE CONTROL-DEPURACION.

       410-LINEA-ANIO.
           ADD ta-cant-antes(i) TO tt-cant-antes.
           ADD ta-importe-antes(i) TO tt-importe-antes.
           ADD ta-cant-archivo(i) TO tt-cant-archivo.
           ADD ta-importe-archivo(i) TO tt-importe-archivo.
           ADD ta-cant-despues(i) TO tt-cant-despues.
           ADD ta-importe-despues(i) TO tt-importe-despues.
           MOVE SPACES TO ctl-linea.
           MOVE ta-codigo(i) TO ctl-linea(1:4).
           MOVE ta-cant-antes(i) TO w-cant-edit.
           MOVE w-cant-edit TO ctl-linea(8:6).
           MOVE ta-importe-antes(i) TO w-importe-edit.
           MOVE w-importe-edit TO ctl-linea(15:12).
           MOVE ta-cant-archivo(i) TO w-cant-edit.
           MOVE w-cant-edit TO ctl-linea(30:6).
           MOVE ta-importe-archivo(i) TO w-importe-edit.
           MOVE w-importe-edit TO ctl-linea(37:12).
           MOVE ta-cant-despues(i) TO w-cant-edit.
           MOVE w-cant-edit TO ctl-linea(59:6).
           MOVE ta-importe-despues(i) TO w-importe-edit.
           MOVE w-importe-edit TO ctl-linea(66:12).
           COMPUTE w-importe-suma =
               ta-importe-despues(i) + ta-importe-archivo(i).
           IF ta-cant-antes(i) NOT =
                   ta-cant-despues(i) + ta-cant-archivo(i)
               OR ta-importe-antes(i) NOT = w-importe-suma
               MOVE 1 TO w-descuadre
               MOVE "NO CUADRA" TO ctl-linea(87:9)
           ELSE
               MOVE "CUADRA" TO ctl-linea(87:6)
           END-IF.
           WRITE ctl-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
