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
           COPY "C-Conv.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-convenios.==.
           COPY "C-Param.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-parametros.==.
           COPY "C-PadAsa.cpy".
           SELECT ORDENAMIENTO ASSIGN TO "electoral-sort.tmp".
           SELECT PADRON-ELECTORAL ASSIGN DYNAMIC w-nombre-padron
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCLUIDOS ASSIGN DYNAMIC w-nombre-excluidos
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
           COPY "CopiFdCuo.cpy".
           COPY "CopiFdCon.cpy".
           COPY "CopiFdPar.cpy".
           COPY "CopiFdPas.cpy".
      * srt-tipo: H = habilitado, E = excluido; un solo ordenamiento
      * alimenta el padron y el listado de excluidos
       SD  ORDENAMIENTO.
       01  srt-reg.
           05  srt-tipo           pic X.
           05  srt-nombre         pic X(20).
           05  srt-codigo         pic 9(4).
           05  srt-categoria      pic X.
           05  srt-fecha-ingreso  pic 9(8).
           05  srt-motivo         pic X(30).
       FD  PADRON-ELECTORAL.
       01  ele-linea pic X(100).
       FD  EXCLUIDOS.
       01  exc-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  sen-sort pic 9 value 0.
       77  sen-convenios pic 9 value 0.
       77  sen-parametros pic 9 value 0.
       77  i pic 9(4) value 0.
       77  w-status-cuotas pic XX value "00".
       77  w-status-convenios pic XX value "00".
       77  w-status-parametros pic XX value "00".
       77  w-hay-cuotas pic 9 value 0.
       77  w-fin-cuotas pic 9 value 0.
           88 fin-cuotas value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-fecha-corte pic 9(8) value 0.
       01  w-nombre-padron pic X(40).
       01  w-nombre-excluidos pic X(40).
       77  w-dia-venc pic 9(2) value 10.
       01  w-vencimiento pic 9(8).
       77  w-socio-deuda pic 9(4).
       77  w-cant-vencidas pic 9(3) value 0.
       77  w-con-convenio pic 9 value 0.
       77  w-convenio-atrasado pic 9 value 0.
       01  w-motivo pic X(30).
       77  w-cant-habilitados pic 9(4) value 0.
       77  w-cant-excluidos pic 9(4) value 0.
       77  w-pagina pic 9(3) value 0.
       77  w-linea-pagina pic 9(3) value 0.
      * Cada socio ocupa dos lineas para dejar lugar a la firma
       77  w-lineas-pagina pic 9(3) value 60.
       01  tabla-convenios.
           05  w-cant-convenios pic 9(3) value 0.
           05  v-convenio OCCURS 200 TIMES.
               10  v-socio         pic 9(4).
               10  v-proximo-venc  pic 9(8).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Padron electoral para la asamblea a una fecha de corte: vota
      * el socio activo, de categoria A o V, con un anio de antiguedad
      * y sin cuotas vencidas impagas al corte; el convenio vigente al
      * dia cubre las cuotas que incluye. El adherente responde por
      * la deuda del grupo que se factura a su titular
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Fecha de corte del padron electoral (AAAAMMDD,"
               " 0 = hoy)".
           ACCEPT w-fecha-corte.
           IF w-fecha-corte = 0
               MOVE w-fecha-hoy TO w-fecha-corte
           END-IF.
           MOVE SPACES TO w-nombre-padron.
           STRING "padron-electoral-" DELIMITED BY SIZE
                  w-fecha-corte       DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
                  INTO w-nombre-padron
           END-STRING.
           MOVE SPACES TO w-nombre-excluidos.
           STRING "excluidos-electoral-" DELIMITED BY SIZE
                  w-fecha-corte          DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
                  INTO w-nombre-excluidos
           END-STRING.
           PERFORM 110-CARGAR-PARAMETROS.
           PERFORM 120-CARGAR-CONVENIOS.
           OPEN INPUT CUOTAS.
           IF w-status-cuotas = "00"
               MOVE 1 TO w-hay-cuotas
           ELSE
               DISPLAY "No hay archivo de cuotas (status "
                   w-status-cuotas "), no se controla la deuda"
           END-IF.
           SORT ORDENAMIENTO
               ON ASCENDING KEY srt-tipo srt-nombre srt-codigo
               INPUT PROCEDURE IS 200-EVALUAR-SOCIOS
               OUTPUT PROCEDURE IS 300-IMPRIMIR-PADRON.
           IF w-hay-cuotas = 1
               CLOSE CUOTAS
           END-IF.
           DISPLAY "Padron electoral al " w-fecha-corte ": "
               w-cant-habilitados " habilitados (en " w-nombre-padron
               ")".
           DISPLAY "Excluidos: " w-cant-excluidos " (en "
               w-nombre-excluidos ")".
           STOP RUN.

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
                           IF prm-clave = "CUO-DIA-VENC"
                               MOVE prm-valor TO w-dia-venc
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           IF w-dia-venc = 0 OR w-dia-venc > 28
               MOVE 10 TO w-dia-venc
           END-IF.

      ******************************************************************
      * El convenio vigente esta al dia si su proxima cuota todavia no
      * vencio a la fecha de corte
      ******************************************************************
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
                               MOVE con-proximo-venc
                                   TO v-proximo-venc(w-cant-convenios)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.

       200-EVALUAR-SOCIOS.
           OPEN INPUT SOCIOS.
           PERFORM leo.
           PERFORM UNTIL sen = 1
               IF soc-codigo NOT = 0
                   PERFORM 210-HABILITACION
                   MOVE soc-codigo TO srt-codigo
                   MOVE soc-nombre TO srt-nombre
                   MOVE soc-categoria TO srt-categoria
                   MOVE soc-fecha-ingreso TO srt-fecha-ingreso
                   MOVE w-motivo TO srt-motivo
                   IF w-motivo = SPACES
                       MOVE "H" TO srt-tipo
                   ELSE
                       MOVE "E" TO srt-tipo
                   END-IF
                   RELEASE srt-reg
               END-IF
               PERFORM leo
           END-PERFORM.
           CLOSE SOCIOS.

       leo.
           READ SOCIOS AT END MOVE 1 TO sen.

      ******************************************************************
      * Deja en w-motivo la primera condicion del estatuto que el
      * socio no cumple, o espacios si esta habilitado
      ******************************************************************
       210-HABILITACION.
           MOVE SPACES TO w-motivo.
           IF soc-estado NOT = "A"
               MOVE "SOCIO SUSPENDIDO" TO w-motivo
           ELSE
               IF soc-categoria NOT = "A" AND soc-categoria NOT = "V"
                   MOVE "CATEGORIA SIN VOTO" TO w-motivo
               ELSE
                   IF soc-fecha-ingreso + 10000 > w-fecha-corte
                       MOVE "ANTIGUEDAD MENOR A UN ANIO" TO w-motivo
                   ELSE
                       PERFORM 220-CONTROLAR-DEUDA
                   END-IF
               END-IF
           END-IF.

       220-CONTROLAR-DEUDA.
           IF soc-rol-grupo = "D" AND soc-titular NOT = 0
               MOVE soc-titular TO w-socio-deuda
           ELSE
               MOVE soc-codigo TO w-socio-deuda
           END-IF.
           MOVE 0 TO w-cant-vencidas.
           PERFORM 230-CONTAR-VENCIDAS.
           IF w-socio-deuda NOT = soc-codigo
               MOVE soc-codigo TO w-socio-deuda
               PERFORM 230-CONTAR-VENCIDAS
           END-IF.
           PERFORM 240-BUSCAR-CONVENIO.
           IF w-convenio-atrasado = 1
               MOVE "CONVENIO DE PAGO ATRASADO" TO w-motivo
           ELSE
               IF w-cant-vencidas > 0
                   STRING "CUOTAS VENCIDAS IMPAGAS: " DELIMITED BY SIZE
                          w-cant-vencidas DELIMITED BY SIZE
                          INTO w-motivo
                   END-STRING
               END-IF
           END-IF.

      ******************************************************************
      * Solo cuentan las pendientes vencidas al corte; las incluidas
      * en un convenio (estado V) las cubre el convenio
      ******************************************************************
       230-CONTAR-VENCIDAS.
           IF w-hay-cuotas = 1
               MOVE 0 TO w-fin-cuotas
               MOVE w-socio-deuda TO cuo-codigo
               MOVE 0 TO cuo-periodo
               START CUOTAS KEY IS NOT < cuo-clave
                   INVALID KEY
                       MOVE 1 TO w-fin-cuotas
               END-START
               PERFORM UNTIL fin-cuotas
                   READ CUOTAS NEXT RECORD
                       AT END
                           MOVE 1 TO w-fin-cuotas
                       NOT AT END
                           IF cuo-codigo NOT = w-socio-deuda
                               MOVE 1 TO w-fin-cuotas
                           ELSE
                               COMPUTE w-vencimiento =
                                   cuo-periodo * 100 + w-dia-venc
                               IF cuo-estado = "P"
                                   AND w-vencimiento < w-fecha-corte
                                   ADD 1 TO w-cant-vencidas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Para el adherente se mira el convenio del titular
       240-BUSCAR-CONVENIO.
           MOVE 0 TO w-con-convenio.
           MOVE 0 TO w-convenio-atrasado.
           IF soc-rol-grupo = "D" AND soc-titular NOT = 0
               MOVE soc-titular TO w-socio-deuda
           ELSE
               MOVE soc-codigo TO w-socio-deuda
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-convenios
               IF v-socio(i) = w-socio-deuda
                   MOVE 1 TO w-con-convenio
                   IF v-proximo-venc(i) < w-fecha-corte
                       MOVE 1 TO w-convenio-atrasado
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * El ordenamiento entrega primero los habilitados y despues los
      * excluidos, cada grupo en orden alfabetico; los habilitados
      * quedan ademas en el padron de la asamblea para registrar la
      * asistencia
      ******************************************************************
       300-IMPRIMIR-PADRON.
           OPEN OUTPUT PADRON-ELECTORAL.
           OPEN OUTPUT EXCLUIDOS.
           OPEN OUTPUT PADRON-ASAMBLEA.
           PERFORM 310-NUEVA-PAGINA.
           PERFORM 350-ENCABEZADO-EXCLUIDOS.
           PERFORM UNTIL sen-sort = 1
               RETURN ORDENAMIENTO
                   AT END
                       MOVE 1 TO sen-sort
                   NOT AT END
                       IF srt-tipo = "H"
                           PERFORM 330-IMPRIMIR-HABILITADO
                       ELSE
                           PERFORM 360-IMPRIMIR-EXCLUIDO
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM 340-IMPRIMIR-TOTAL.
           PERFORM 370-TOTAL-EXCLUIDOS.
           CLOSE PADRON-ELECTORAL.
           CLOSE EXCLUIDOS.
           CLOSE PADRON-ASAMBLEA.

       310-NUEVA-PAGINA.
           ADD 1 TO w-pagina.
           IF w-pagina > 1
               MOVE SPACES TO ele-linea
               WRITE ele-linea AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO ele-linea.
           STRING "PADRON ELECTORAL - ASAMBLEA - CORTE AL "
                      DELIMITED BY SIZE
                  w-fecha-corte DELIMITED BY SIZE
                  "   PAGINA " DELIMITED BY SIZE
                  w-pagina DELIMITED BY SIZE
                  INTO ele-linea
           END-STRING.
           WRITE ele-linea.
           MOVE SPACES TO ele-linea.
           MOVE "ORDEN CODIGO NOMBRE               CAT INGRESO" TO
               ele-linea(1:46).
           MOVE "FIRMA" TO ele-linea(60:5).
           WRITE ele-linea.
           MOVE ALL "-" TO ele-linea.
           WRITE ele-linea.
           MOVE 3 TO w-linea-pagina.

       330-IMPRIMIR-HABILITADO.
           IF w-linea-pagina >= w-lineas-pagina
               PERFORM 310-NUEVA-PAGINA
           END-IF.
           ADD 1 TO w-cant-habilitados.
           MOVE SPACES TO ele-linea.
           WRITE ele-linea.
           MOVE w-cant-habilitados TO ele-linea(1:4).
           MOVE srt-codigo TO ele-linea(7:4).
           MOVE srt-nombre TO ele-linea(14:20).
           MOVE srt-categoria TO ele-linea(36:1).
           MOVE srt-fecha-ingreso TO ele-linea(39:8).
           MOVE ALL "_" TO ele-linea(60:30).
           WRITE ele-linea.
           ADD 2 TO w-linea-pagina.
           MOVE srt-codigo TO pas-socio.
           MOVE srt-nombre TO pas-nombre.
           MOVE w-fecha-corte TO pas-fecha-corte.
           WRITE pas-reg.

       340-IMPRIMIR-TOTAL.
           MOVE ALL "-" TO ele-linea.
           WRITE ele-linea.
           MOVE SPACES TO ele-linea.
           STRING "TOTAL DE SOCIOS HABILITADOS: " DELIMITED BY SIZE
                  w-cant-habilitados DELIMITED BY SIZE
                  INTO ele-linea
           END-STRING.
           WRITE ele-linea.

       350-ENCABEZADO-EXCLUIDOS.
           MOVE SPACES TO exc-linea.
           STRING "SOCIOS EXCLUIDOS DEL PADRON ELECTORAL - CORTE AL "
                      DELIMITED BY SIZE
                  w-fecha-corte DELIMITED BY SIZE
                  INTO exc-linea
           END-STRING.
           WRITE exc-linea.
           MOVE "CODIGO NOMBRE               CAT INGRESO  MOTIVO"
               TO exc-linea.
           WRITE exc-linea.
           MOVE ALL "-" TO exc-linea.
           WRITE exc-linea.

       360-IMPRIMIR-EXCLUIDO.
           ADD 1 TO w-cant-excluidos.
           MOVE SPACES TO exc-linea.
           MOVE srt-codigo TO exc-linea(1:4).
           MOVE srt-nombre TO exc-linea(8:20).
           MOVE srt-categoria TO exc-linea(30:1).
           MOVE srt-fecha-ingreso TO exc-linea(33:8).
           MOVE srt-motivo TO exc-linea(43:30).
           WRITE exc-linea.

       370-TOTAL-EXCLUIDOS.
           MOVE ALL "-" TO exc-linea.
           WRITE exc-linea.
           MOVE SPACES TO exc-linea.
           STRING "TOTAL DE SOCIOS EXCLUIDOS: " DELIMITED BY SIZE
                  w-cant-excluidos DELIMITED BY SIZE
                  INTO exc-linea
           END-STRING.
           WRITE exc-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
