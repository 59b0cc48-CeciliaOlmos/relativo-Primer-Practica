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
           COPY "C-Activ.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-actividades.==.
           COPY "C-Inscr.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-inscripciones.==.
           COPY "C-Cargos.cpy"
               REPLACING ==RECORD KEY IS crg-clave.==
                      BY ==RECORD KEY IS crg-clave
                            FILE STATUS IS w-status-cargos.==.
           SELECT REPORTE ASSIGN DYNAMIC w-nombre-reporte
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFdAct.cpy".
           COPY "CopiFdIns.cpy".
           COPY "CopiFdCrg.cpy".
       FD  REPORTE.
       01  rpt-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  sen-inscripciones pic 9 value 0.
       77  sen-cargos pic 9 value 0.
       77  i pic 9(4) value 0.
       77  w-pos pic 9(4) value 0.
       77  w-codigo pic 9(3) value 0.
       77  w-status-actividades pic XX value "00".
       77  w-status-inscripciones pic XX value "00".
       77  w-status-cargos pic XX value "00".
       77  w-fecha-hoy pic 9(8).
       77  w-periodo pic 9(6) value 0.
       77  w-nombre-reporte pic X(40).
       77  w-sin-catalogo pic 9(4) value 0.
       01  tabla-actividades.
           05  w-cant-actividades pic 9(3) value 0.
           05  t-actividad OCCURS 100 TIMES.
               10  t-codigo        pic 9(3).
               10  t-nombre        pic X(20).
               10  t-estado        pic X.
               10  t-inscriptos    pic 9(4).
               10  t-cant-fact     pic 9(5).
               10  t-imp-fact      pic 9(8)V99.
               10  t-cant-cobr     pic 9(5).
               10  t-imp-cobr      pic 9(8)V99.
               10  t-cant-pend     pic 9(5).
               10  t-imp-pend      pic 9(8)V99.
       01  totales.
           05  w-tot-inscriptos pic 9(5) value 0.
           05  w-tot-cant-fact  pic 9(6) value 0.
           05  w-tot-imp-fact   pic 9(9)V99 value 0.
           05  w-tot-cant-cobr  pic 9(6) value 0.
           05  w-tot-imp-cobr   pic 9(9)V99 value 0.
           05  w-tot-cant-pend  pic 9(6) value 0.
           05  w-tot-imp-pend   pic 9(9)V99 value 0.
       01  w-importe-edit pic ZZZZZZZZ9.99.
       01  w-cant-edit pic ZZZZ9.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Recaudacion por actividad: inscriptos activos y aranceles
      * facturados, cobrados y pendientes de cargos.dat, de un periodo
      * o de todo el archivo
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Periodo a informar (AAAAMM, 0 = todos)".
           ACCEPT w-periodo.
           MOVE SPACES TO w-nombre-reporte.
           STRING "recaudacion-actividades-" DELIMITED BY SIZE
                  w-fecha-hoy                DELIMITED BY SIZE
                  ".txt"                     DELIMITED BY SIZE
                  INTO w-nombre-reporte
           END-STRING.
           PERFORM 100-CARGAR-ACTIVIDADES.
           PERFORM 200-CONTAR-INSCRIPTOS.
           PERFORM 300-ACUMULAR-CARGOS.
           PERFORM 400-IMPRIMIR.
           DISPLAY "Actividades informadas: " w-cant-actividades
               " (detalle en " w-nombre-reporte ")".
           IF w-sin-catalogo NOT = 0
               DISPLAY "Cargos de actividades fuera del catalogo: "
                   w-sin-catalogo
           END-IF.
           STOP RUN.

       100-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF w-status-actividades NOT = "00"
               DISPLAY "No hay catalogo de actividades (status "
                   w-status-actividades "), nada que informar"
               STOP RUN
           END-IF.
           PERFORM UNTIL sen = 1
               READ ACTIVIDADES
                   AT END
                       MOVE 1 TO sen
                   NOT AT END
                       IF w-cant-actividades < 100
                           ADD 1 TO w-cant-actividades
                           INITIALIZE t-actividad(w-cant-actividades)
                           MOVE act-codigo
                               TO t-codigo(w-cant-actividades)
                           MOVE act-nombre
                               TO t-nombre(w-cant-actividades)
                           MOVE act-estado
                               TO t-estado(w-cant-actividades)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTIVIDADES.

       200-CONTAR-INSCRIPTOS.
           OPEN INPUT INSCRIPCIONES.
           IF w-status-inscripciones NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-inscripciones = 1
                   READ INSCRIPCIONES
                       AT END
                           MOVE 1 TO sen-inscripciones
                       NOT AT END
                           IF ins-estado = "A"
                               MOVE ins-actividad TO w-codigo
                               PERFORM 500-BUSCAR-ACTIVIDAD
                               IF w-pos NOT = 0
                                   ADD 1 TO t-inscriptos(w-pos)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.

       300-ACUMULAR-CARGOS.
           OPEN INPUT CARGOS.
           IF w-status-cargos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-cargos = 1
                   READ CARGOS
                       AT END
                           MOVE 1 TO sen-cargos
                       NOT AT END
                           IF w-periodo = 0
                               OR crg-periodo = w-periodo
                               PERFORM 310-ACUMULAR-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS
           END-IF.

       310-ACUMULAR-CARGO.
           MOVE crg-actividad TO w-codigo.
           PERFORM 500-BUSCAR-ACTIVIDAD.
           IF w-pos = 0
               ADD 1 TO w-sin-catalogo
           ELSE
               ADD 1 TO t-cant-fact(w-pos)
               ADD crg-importe TO t-imp-fact(w-pos)
               IF crg-estado = "C"
                   ADD 1 TO t-cant-cobr(w-pos)
                   ADD crg-importe TO t-imp-cobr(w-pos)
               ELSE
                   ADD 1 TO t-cant-pend(w-pos)
                   ADD crg-importe TO t-imp-pend(w-pos)
               END-IF
           END-IF.

       400-IMPRIMIR.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rpt-linea.
           IF w-periodo = 0
               STRING "RECAUDACION POR ACTIVIDAD AL " DELIMITED BY SIZE
                      w-fecha-hoy DELIMITED BY SIZE
                      " - TODOS LOS PERIODOS" DELIMITED BY SIZE
                      INTO rpt-linea
               END-STRING
           ELSE
               STRING "RECAUDACION POR ACTIVIDAD AL " DELIMITED BY SIZE
                      w-fecha-hoy DELIMITED BY SIZE
                      " - PERIODO " DELIMITED BY SIZE
                      w-periodo DELIMITED BY SIZE
                      INTO rpt-linea
               END-STRING
           END-IF.
           WRITE rpt-linea.
           MOVE ALL "=" TO rpt-linea.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE "COD ACTIVIDAD" TO rpt-linea(1:13).
           MOVE "E" TO rpt-linea(26:1).
           MOVE "INSCR" TO rpt-linea(27:5).
           MOVE "  FACTURADO" TO rpt-linea(33:11).
           MOVE "    COBRADO" TO rpt-linea(50:11).
           MOVE "  PENDIENTE" TO rpt-linea(67:11).
           WRITE rpt-linea.
           MOVE ALL "-" TO rpt-linea.
           WRITE rpt-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-actividades
               PERFORM 410-IMPRIMIR-ACTIVIDAD
           END-PERFORM.
           MOVE ALL "-" TO rpt-linea.
           WRITE rpt-linea.
           MOVE SPACES TO rpt-linea.
           MOVE "TOTAL" TO rpt-linea(1:5).
           MOVE w-tot-inscriptos TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(27:5).
           MOVE w-tot-cant-fact TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(33:5).
           MOVE w-tot-imp-fact TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(38:12).
           MOVE w-tot-cant-cobr TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(50:5).
           MOVE w-tot-imp-cobr TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(55:12).
           MOVE w-tot-cant-pend TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(67:5).
           MOVE w-tot-imp-pend TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(72:12).
           WRITE rpt-linea.
           CLOSE REPORTE.

       410-IMPRIMIR-ACTIVIDAD.
           MOVE SPACES TO rpt-linea.
           MOVE t-codigo(i) TO rpt-linea(1:3).
           MOVE t-nombre(i) TO rpt-linea(5:20).
           MOVE t-estado(i) TO rpt-linea(26:1).
           MOVE t-inscriptos(i) TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(27:5).
           MOVE t-cant-fact(i) TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(33:5).
           MOVE t-imp-fact(i) TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(38:12).
           MOVE t-cant-cobr(i) TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(50:5).
           MOVE t-imp-cobr(i) TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(55:12).
           MOVE t-cant-pend(i) TO w-cant-edit.
           MOVE w-cant-edit TO rpt-linea(67:5).
           MOVE t-imp-pend(i) TO w-importe-edit.
           MOVE w-importe-edit TO rpt-linea(72:12).
           WRITE rpt-linea.
           ADD t-inscriptos(i) TO w-tot-inscriptos.
           ADD t-cant-fact(i) TO w-tot-cant-fact.
           ADD t-imp-fact(i) TO w-tot-imp-fact.
           ADD t-cant-cobr(i) TO w-tot-cant-cobr.
           ADD t-imp-cobr(i) TO w-tot-imp-cobr.
           ADD t-cant-pend(i) TO w-tot-cant-pend.
           ADD t-imp-pend(i) TO w-tot-imp-pend.

       500-BUSCAR-ACTIVIDAD.
           MOVE 0 TO w-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-actividades
               IF t-codigo(i) = w-codigo
                   MOVE i TO w-pos
               END-IF
           END-PERFORM.

       END PROGRAM YOUR-PROGRAM-NAME.
