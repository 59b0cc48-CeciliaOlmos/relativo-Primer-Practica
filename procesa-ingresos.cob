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
           COPY "C-Ingres.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-ingresos.==.
           COPY "C-Habil.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-habilitados.==.
           SELECT INGRESOS-MOLINETE ASSIGN TO "..\ingresos-molinete.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-status-molinete.
           SELECT LISTADO-INGRESOS ASSIGN DYNAMIC w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
           COPY "CopiFdIng.cpy".
           COPY "CopiFdHab.cpy".
      * Lo que exporta la terminal tiene el mismo registro que
      * ingresos.dat
       FD  INGRESOS-MOLINETE.
       01  mol-reg.
           05  mol-fecha      PIC 9(8).
           05  mol-hora       PIC 9(6).
           05  mol-socio      PIC 9(4).
           05  mol-resultado  PIC X.
       FD  LISTADO-INGRESOS.
       01  lis-linea pic X(100).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  i pic 9(4) value 0.
       77  j pic 9(4) value 0.
       77  f pic 9 value 0.
       77  w-status-ingresos pic XX value "00".
       77  w-status-molinete pic XX value "00".
       77  w-status-habilitados pic XX value "00".
       77  sen-habilitados pic 9 value 0.
       77  w-hay-habilitados pic 9 value 0.
       77  sen-ingresos pic 9 value 0.
       77  sen-molinete pic 9 value 0.
       01  w-fecha-hoy pic 9(8).
       01  w-nombre-listado pic X(40).
       01  w-momento pic 9(14).
       01  w-ultimo-cargado pic 9(14) value 0.
       77  w-cant-leidos pic 9(6) value 0.
       77  w-cant-cargados pic 9(6) value 0.
       77  w-cant-ya-cargados pic 9(6) value 0.
       77  w-cant-invalidos pic 9(6) value 0.
       77  w-hh pic 99 value 0.
       77  w-pos-dia pic 9(3) value 0.
       77  w-pos-rechazo pic 9(4) value 0.
       77  w-rechazos-desborde pic 9 value 0.
       77  w-dias-desborde pic 9 value 0.
       01  w-situacion pic X(26).
       01  w-nombre pic X(20).
       01  w-cant-edit pic ZZZZ9.
       01  tabla-socios.
           05  w-cant-socios pic 9(4) value 0.
           05  t-socio OCCURS 603 TIMES.
               10  t-codigo  pic 9(4).
               10  t-nombre  pic X(20).
               10  t-estado  pic X.
               10  t-habilitado pic 9.
      * Uso de la sede por dia y franja horaria: 00-06, 06-09,
      * 09-12, 12-15, 15-18, 18-21 y 21-24
       01  w-franjas pic X(42)
           value "00-06 06-09 09-12 12-15 15-18 18-21 21-24 ".
       01  tabla-dias.
           05  w-cant-dias pic 9(3) value 0.
           05  d-dia OCCURS 100 TIMES.
               10  d-fecha     pic 9(8).
               10  d-franja    pic 9(5) OCCURS 7 TIMES.
               10  d-total     pic 9(6).
               10  d-rechazos  pic 9(6).
       01  tabla-totales.
           05  tt-franja    pic 9(6) OCCURS 7 TIMES.
           05  tt-total     pic 9(7) value 0.
           05  tt-rechazos  pic 9(7) value 0.
       01  tabla-rechazos.
           05  w-cant-rechazados pic 9(4) value 0.
           05  r-socio OCCURS 1000 TIMES.
               10  r-codigo   pic 9(4).
               10  r-intentos pic 9(5).
               10  r-fecha    pic 9(8).
               10  r-hora     pic 9(6).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Carga del registro de ingresos que exporta la terminal del
      * molinete: lo agrega a ingresos.dat salteando lo ya cargado en
      * una corrida anterior, informa los rechazos por socio y arma
      * la estadistica de uso de la sede por dia y franja horaria
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-listado.
           STRING "ingresos-sede-" DELIMITED BY SIZE
                  w-fecha-hoy      DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO w-nombre-listado
           END-STRING.
           INITIALIZE tabla-totales.
           PERFORM 100-ULTIMO-CARGADO.
           PERFORM 150-CARGAR-SOCIOS.
           PERFORM 160-CARGAR-HABILITADOS.
           PERFORM 200-CARGAR-INGRESOS.
           PERFORM 300-INFORME.
           DISPLAY "Registros de la terminal : " w-cant-leidos.
           DISPLAY "Cargados en ingresos.dat : " w-cant-cargados.
           DISPLAY "Ya cargados antes        : " w-cant-ya-cargados.
           DISPLAY "Invalidos                : " w-cant-invalidos.
           IF w-dias-desborde = 1 OR w-rechazos-desborde = 1
               DISPLAY "ATENCION: el informe no alcanzo a tomar todos"
                   " los dias o socios del archivo"
           END-IF.
           DISPLAY "Informe en " w-nombre-listado.
           STOP RUN.

      ******************************************************************
      * Lo que la terminal vuelve a exportar no se carga dos veces: se
      * toma el momento del ultimo ingreso ya acumulado
      ******************************************************************
       100-ULTIMO-CARGADO.
           OPEN INPUT INGRESOS.
           IF w-status-ingresos NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-ingresos = 1
                   READ INGRESOS
                       AT END
                           MOVE 1 TO sen-ingresos
                       NOT AT END
                           COMPUTE w-momento =
                               ing-fecha * 1000000 + ing-hora
                           IF w-momento > w-ultimo-cargado
                               MOVE w-momento TO w-ultimo-cargado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INGRESOS
           END-IF.

       150-CARGAR-SOCIOS.
           OPEN INPUT SOCIOS.
           PERFORM leo.
           PERFORM UNTIL sen = 1
               IF soc-codigo NOT = 0 AND w-cant-socios < 603
                   ADD 1 TO w-cant-socios
                   MOVE soc-codigo TO t-codigo(w-cant-socios)
                   MOVE soc-nombre TO t-nombre(w-cant-socios)
                   MOVE soc-estado TO t-estado(w-cant-socios)
                   MOVE 0 TO t-habilitado(w-cant-socios)
               END-IF
               PERFORM leo
           END-PERFORM.
           CLOSE SOCIOS.

       leo.
           READ SOCIOS AT END MOVE 1 TO sen.

      ******************************************************************
      * Padron que tiene hoy la terminal del molinete: un socio activo
      * que no figura quedo afuera por deuda o por su titular
      ******************************************************************
       160-CARGAR-HABILITADOS.
           OPEN INPUT HABILITADOS.
           IF w-status-habilitados NOT = "00"
               DISPLAY "No hay padron ..\habilitados.dat (status "
                   w-status-habilitados "), los rechazos salen sin"
                   " la situacion de habilitacion"
           ELSE
               MOVE 1 TO w-hay-habilitados
               PERFORM UNTIL sen-habilitados = 1
                   READ HABILITADOS
                       AT END
                           MOVE 1 TO sen-habilitados
                       NOT AT END
                           PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > w-cant-socios
                               IF t-codigo(i) = hab-socio
                                   MOVE 1 TO t-habilitado(i)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE HABILITADOS
           END-IF.

       200-CARGAR-INGRESOS.
           OPEN INPUT INGRESOS-MOLINETE.
           IF w-status-molinete NOT = "00"
               DISPLAY "No hay ..\ingresos-molinete.dat (status "
                   w-status-molinete "), nada que cargar"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND INGRESOS.
           IF w-status-ingresos = "35"
               OPEN OUTPUT INGRESOS
           END-IF.
           PERFORM UNTIL sen-molinete = 1
               READ INGRESOS-MOLINETE
                   AT END
                       MOVE 1 TO sen-molinete
                   NOT AT END
                       ADD 1 TO w-cant-leidos
                       PERFORM 210-CARGAR-INGRESO
               END-READ
           END-PERFORM.
           CLOSE INGRESOS.
           CLOSE INGRESOS-MOLINETE.

       210-CARGAR-INGRESO.
           IF mol-fecha NOT NUMERIC OR mol-hora NOT NUMERIC
               OR (mol-resultado NOT = "H" AND mol-resultado NOT = "R")
               ADD 1 TO w-cant-invalidos
           ELSE
               COMPUTE w-momento = mol-fecha * 1000000 + mol-hora
               IF w-momento NOT > w-ultimo-cargado
                   ADD 1 TO w-cant-ya-cargados
               ELSE
                   MOVE mol-reg TO ing-reg
                   WRITE ing-reg
                   ADD 1 TO w-cant-cargados
                   PERFORM 220-ACUMULAR-DIA
                   IF ing-resultado = "R"
                       PERFORM 230-ACUMULAR-RECHAZO
                   END-IF
               END-IF
           END-IF.

       220-ACUMULAR-DIA.
           MOVE 0 TO w-pos-dia.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-dias
               IF d-fecha(i) = ing-fecha
                   MOVE i TO w-pos-dia
               END-IF
           END-PERFORM.
           IF w-pos-dia = 0
               IF w-cant-dias < 100
                   ADD 1 TO w-cant-dias
                   MOVE w-cant-dias TO w-pos-dia
                   MOVE ing-fecha TO d-fecha(w-pos-dia)
                   PERFORM VARYING f FROM 1 BY 1 UNTIL f > 7
                       MOVE 0 TO d-franja(w-pos-dia, f)
                   END-PERFORM
                   MOVE 0 TO d-total(w-pos-dia)
                   MOVE 0 TO d-rechazos(w-pos-dia)
               ELSE
                   MOVE 1 TO w-dias-desborde
               END-IF
           END-IF.
           IF w-pos-dia NOT = 0
               IF ing-resultado = "R"
                   ADD 1 TO d-rechazos(w-pos-dia)
                   ADD 1 TO tt-rechazos
               ELSE
                   DIVIDE ing-hora BY 10000 GIVING w-hh
                   IF w-hh < 6
                       MOVE 1 TO f
                   ELSE
                       COMPUTE f = (w-hh - 6) / 3 + 2
                   END-IF
                   IF f > 7
                       MOVE 7 TO f
                   END-IF
                   ADD 1 TO d-franja(w-pos-dia, f)
                   ADD 1 TO d-total(w-pos-dia)
                   ADD 1 TO tt-franja(f)
                   ADD 1 TO tt-total
               END-IF
           END-IF.

       230-ACUMULAR-RECHAZO.
           MOVE 0 TO w-pos-rechazo.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-rechazados
               IF r-codigo(j) = ing-socio
                   MOVE j TO w-pos-rechazo
               END-IF
           END-PERFORM.
           IF w-pos-rechazo = 0
               IF w-cant-rechazados < 1000
                   ADD 1 TO w-cant-rechazados
                   MOVE w-cant-rechazados TO w-pos-rechazo
                   MOVE ing-socio TO r-codigo(w-pos-rechazo)
                   MOVE 0 TO r-intentos(w-pos-rechazo)
               ELSE
                   MOVE 1 TO w-rechazos-desborde
               END-IF
           END-IF.
           IF w-pos-rechazo NOT = 0
               ADD 1 TO r-intentos(w-pos-rechazo)
               MOVE ing-fecha TO r-fecha(w-pos-rechazo)
               MOVE ing-hora TO r-hora(w-pos-rechazo)
           END-IF.

       300-INFORME.
           OPEN OUTPUT LISTADO-INGRESOS.
           MOVE SPACES TO lis-linea.
           STRING "INGRESOS A LA SEDE - CARGA DEL " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.
           MOVE ALL "=" TO lis-linea.
           WRITE lis-linea.
           PERFORM 310-RECHAZOS-POR-SOCIO.
           PERFORM 320-USO-POR-FRANJA.
           CLOSE LISTADO-INGRESOS.

      ******************************************************************
      * Intentos rechazados en el molinete con la situacion actual del
      * socio en el padron y en el padron de habilitados del molinete
      ******************************************************************
       310-RECHAZOS-POR-SOCIO.
           MOVE "INTENTOS RECHAZADOS POR SOCIO" TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           MOVE "Socio" TO lis-linea(1:5).
           MOVE "Nombre" TO lis-linea(7:6).
           MOVE "Intentos" TO lis-linea(29:8).
           MOVE "Ultimo intento" TO lis-linea(39:14).
           MOVE "Situacion" TO lis-linea(57:9).
           WRITE lis-linea.
           MOVE ALL "-" TO lis-linea.
           WRITE lis-linea.
           IF w-cant-rechazados = 0
               MOVE "Sin intentos rechazados" TO lis-linea
               WRITE lis-linea
           END-IF.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-rechazados
               MOVE "NO ES SOCIO" TO w-situacion
               MOVE SPACES TO w-nombre
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-socios
                   IF t-codigo(i) = r-codigo(j)
                       MOVE t-nombre(i) TO w-nombre
                       IF t-estado(i) NOT = "A"
                           MOVE "SUSPENDIDO" TO w-situacion
                       ELSE
                       IF w-hay-habilitados = 0
                           MOVE "ACTIVO (SIN PADRON)" TO w-situacion
                       ELSE
                       IF t-habilitado(i) = 1
                           MOVE "HABILITADO HOY" TO w-situacion
                       ELSE
                           MOVE "NO HABILITADO" TO w-situacion
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO lis-linea
               MOVE r-codigo(j) TO lis-linea(1:4)
               MOVE w-nombre TO lis-linea(7:20)
               MOVE r-intentos(j) TO w-cant-edit
               MOVE w-cant-edit TO lis-linea(31:5)
               MOVE r-fecha(j) TO lis-linea(39:8)
               MOVE r-hora(j) TO lis-linea(48:6)
               MOVE w-situacion TO lis-linea(57:26)
               WRITE lis-linea
           END-PERFORM.

       320-USO-POR-FRANJA.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE "USO DE LA SEDE POR DIA Y FRANJA HORARIA (INGRESOS)"
               TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           MOVE "Fecha" TO lis-linea(1:5).
           MOVE w-franjas TO lis-linea(12:42).
           MOVE "Total" TO lis-linea(56:5).
           MOVE "Rechazos" TO lis-linea(63:8).
           WRITE lis-linea.
           MOVE ALL "-" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-dias
               MOVE SPACES TO lis-linea
               MOVE d-fecha(i) TO lis-linea(1:8)
               PERFORM VARYING f FROM 1 BY 1 UNTIL f > 7
                   MOVE d-franja(i, f) TO w-cant-edit
                   MOVE w-cant-edit TO lis-linea(f * 6 + 6:5)
               END-PERFORM
               MOVE d-total(i) TO w-cant-edit
               MOVE w-cant-edit TO lis-linea(56:5)
               MOVE d-rechazos(i) TO w-cant-edit
               MOVE w-cant-edit TO lis-linea(66:5)
               WRITE lis-linea
           END-PERFORM.
           MOVE ALL "-" TO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           MOVE "TOTAL" TO lis-linea(1:5).
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > 7
               MOVE tt-franja(f) TO w-cant-edit
               MOVE w-cant-edit TO lis-linea(f * 6 + 6:5)
           END-PERFORM.
           MOVE tt-total TO w-cant-edit.
           MOVE w-cant-edit TO lis-linea(56:5).
           MOVE tt-rechazos TO w-cant-edit.
           MOVE w-cant-edit TO lis-linea(66:5).
           WRITE lis-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
