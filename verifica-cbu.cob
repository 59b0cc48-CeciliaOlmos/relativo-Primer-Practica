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
           SELECT LISTADO ASSIGN DYNAMIC w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFd.cpy".
       FD  LISTADO.
       01  lis-linea pic X(80).
      *
       WORKING-STORAGE SECTION.
           COPY "C-Cbu.cpy".
       77  sen pic 9 value 0.
       77  j pic 9(4) value 0.
       77  k pic 9(4) value 0.
       01  w-fecha-hoy pic 9(8).
       01  w-nombre-listado pic X(40).
       01  w-motivo pic X(30).
       77  w-cant-invalidos pic 9(4) value 0.
       77  w-cant-repetidos pic 9(4) value 0.
       77  w-pos-otro pic 9(4) value 0.
      * Adheridos al debito con el grupo familiar al que pertenecen:
      * el del titular para los adherentes, el propio para los demas
       01  tabla-adheridos.
           05  w-cant-adheridos pic 9(4) value 0.
           05  t-adherido OCCURS 603 TIMES.
               10  t-codigo  pic 9(4).
               10  t-nombre  pic X(20).
               10  t-cbu     pic X(22).
               10  t-grupo   pic 9(4).
               10  t-valido  pic 9.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Barrido de los CBU del padron antes de la presentacion al
      * banco: lista los adheridos cuyo CBU no verifica y los CBU que
      * se repiten entre socios de distintos grupos familiares (dentro
      * de un grupo es normal que paguen de la misma cuenta)
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-listado.
           STRING "verifica-cbu-" DELIMITED BY SIZE
                  w-fecha-hoy     DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO w-nombre-listado
           END-STRING.
           PERFORM 100-CARGAR-ADHERIDOS.
           OPEN OUTPUT LISTADO.
           PERFORM 200-LISTAR-INVALIDOS.
           PERFORM 300-LISTAR-REPETIDOS.
           CLOSE LISTADO.
           DISPLAY "Adheridos al debito  : " w-cant-adheridos.
           DISPLAY "Con CBU invalido     : " w-cant-invalidos.
           DISPLAY "Con CBU de otro grupo: " w-cant-repetidos.
           DISPLAY "Detalle en " w-nombre-listado.
           STOP RUN.

       100-CARGAR-ADHERIDOS.
           OPEN INPUT SOCIOS.
           PERFORM leo.
           PERFORM UNTIL sen = 1
               IF soc-codigo NOT = 0 AND soc-debito = "S"
                   AND w-cant-adheridos < 603
                   ADD 1 TO w-cant-adheridos
                   MOVE soc-codigo TO t-codigo(w-cant-adheridos)
                   MOVE soc-nombre TO t-nombre(w-cant-adheridos)
                   MOVE soc-cbu TO t-cbu(w-cant-adheridos)
                   IF soc-rol-grupo = "D" AND soc-titular NOT = 0
                       MOVE soc-titular TO t-grupo(w-cant-adheridos)
                   ELSE
                       MOVE soc-codigo TO t-grupo(w-cant-adheridos)
                   END-IF
                   MOVE soc-cbu TO cbu-numero
                   PERFORM 150-VALIDAR-CBU
                   MOVE cbu-valido TO t-valido(w-cant-adheridos)
               END-IF
               PERFORM leo
           END-PERFORM.
           CLOSE SOCIOS.

       leo.
           READ SOCIOS AT END MOVE 1 TO sen.

      ******************************************************************
      * Verificadores del CBU: bloque 1 (digitos 1 a 8) y bloque 2
      * (digitos 9 a 22), ponderados como indica C-Cbu
      ******************************************************************
       150-VALIDAR-CBU.
           MOVE 0 TO cbu-valido.
           IF cbu-numero NUMERIC
               MOVE 0 TO cbu-suma
               PERFORM VARYING cbu-i FROM 1 BY 1 UNTIL cbu-i > 7
                   COMPUTE cbu-suma = cbu-suma
                       + cbu-digito(cbu-i) * cbu-peso1(cbu-i)
               END-PERFORM
               DIVIDE cbu-suma BY 10 GIVING cbu-cociente
                   REMAINDER cbu-resto
               IF cbu-resto = 0
                   MOVE 0 TO cbu-dv1
               ELSE
                   COMPUTE cbu-dv1 = 10 - cbu-resto
               END-IF
               MOVE 0 TO cbu-suma
               PERFORM VARYING cbu-i FROM 1 BY 1 UNTIL cbu-i > 13
                   COMPUTE cbu-suma = cbu-suma
                       + cbu-digito(cbu-i + 8) * cbu-peso2(cbu-i)
               END-PERFORM
               DIVIDE cbu-suma BY 10 GIVING cbu-cociente
                   REMAINDER cbu-resto
               IF cbu-resto = 0
                   MOVE 0 TO cbu-dv2
               ELSE
                   COMPUTE cbu-dv2 = 10 - cbu-resto
               END-IF
               IF cbu-dv1 = cbu-digito(8)
                   AND cbu-dv2 = cbu-digito(22)
                   MOVE 1 TO cbu-valido
               END-IF
           END-IF.

      ******************************************************************
      * Adheridos cuyo CBU el banco va a rechazar: se corrigen en
      * mostrador (opcion de debito automatico) antes de presentar
      ******************************************************************
       200-LISTAR-INVALIDOS.
           MOVE SPACES TO lis-linea.
           STRING "VERIFICACION DE CBU DE ADHERIDOS AL DEBITO - "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO lis-linea
           END-STRING.
           WRITE lis-linea.
           MOVE ALL "=" TO lis-linea.
           WRITE lis-linea.
           MOVE "ADHERIDOS CON CBU INVALIDO:" TO lis-linea.
           WRITE lis-linea.
           MOVE "Socio Nombre               CBU" TO lis-linea.
           MOVE "Motivo" TO lis-linea(51:6).
           WRITE lis-linea.
           MOVE ALL "-" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-adheridos
               IF t-valido(j) = 0
                   PERFORM 210-LINEA-INVALIDO
               END-IF
           END-PERFORM.
           IF w-cant-invalidos = 0
               MOVE "  (ninguno)" TO lis-linea
               WRITE lis-linea
           END-IF.

       210-LINEA-INVALIDO.
           ADD 1 TO w-cant-invalidos.
           MOVE t-cbu(j) TO cbu-numero.
           PERFORM 150-VALIDAR-CBU.
           IF cbu-numero NOT NUMERIC
               MOVE "NO SON 22 DIGITOS" TO w-motivo
           ELSE
               IF cbu-dv1 NOT = cbu-digito(8)
                   MOVE "VERIFICADOR BLOQUE 1 (BANCO)" TO w-motivo
               ELSE
                   MOVE "VERIFICADOR BLOQUE 2 (CUENTA)" TO w-motivo
               END-IF
           END-IF.
           MOVE SPACES TO lis-linea.
           MOVE t-codigo(j) TO lis-linea(1:4).
           MOVE t-nombre(j) TO lis-linea(7:20).
           MOVE t-cbu(j) TO lis-linea(28:22).
           MOVE w-motivo TO lis-linea(51:30).
           WRITE lis-linea.

      ******************************************************************
      * El mismo CBU en dos grupos familiares distintos suele ser un
      * CBU copiado de otro legajo; cada socio sale con el primer
      * socio de otro grupo que tiene su mismo CBU
      ******************************************************************
       300-LISTAR-REPETIDOS.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE "CBU REPETIDO ENTRE GRUPOS FAMILIARES DISTINTOS:"
               TO lis-linea.
           WRITE lis-linea.
           MOVE "Socio Nombre               CBU" TO lis-linea.
           MOVE "Grupo  Tambien en" TO lis-linea(51:17).
           WRITE lis-linea.
           MOVE ALL "-" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > w-cant-adheridos
               PERFORM 310-BUSCAR-OTRO-GRUPO
               IF w-pos-otro NOT = 0
                   PERFORM 320-LINEA-REPETIDO
               END-IF
           END-PERFORM.
           IF w-cant-repetidos = 0
               MOVE "  (ninguno)" TO lis-linea
               WRITE lis-linea
           END-IF.

       310-BUSCAR-OTRO-GRUPO.
           MOVE 0 TO w-pos-otro.
           IF t-cbu(j) NOT = SPACES
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-adheridos
                   IF k NOT = j
                       AND t-cbu(k) = t-cbu(j)
                       AND t-grupo(k) NOT = t-grupo(j)
                       AND w-pos-otro = 0
                       MOVE k TO w-pos-otro
                   END-IF
               END-PERFORM
           END-IF.

       320-LINEA-REPETIDO.
           ADD 1 TO w-cant-repetidos.
           MOVE SPACES TO lis-linea.
           MOVE t-codigo(j) TO lis-linea(1:4).
           MOVE t-nombre(j) TO lis-linea(7:20).
           MOVE t-cbu(j) TO lis-linea(28:22).
           MOVE t-grupo(j) TO lis-linea(51:4).
           MOVE "socio" TO lis-linea(58:5).
           MOVE t-codigo(w-pos-otro) TO lis-linea(64:4).
           MOVE "grupo" TO lis-linea(69:5).
           MOVE t-grupo(w-pos-otro) TO lis-linea(75:4).
           WRITE lis-linea.

       END PROGRAM YOUR-PROGRAM-NAME.
