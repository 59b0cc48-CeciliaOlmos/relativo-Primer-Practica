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
           COPY "C-PadAsa.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-padron.==.
           SELECT ASISTENCIA ASSIGN DYNAMIC w-nombre-asistencia
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-status-asistencia.
           SELECT CERTIFICADO ASSIGN DYNAMIC w-nombre-certificado
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFdPas.cpy".
      * Un registro por socio presente; la asistencia de la fecha se
      * retoma si el programa se vuelve a abrir durante la asamblea
       FD  ASISTENCIA.
       01  asi-reg.
           05  asi-socio  pic 9(4).
           05  asi-fecha  pic 9(8).
           05  asi-hora   pic 9(8).
       FD  CERTIFICADO.
       01  cer-linea pic X(80).
      *
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  sen-asistencia pic 9 value 0.
       77  i pic 9(4) value 0.
       77  w-status-padron pic XX value "00".
       77  w-status-asistencia pic XX value "00".
       77  w-fecha-hoy pic 9(8).
       77  w-hora pic 9(8).
       01  w-nombre-asistencia pic X(45).
       01  w-nombre-certificado pic X(40).
       77  w-codigo pic 9(4) value 0.
       77  w-pos pic 9(4) value 0.
       77  w-fecha-corte pic 9(8) value 0.
       77  w-cant-presentes pic 9(4) value 0.
       77  w-quorum pic 9(4) value 0.
       01  tabla-padron.
           05  w-cant-padron pic 9(4) value 0.
           05  t-habilitado OCCURS 603 TIMES.
               10  t-codigo   pic 9(4).
               10  t-nombre   pic X(20).
               10  t-presente pic X.
               10  t-hora     pic 9(8).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Registro de asistencia a la asamblea: el operador ingresa el
      * codigo de cada socio que llega; solo cuenta el que figura en
      * el padron electoral y una sola vez. El quorum es la mitad mas
      * uno de los habilitados
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO w-nombre-asistencia.
           STRING "..\asistencia-asamblea-" DELIMITED BY SIZE
                  w-fecha-hoy               DELIMITED BY SIZE
                  ".dat"                    DELIMITED BY SIZE
                  INTO w-nombre-asistencia
           END-STRING.
           MOVE SPACES TO w-nombre-certificado.
           STRING "certificado-quorum-" DELIMITED BY SIZE
                  w-fecha-hoy           DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO w-nombre-certificado
           END-STRING.
           PERFORM 100-CARGAR-PADRON.
           PERFORM 150-RETOMAR-ASISTENCIA.
           COMPUTE w-quorum = w-cant-padron / 2 + 1.
           DISPLAY "Padron electoral al " w-fecha-corte ": "
               w-cant-padron " habilitados, quorum " w-quorum.
           PERFORM 210-MOSTRAR-CONTEO.
           OPEN EXTEND ASISTENCIA.
           IF w-status-asistencia = "35"
               OPEN OUTPUT ASISTENCIA
           END-IF.
           PERFORM 200-REGISTRAR
               WITH TEST AFTER
               UNTIL w-codigo = 0.
           CLOSE ASISTENCIA.
           PERFORM 300-CERTIFICAR-QUORUM.
           DISPLAY "Certificado de quorum en " w-nombre-certificado.
           STOP RUN.

       100-CARGAR-PADRON.
           OPEN INPUT PADRON-ASAMBLEA.
           IF w-status-padron NOT = "00"
               DISPLAY "No hay padron de la asamblea (status "
                   w-status-padron "), genere antes el padron"
                   " electoral"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL sen = 1
               READ PADRON-ASAMBLEA
                   AT END
                       MOVE 1 TO sen
                   NOT AT END
                       IF w-cant-padron < 603
                           ADD 1 TO w-cant-padron
                           MOVE pas-socio TO t-codigo(w-cant-padron)
                           MOVE pas-nombre TO t-nombre(w-cant-padron)
                           MOVE "N" TO t-presente(w-cant-padron)
                           MOVE 0 TO t-hora(w-cant-padron)
                           MOVE pas-fecha-corte TO w-fecha-corte
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PADRON-ASAMBLEA.
           IF w-cant-padron = 0
               DISPLAY "El padron de la asamblea esta vacio"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-RETOMAR-ASISTENCIA.
           OPEN INPUT ASISTENCIA.
           IF w-status-asistencia NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL sen-asistencia = 1
                   READ ASISTENCIA
                       AT END
                           MOVE 1 TO sen-asistencia
                       NOT AT END
                           MOVE asi-socio TO w-codigo
                           PERFORM 220-BUSCAR-HABILITADO
                           IF w-pos NOT = 0
                               AND t-presente(w-pos) = "N"
                               MOVE "S" TO t-presente(w-pos)
                               MOVE asi-hora TO t-hora(w-pos)
                               ADD 1 TO w-cant-presentes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASISTENCIA
               MOVE 0 TO w-codigo
           END-IF.

       200-REGISTRAR.
           DISPLAY "Codigo de socio que ingresa (0 = cerrar registro)".
           ACCEPT w-codigo.
           IF w-codigo NOT = 0
               PERFORM 220-BUSCAR-HABILITADO
               IF w-pos = 0
                   DISPLAY "Socio " w-codigo " NO HABILITADO, no"
                       " figura en el padron electoral"
               ELSE
                   IF t-presente(w-pos) = "S"
                       DISPLAY "Socio " w-codigo " " t-nombre(w-pos)
                           " YA REGISTRADO a las " t-hora(w-pos)
                   ELSE
                       ACCEPT w-hora FROM TIME
                       MOVE "S" TO t-presente(w-pos)
                       MOVE w-hora TO t-hora(w-pos)
                       ADD 1 TO w-cant-presentes
                       MOVE w-codigo TO asi-socio
                       MOVE w-fecha-hoy TO asi-fecha
                       MOVE w-hora TO asi-hora
                       WRITE asi-reg
                       DISPLAY "Presente: " w-codigo " "
                           t-nombre(w-pos)
                   END-IF
               END-IF
               PERFORM 210-MOSTRAR-CONTEO
           END-IF.

       210-MOSTRAR-CONTEO.
           IF w-cant-presentes < w-quorum
               DISPLAY "Presentes " w-cant-presentes " de "
                   w-cant-padron " - quorum " w-quorum
                   " - SIN QUORUM"
           ELSE
               DISPLAY "Presentes " w-cant-presentes " de "
                   w-cant-padron " - quorum " w-quorum
                   " - QUORUM ALCANZADO"
           END-IF.

       220-BUSCAR-HABILITADO.
           MOVE 0 TO w-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-padron
               IF t-codigo(i) = w-codigo
                   MOVE i TO w-pos
               END-IF
           END-PERFORM.

      ******************************************************************
      * El certificado deja constancia del padron, los presentes y si
      * se alcanzo el quorum, con la nomina de asistentes para firmar
      ******************************************************************
       300-CERTIFICAR-QUORUM.
           OPEN OUTPUT CERTIFICADO.
           MOVE SPACES TO cer-linea.
           STRING "CERTIFICADO DE QUORUM - ASAMBLEA DEL "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO cer-linea
           END-STRING.
           WRITE cer-linea.
           MOVE ALL "=" TO cer-linea.
           WRITE cer-linea.
           MOVE SPACES TO cer-linea.
           STRING "Padron electoral con corte al " DELIMITED BY SIZE
                  w-fecha-corte DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  w-cant-padron DELIMITED BY SIZE
                  " socios habilitados" DELIMITED BY SIZE
                  INTO cer-linea
           END-STRING.
           WRITE cer-linea.
           MOVE SPACES TO cer-linea.
           STRING "Quorum requerido (mitad mas uno): " DELIMITED BY SIZE
                  w-quorum DELIMITED BY SIZE
                  INTO cer-linea
           END-STRING.
           WRITE cer-linea.
           MOVE SPACES TO cer-linea.
           STRING "Socios presentes: " DELIMITED BY SIZE
                  w-cant-presentes DELIMITED BY SIZE
                  INTO cer-linea
           END-STRING.
           WRITE cer-linea.
           MOVE SPACES TO cer-linea.
           IF w-cant-presentes < w-quorum
               MOVE "RESULTADO: NO SE ALCANZO EL QUORUM" TO cer-linea
           ELSE
               MOVE "RESULTADO: QUORUM ALCANZADO" TO cer-linea
           END-IF.
           WRITE cer-linea.
           MOVE SPACES TO cer-linea.
           WRITE cer-linea.
           MOVE "NOMINA DE PRESENTES" TO cer-linea.
           WRITE cer-linea.
           MOVE "CODIGO NOMBRE               HORA" TO cer-linea.
           WRITE cer-linea.
           MOVE ALL "-" TO cer-linea.
           WRITE cer-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-padron
               IF t-presente(i) = "S"
                   MOVE SPACES TO cer-linea
                   MOVE t-codigo(i) TO cer-linea(1:4)
                   MOVE t-nombre(i) TO cer-linea(8:20)
                   MOVE t-hora(i)(1:2) TO cer-linea(29:2)
                   MOVE ":" TO cer-linea(31:1)
                   MOVE t-hora(i)(3:2) TO cer-linea(32:2)
                   WRITE cer-linea
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO cer-linea.
           WRITE cer-linea.
           MOVE SPACES TO cer-linea.
           WRITE cer-linea.
           WRITE cer-linea.
           MOVE "______________________        ______________________"
               TO cer-linea.
           WRITE cer-linea.
           MOVE "      PRESIDENTE                    SECRETARIO"
               TO cer-linea.
           WRITE cer-linea.
           CLOSE CERTIFICADO.

       END PROGRAM YOUR-PROGRAM-NAME.
