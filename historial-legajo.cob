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
           COPY "C-Journal.cpy"
               REPLACING ==ORGANIZATION LINE SEQUENTIAL.==
                      BY ==ORGANIZATION LINE SEQUENTIAL
                            FILE STATUS IS w-status-journal.==.
           SELECT HISTORIAL-LEGAJO ASSIGN DYNAMIC w-nombre-historial
           ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "CopiFdJrn.cpy".
       FD  HISTORIAL-LEGAJO.
       01  his-linea pic X(120).
      *
       WORKING-STORAGE SECTION.
           COPY "C-Imagen.cpy".
       77  i pic 9(3) value 0.
       77  j pic 9 value 0.
       77  sen pic 9 value 0.
       77  w-status-journal pic XX value "00".
       01  w-nombre-historial pic X(40).
       01  w-fecha-hoy pic 9(8).
       01  w-socio pic 9(4).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-hora pic 9(8).
       01  w-hora-r REDEFINES w-hora.
           05  w-hora-hh pic 99.
           05  w-hora-mm pic 99.
           05  w-hora-ss pic 99.
           05  w-hora-cc pic 99.
       77  w-cant-imagenes pic 9(6) value 0.
       77  w-cant-cambios pic 9(6) value 0.
       01  w-cant-edit pic ZZZZ9.
      * Cambios sensibles por operador para la auditoria: debito/CBU,
      * estado, categoria y grupo familiar (mismo orden que
      * img-sensible)
       77  w-op-pos pic 9(3) value 0.
       77  w-op-desborde pic 9 value 0.
       01  tabla-operadores.
           05  w-cant-operadores pic 9(3) value 0.
           05  to-operador OCCURS 100 TIMES.
               10  to-codigo pic X(4).
               10  to-cant   pic 9(5) OCCURS 4 TIMES.
               10  to-total  pic 9(5).
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * Historial de modificaciones del legajo: cada imagen del journal
      * se compara campo por campo y se informa un renglon por campo
      * cambiado con fecha, hora, programa de origen y operador. Al
      * pie, el resumen de cambios sensibles por operador
      ******************************************************************
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "HISTORIAL DE MODIFICACIONES DEL LEGAJO".
           DISPLAY "Codigo de socio (0000 = todos)".
           ACCEPT w-socio.
           DISPLAY "Desde fecha (AAAAMMDD, 0 = desde el principio)".
           ACCEPT w-fecha-desde.
           DISPLAY "Hasta fecha (AAAAMMDD, 0 = hasta hoy)".
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = 0
               MOVE w-fecha-hoy TO w-fecha-hasta
           END-IF.
           OPEN INPUT JOURNAL-SOCIOS.
           IF w-status-journal NOT = "00"
               DISPLAY "No hay journal ..\journal-socios.dat (status "
                   w-status-journal ")"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO w-nombre-historial.
           STRING "historial-legajo-" DELIMITED BY SIZE
                  w-fecha-hoy         DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
                  INTO w-nombre-historial
           END-STRING.
           OPEN OUTPUT HISTORIAL-LEGAJO.
           PERFORM 100-ENCABEZADO.
           PERFORM UNTIL sen = 1
               READ JOURNAL-SOCIOS
                   AT END
                       MOVE 1 TO sen
                   NOT AT END
                       IF jrn-fecha NOT < w-fecha-desde
                           AND jrn-fecha NOT > w-fecha-hasta
                           ADD 1 TO w-cant-imagenes
                           PERFORM 300-COMPARAR-IMAGENES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-SOCIOS.
           PERFORM 500-RESUMEN-OPERADORES.
           CLOSE HISTORIAL-LEGAJO.
           DISPLAY "Imagenes del periodo: " w-cant-imagenes.
           DISPLAY "Cambios informados  : " w-cant-cambios.
           IF w-op-desborde = 1
               DISPLAY "ATENCION: mas de 100 operadores, el resumen"
                   " esta incompleto"
           END-IF.
           DISPLAY "Historial en " w-nombre-historial.
           STOP RUN.

       100-ENCABEZADO.
           MOVE SPACES TO his-linea.
           STRING "HISTORIAL DE MODIFICACIONES DEL LEGAJO DEL "
                      DELIMITED BY SIZE
                  w-fecha-desde DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  w-fecha-hasta DELIMITED BY SIZE
                  INTO his-linea
           END-STRING.
           IF w-socio NOT = 0
               MOVE "SOCIO" TO his-linea(70:5)
               MOVE w-socio TO his-linea(76:4)
           END-IF.
           WRITE his-linea.
           MOVE ALL "=" TO his-linea.
           WRITE his-linea.
           MOVE SPACES TO his-linea.
           MOVE "Fecha" TO his-linea(1:5).
           MOVE "Hora" TO his-linea(10:4).
           MOVE "Origen" TO his-linea(19:6).
           MOVE "Oper" TO his-linea(32:4).
           MOVE "Socio" TO his-linea(37:5).
           MOVE "Campo" TO his-linea(43:5).
           MOVE "Valor anterior" TO his-linea(58:14).
           MOVE "Valor nuevo" TO his-linea(89:11).
           WRITE his-linea.
           MOVE ALL "-" TO his-linea.
           WRITE his-linea.

      ******************************************************************
      * Si la posicion cambia de socio (alta en un lugar libre, baja,
      * o el sinonimo que sube a la posicion primaria) se informa la
      * salida y la entrada del legajo; si es el mismo socio se
      * comparan sus datos
      ******************************************************************
       300-COMPARAR-IMAGENES.
           MOVE jrn-antes TO img-antes.
           MOVE jrn-despues TO img-despues.
           IF ima-codigo = imd-codigo
               MOVE ima-codigo TO img-socio
               PERFORM 310-COMPARAR-CAMPOS
           ELSE
               MOVE 0 TO img-sensible
               MOVE "LEGAJO" TO img-campo
               IF ima-codigo NOT = 0
                   MOVE ima-codigo TO img-socio
                   MOVE SPACES TO img-viejo
                   STRING "EN POSICION " DELIMITED BY SIZE
                          jrn-posicion DELIMITED BY SIZE
                          INTO img-viejo
                   END-STRING
                   MOVE "RETIRADO DE LA POSICION" TO img-nuevo
                   PERFORM 400-INFORMAR-CAMBIO
               END-IF
               IF imd-codigo NOT = 0
                   MOVE imd-codigo TO img-socio
                   MOVE SPACES TO img-viejo
                   MOVE SPACES TO img-nuevo
                   STRING "GRABADO EN POSICION " DELIMITED BY SIZE
                          jrn-posicion DELIMITED BY SIZE
                          INTO img-nuevo
                   END-STRING
                   PERFORM 400-INFORMAR-CAMBIO
               END-IF
           END-IF.

       310-COMPARAR-CAMPOS.
           MOVE 0 TO img-sensible.
           IF ima-nombre NOT = imd-nombre
               MOVE "NOMBRE" TO img-campo
               MOVE ima-nombre TO img-viejo
               MOVE imd-nombre TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-calle NOT = imd-calle
               MOVE "CALLE" TO img-campo
               MOVE ima-calle TO img-viejo
               MOVE imd-calle TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-numero NOT = imd-numero
               MOVE "NUMERO" TO img-campo
               MOVE ima-numero TO img-viejo
               MOVE imd-numero TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-localidad NOT = imd-localidad
               MOVE "LOCALIDAD" TO img-campo
               MOVE ima-localidad TO img-viejo
               MOVE imd-localidad TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-cod-postal NOT = imd-cod-postal
               MOVE "COD-POSTAL" TO img-campo
               MOVE ima-cod-postal TO img-viejo
               MOVE imd-cod-postal TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-telefono NOT = imd-telefono
               MOVE "TELEFONO" TO img-campo
               MOVE ima-telefono TO img-viejo
               MOVE imd-telefono TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-fecha-ingreso NOT = imd-fecha-ingreso
               MOVE "FECHA-INGRESO" TO img-campo
               MOVE ima-fecha-ingreso TO img-viejo
               MOVE imd-fecha-ingreso TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           MOVE 1 TO img-sensible.
           IF ima-debito NOT = imd-debito
               MOVE "DEBITO" TO img-campo
               MOVE ima-debito TO img-viejo
               MOVE imd-debito TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-cbu NOT = imd-cbu
               MOVE "CBU" TO img-campo
               MOVE ima-cbu TO img-viejo
               MOVE imd-cbu TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           MOVE 2 TO img-sensible.
           IF ima-estado NOT = imd-estado
               MOVE "ESTADO" TO img-campo
               MOVE ima-estado TO img-viejo
               MOVE imd-estado TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           MOVE 3 TO img-sensible.
           IF ima-categoria NOT = imd-categoria
               MOVE "CATEGORIA" TO img-campo
               MOVE ima-categoria TO img-viejo
               MOVE imd-categoria TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           MOVE 4 TO img-sensible.
           IF ima-rol-grupo NOT = imd-rol-grupo
               MOVE "ROL-GRUPO" TO img-campo
               MOVE ima-rol-grupo TO img-viejo
               MOVE imd-rol-grupo TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.
           IF ima-titular NOT = imd-titular
               MOVE "TITULAR" TO img-campo
               MOVE ima-titular TO img-viejo
               MOVE imd-titular TO img-nuevo
               PERFORM 400-INFORMAR-CAMBIO
           END-IF.

       400-INFORMAR-CAMBIO.
           IF w-socio = 0 OR w-socio = img-socio
               ADD 1 TO w-cant-cambios
               MOVE jrn-hora TO w-hora
               MOVE SPACES TO his-linea
               MOVE jrn-fecha TO his-linea(1:8)
               STRING w-hora-hh ":" w-hora-mm ":" w-hora-ss
                      DELIMITED BY SIZE
                      INTO his-linea(10:8)
               END-STRING
               MOVE jrn-origen TO his-linea(19:12)
               MOVE jrn-operador TO his-linea(32:4)
               MOVE img-socio TO his-linea(37:4)
               MOVE img-campo TO his-linea(43:14)
               MOVE img-viejo TO his-linea(58:30)
               MOVE img-nuevo TO his-linea(89:30)
               WRITE his-linea
               IF img-sensible NOT = 0
                   PERFORM 410-ACUMULAR-OPERADOR
               END-IF
           END-IF.

       410-ACUMULAR-OPERADOR.
           MOVE 0 TO w-op-pos.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-operadores
               IF to-codigo(i) = jrn-operador
                   MOVE i TO w-op-pos
               END-IF
           END-PERFORM.
           IF w-op-pos = 0
               IF w-cant-operadores < 100
                   ADD 1 TO w-cant-operadores
                   MOVE w-cant-operadores TO w-op-pos
                   MOVE jrn-operador TO to-codigo(w-op-pos)
                   PERFORM VARYING j FROM 1 BY 1 UNTIL j > 4
                       MOVE 0 TO to-cant(w-op-pos, j)
                   END-PERFORM
                   MOVE 0 TO to-total(w-op-pos)
               ELSE
                   MOVE 1 TO w-op-desborde
               END-IF
           END-IF.
           IF w-op-pos NOT = 0
               ADD 1 TO to-cant(w-op-pos, img-sensible)
               ADD 1 TO to-total(w-op-pos)
           END-IF.

      ******************************************************************
      * Resumen para la auditoria mensual: cambios sensibles de cada
      * operador en el periodo pedido
      ******************************************************************
       500-RESUMEN-OPERADORES.
           MOVE SPACES TO his-linea.
           WRITE his-linea.
           MOVE "RESUMEN DE CAMBIOS SENSIBLES POR OPERADOR"
               TO his-linea.
           WRITE his-linea.
           MOVE ALL "-" TO his-linea.
           WRITE his-linea.
           MOVE SPACES TO his-linea.
           MOVE "Oper" TO his-linea(1:4).
           MOVE "Debito/CBU" TO his-linea(8:10).
           MOVE "Estado" TO his-linea(22:6).
           MOVE "Categoria" TO his-linea(32:9).
           MOVE "Grupo fam." TO his-linea(44:10).
           MOVE "Total" TO his-linea(58:5).
           WRITE his-linea.
           IF w-cant-operadores = 0
               MOVE "Sin cambios sensibles en el periodo" TO his-linea
               WRITE his-linea
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cant-operadores
               MOVE SPACES TO his-linea
               MOVE to-codigo(i) TO his-linea(1:4)
               MOVE to-cant(i, 1) TO w-cant-edit
               MOVE w-cant-edit TO his-linea(11:5)
               MOVE to-cant(i, 2) TO w-cant-edit
               MOVE w-cant-edit TO his-linea(23:5)
               MOVE to-cant(i, 3) TO w-cant-edit
               MOVE w-cant-edit TO his-linea(36:5)
               MOVE to-cant(i, 4) TO w-cant-edit
               MOVE w-cant-edit TO his-linea(49:5)
               MOVE to-total(i) TO w-cant-edit
               MOVE w-cant-edit TO his-linea(58:5)
               WRITE his-linea
           END-PERFORM.

       END PROGRAM YOUR-PROGRAM-NAME.
