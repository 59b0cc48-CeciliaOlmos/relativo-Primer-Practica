
       WORKING-STORAGE SECTION.
           COPY "C-Geom.cpy".
           COPY "C-Cbu.cpy".
       77  sen pic 9 value 0.
       01  rel-nro pic 9(4).
       01  w-soc-ant pic 9(4).
       77  w-cant-duplicados pic 9(4) value 0.
       77  w-cant-sin-lugar  pic 9(4) value 0.
       77  w-cant-invalidos  pic 9(4) value 0.
       77  w-cant-cbu-invalido pic 9(4) value 0.
       77  w-status-espera pic XX value "00".

      ******************************************************************
           DISPLAY "Duplicados: " w-cant-duplicados.
           DISPLAY "Sin lugar : " w-cant-sin-lugar.
           DISPLAY "Invalidos : " w-cant-invalidos.
           DISPLAY "CBU invalido, sin debito: " w-cant-cbu-invalido.
           STOP RUN.
      ******************************************************************
      ******************************************************************
      * mostrador la corrige luego por MODIFICACION si hace falta
           MOVE "A" TO soc-categoria.
      * La adhesion al debito solo se toma del CSV si viene con un
      * CBU completo de 22 digitos y verificadores correctos;
      * cualquier otra cosa entra sin adhesion
           MOVE w-cbu-txt TO cbu-numero.
           MOVE 0 TO cbu-valido.
           IF w-debito-txt = "S"
               PERFORM 460-VALIDAR-CBU
               IF cbu-valido = 0
                   ADD 1 TO w-cant-cbu-invalido
                   DISPLAY "AVISO: socio " w-soc-ant " con CBU "
                       "invalido " w-cbu-txt ", entra sin debito"
               END-IF
           END-IF.
           IF w-debito-txt = "S" AND cbu-valido = 1
               MOVE "S" TO soc-debito
               MOVE w-cbu-txt TO soc-cbu
           ELSE
       452-FECHA-INGRESO.
           ACCEPT soc-fecha-ingreso FROM DATE YYYYMMDD.

      ******************************************************************
      * Verificadores del CBU: bloque 1 (digitos 1 a 8) y bloque 2
      * (digitos 9 a 22), ponderados como indica C-Cbu
      ******************************************************************
       460-VALIDAR-CBU.
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
      * Toda reescritura de SOCIOS deja su imagen antes/despues en el
      * journal; la recuperacion roll-forward reaplica las imagenes
