      *> Carga de la severidad de las reglas de validacion
      *> (severidad_reglas.txt, layout CPY-SEVERIDAD-FD) en la tabla
      *> de CPY-SEVERIDAD-WS. Sin archivo rigen los defectos: todas
      *> las reglas rechazan salvo las de revision (edad extrema,
      *> calle sin numero, nombre con digitos, nacimiento en la
      *> fecha de alta), que advierten. El archivo solo necesita los
      *> renglones que cambian el defecto. ID duplicado y DNI ya en
      *> maestro rechazan siempre: aceptarlos pisaria a otro cliente
      *> en el maestro.
       CARGAR-SEVERIDADES.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > 20
               SET SEV-RECHAZA(WS-SEV-IDX) TO TRUE
           END-PERFORM
           SET SEV-ADVIERTE(CTE-ERR-EDAD-EXTREMA) TO TRUE
           SET SEV-ADVIERTE(CTE-ERR-SIN-NUMERO) TO TRUE
           SET SEV-ADVIERTE(CTE-ERR-NOMBRE-DIGITO) TO TRUE
           SET SEV-ADVIERTE(CTE-ERR-NAC-EN-ALTA) TO TRUE
           SET SEV-MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-SEVERIDAD
           EVALUATE WS-SEVERIDAD-STATUS
               WHEN "00"
                   PERFORM UNTIL SEV-FIN-ARCHIVO
                       READ ARCHIVO-SEVERIDAD
                           AT END
                               SET SEV-FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF REG-SEVERIDAD NOT = SPACES
                                   PERFORM CARGAR-RENGLON-SEVERIDAD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SEVERIDAD
               WHEN "35"
                   DISPLAY "Sin severidad_reglas.txt: severidades por"
                       " defecto"
               WHEN OTHER
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR SEVERIDAD, STATUS="
                       WS-SEVERIDAD-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           MOVE ZERO TO WS-SEV-ADVERTENCIAS
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > CTE-ULTIMA-REGLA
               IF SEV-ADVIERTE(WS-SEV-IDX)
                   ADD 1 TO WS-SEV-ADVERTENCIAS
               END-IF
           END-PERFORM
           DISPLAY "Reglas que solo advierten: " WS-SEV-ADVERTENCIAS.

       CARGAR-RENGLON-SEVERIDAD.
      *> Un renglon invalido es un error de configuracion: se corta
      *> en vez de validar la corrida con una severidad adivinada.
           IF SEV-CODIGO IS NOT NUMERIC
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "SEVERIDAD: CODIGO DE REGLA INVALIDO "
                   SEV-CODIGO DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SEV-CODIGO TO WS-SEV-IDX
           IF WS-SEV-IDX < 1 OR WS-SEV-IDX > CTE-ULTIMA-REGLA
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "SEVERIDAD: REGLA INEXISTENTE "
                   SEV-CODIGO DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           EVALUATE TRUE
               WHEN SEV-NIVEL = "R"
                   SET SEV-RECHAZA(WS-SEV-IDX) TO TRUE
               WHEN SEV-NIVEL = "A"
                   IF WS-SEV-IDX = CTE-ERR-DUPLICADO
                       OR WS-SEV-IDX = CTE-ERR-DNI-MAESTRO
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       STRING "SEVERIDAD: LA REGLA " SEV-CODIGO
                           " NO ADMITE ADVERTENCIA"
                           DELIMITED BY SIZE INTO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   SET SEV-ADVIERTE(WS-SEV-IDX) TO TRUE
               WHEN OTHER
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   STRING "SEVERIDAD: NIVEL INVALIDO PARA LA REGLA "
                       SEV-CODIGO DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE.
