      *> Alta de una alerta en el archivo central de operaciones
      *> (alertas_operacion.txt, layout CPY-ALERTA-REG). Regla de
      *> repeticion: si ya hay una alerta del mismo programa, codigo
      *> y clave que no fue RESUELTA (abierta o solo vista), la nueva
      *> se suprime y se cuenta en WS-ALR-SUPRIMIDAS; una vez
      *> resuelta, la siguiente deteccion abre una alerta nueva. El
      *> recorrido del archivo da tambien el ultimo numero emitido.
      *> El archivo central solo guarda las abiertas y vistas (mas
      *> la de numero mas alto): RECONOCE-ALERTAS pasa las resueltas
      *> a alertas_historico.txt, asi el recorrido no crece con el
      *> tiempo.
       EMITIR-ALERTA.
           IF WS-ALR-CORRIDA = SPACES
               PERFORM LEER-CORRIDA-ALERTA
           END-IF
           SET ALR-NUEVA TO TRUE
           MOVE ZERO TO WS-ALR-ULTIMO-NUMERO
           SET ALR-MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL ALR-FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS
                       AT END
                           SET ALR-FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF ALR-NUMERO > WS-ALR-ULTIMO-NUMERO
                               MOVE ALR-NUMERO
                                   TO WS-ALR-ULTIMO-NUMERO
                           END-IF
                           IF ALR-PROGRAMA = WS-ALR-PROGRAMA
                               AND ALR-CODIGO = WS-ALR-CODIGO
                               AND ALR-CLAVE = WS-ALR-CLAVE
                               AND NOT ALR-RESUELTA
                               SET ALR-REPETIDA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALERTAS
           END-IF
           IF ALR-REPETIDA
               ADD 1 TO WS-ALR-SUPRIMIDAS
           ELSE
               OPEN EXTEND ARCHIVO-ALERTAS
               IF WS-ALERTAS-STATUS = "35"
                   OPEN OUTPUT ARCHIVO-ALERTAS
               END-IF
               IF WS-ALERTAS-STATUS NOT = "00"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR ALERTAS, STATUS="
                       WS-ALERTAS-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               MOVE SPACES TO REG-ALERTA
               ADD 1 TO WS-ALR-ULTIMO-NUMERO
               MOVE WS-ALR-ULTIMO-NUMERO TO ALR-NUMERO
               ACCEPT ALR-FECHA FROM DATE YYYYMMDD
               ACCEPT ALR-HORA FROM TIME
               MOVE WS-ALR-CORRIDA TO ALR-CORRIDA
               MOVE WS-ALR-PROGRAMA TO ALR-PROGRAMA
               MOVE WS-ALR-SEVERIDAD TO ALR-SEVERIDAD
               MOVE WS-ALR-CODIGO TO ALR-CODIGO
               MOVE WS-ALR-CLAVE TO ALR-CLAVE
               MOVE WS-ALR-TEXTO TO ALR-TEXTO
               SET ALR-ABIERTA TO TRUE
               MOVE ZERO TO ALR-FECHA-VISTA
               MOVE ZERO TO ALR-FECHA-RESUELTA
               WRITE REG-ALERTA
               CLOSE ARCHIVO-ALERTAS
               ADD 1 TO WS-ALR-EMITIDAS
           END-IF.

       LEER-CORRIDA-ALERTA.
      *> Mismo criterio que el tablero: la alerta se estampa con la
      *> ultima corrida publicada; sin publicacion, fecha-00.
           OPEN INPUT ARCHIVO-ALR-CORRIDA
           IF WS-ALR-IDCO-STATUS = "00"
               READ ARCHIVO-ALR-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-ALR-CORRIDA TO WS-ALR-CORRIDA
               END-READ
               CLOSE ARCHIVO-ALR-CORRIDA
           END-IF
           IF WS-ALR-CORRIDA = SPACES
               ACCEPT WS-ALR-FECHA-IDCO FROM DATE YYYYMMDD
               STRING WS-ALR-FECHA-IDCO "-00"
                   DELIMITED BY SIZE INTO WS-ALR-CORRIDA
           END-IF.
