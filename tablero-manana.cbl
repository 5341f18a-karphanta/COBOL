      *           totales claves de control_edades.txt y
      *           control_clientes.txt, los veredictos de SLA y el
      *           estado de los checkpoints, con una seccion final de
      *           ACCION REQUERIDA con las alertas abiertas del archivo
      *           central de operaciones (alertas_operacion.txt) por
      *           severidad: las levantan los propios programas al
      *           detectar cada condicion; el tablero solo agrega las
      *           que detecta el mismo (sin corrida publicada, control
      *           de otra corrida, checkpoint EN-PROCESO). Corre como
      *           ultimo paso de la suite.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'tablero_operador.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLERO-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-TABLERO.
       01  REG-TABLERO           PIC X(100).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-CORRIDA-WS.
       COPY CPY-ALERTA-WS.

       77  WS-SUITE-STATUS       PIC XX VALUE SPACES.
       77  WS-EDADES-STATUS      PIC XX VALUE SPACES.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Alertas abiertas (sin resolver) por severidad, para la
      *> seccion de ACCION REQUERIDA.
       77  WS-TOTAL-ALERTAS      PIC 9(5) VALUE ZERO.
       77  WS-ABIERTAS-CRITICAS  PIC 9(5) VALUE ZERO.
       77  WS-ABIERTAS-ALTAS     PIC 9(5) VALUE ZERO.
       77  WS-ABIERTAS-MEDIAS    PIC 9(5) VALUE ZERO.
       77  WS-SEVERIDAD-LISTA    PIC X VALUE SPACE.
       77  WS-MARCA-VISTA        PIC X(7) VALUE SPACES.

       01  WS-FECHA-HOY          PIC 9(8).

       MAIN-PROCEDURE.
           DISPLAY "=== TABLERO DE LA MANANA ==="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "TABLERO-MANANA" TO WS-ALR-PROGRAMA
           PERFORM LEER-CORRIDA-PUBLICADA
           OPEN OUTPUT ARCHIVO-TABLERO
           IF WS-TABLERO-STATUS NOT = "00"
           PERFORM SECCION-TOTALES
           PERFORM SECCION-SLA
           PERFORM SECCION-CHECKPOINTS
           PERFORM CONTAR-ALERTAS-ABIERTAS
           PERFORM SECCION-ACCION

           CLOSE ARCHIVO-TABLERO
           DISPLAY "Tablero generado: tablero_operador.txt"
           DISPLAY "Alertas abiertas: " WS-TOTAL-ALERTAS
               " (criticas " WS-ABIERTAS-CRITICAS
               " altas " WS-ABIERTAS-ALTAS
               " medias " WS-ABIERTAS-MEDIAS ")"
           STOP RUN.

       LEER-CORRIDA-PUBLICADA.
           IF WS-ID-CORRIDA = SPACES
               MOVE "(SIN ID)" TO WS-ID-CORRIDA
               PERFORM ANOTAR-ALERTA-SIN-ID
           ELSE
               MOVE WS-ID-CORRIDA TO WS-ALR-CORRIDA
           END-IF.

       ANOTAR-ALERTA-SIN-ID.
           MOVE "C" TO WS-ALR-SEVERIDAD
           MOVE "SIN-CORRIDA" TO WS-ALR-CODIGO
           MOVE "ID-CORRIDA" TO WS-ALR-CLAVE
           MOVE "SIN id_corrida_actual.txt: la suite no corrio?"
               TO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA.

       ESCRIBIR-LINEA.
           MOVE WS-LINEA TO REG-TABLERO
           IF WS-SUITE-STATUS NOT = "00"
               MOVE "  (sin reporte_suite_nocturna.txt)" TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               MOVE "C" TO WS-ALR-SEVERIDAD
               MOVE "SIN-REPORTE" TO WS-ALR-CODIGO
               MOVE "REPORTE-SUITE" TO WS-ALR-CLAVE
               MOVE "SIN REPORTE DE SUITE: revisar si la noche corrio"
                   TO WS-ALR-TEXTO
               PERFORM EMITIR-ALERTA
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-REPORTE-SUITE
                       NOT AT END
                           MOVE REG-REPORTE-SUITE TO WS-LINEA
                           PERFORM ESCRIBIR-LINEA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REPORTE-SUITE
           END-IF.

       SECCION-TOTALES.
           MOVE "--- TOTALES DE CONTROL ---" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *> que PROCESA-CLIENTES no corrio esta noche.
           IF CTC-CORRIDA NOT = WS-ID-CORRIDA
               AND WS-ID-CORRIDA NOT = "(SIN ID)"
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "CONTROL CLIENTES DE OTRA CORRIDA: "
                   CTC-CORRIDA
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE "CTL-OTRA-COR" TO WS-ALR-CODIGO
               MOVE "CONTROL-CLIENTES" TO WS-ALR-CLAVE
               PERFORM EMITIR-ALERTA
           END-IF.

       SECCION-SLA.
                       NOT AT END
                           MOVE REG-SLA TO WS-LINEA
                           PERFORM ESCRIBIR-LINEA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SLA
           END-IF.

       SECCION-CHECKPOINTS.
           MOVE "--- CHECKPOINTS ---" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
                           DELIMITED BY SIZE INTO WS-LINEA
                       PERFORM ESCRIBIR-LINEA
                       IF CKL-ESTADO = "EN-PROCESO"
                           MOVE "CKPT-CLIENTES" TO WS-ALR-CLAVE
                           MOVE
                           "CHECKPOINT CLIENTES EN-PROCESO: RELANZAR"
                               TO WS-ALR-TEXTO
                           PERFORM ALERTAR-CHECKPOINT
                       END-IF
               END-READ
               CLOSE ARCHIVO-CKPT-CLI
                           DELIMITED BY SIZE INTO WS-LINEA
                       PERFORM ESCRIBIR-LINEA
                       IF CKP-ESTADO = "EN-PROCESO"
                           MOVE "CKPT-200" TO WS-ALR-CLAVE
                           MOVE
                           "CHECKPOINT PROGRAMA-MUERTO-200 EN-PROCESO"
                               TO WS-ALR-TEXTO
                           PERFORM ALERTAR-CHECKPOINT
                       END-IF
               END-READ
               CLOSE ARCHIVO-CKPT-200
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ALERTAR-CHECKPOINT.
           MOVE "A" TO WS-ALR-SEVERIDAD
           MOVE "CKPT-PROCESO" TO WS-ALR-CODIGO
           PERFORM EMITIR-ALERTA.

       CONTAR-ALERTAS-ABIERTAS.
      *> Abierta es toda alerta no resuelta, vista o no: visto solo
      *> dice que alguien ya la tomo.
           SET ALR-MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL ALR-FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS
                       AT END
                           SET ALR-FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF NOT ALR-RESUELTA
                               ADD 1 TO WS-TOTAL-ALERTAS
                               EVALUATE TRUE
                                   WHEN ALR-CRITICA
                                       ADD 1 TO WS-ABIERTAS-CRITICAS
                                   WHEN ALR-ALTA
                                       ADD 1 TO WS-ABIERTAS-ALTAS
                                   WHEN OTHER
                                       ADD 1 TO WS-ABIERTAS-MEDIAS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALERTAS
           END-IF.

       SECCION-ACCION.
           IF WS-TOTAL-ALERTAS = ZERO
               MOVE "=== SIN ACCION REQUERIDA: NOCHE LIMPIA ==="
                   TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO WS-LINEA
               STRING "=== ACCION REQUERIDA: " WS-TOTAL-ALERTAS
                   " ALERTAS ABIERTAS ===" DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM ESCRIBIR-LINEA
               IF WS-ABIERTAS-CRITICAS > ZERO
                   MOVE SPACES TO WS-LINEA
                   STRING "--- CRITICAS (" WS-ABIERTAS-CRITICAS
                       ") ---" DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA
                   MOVE "C" TO WS-SEVERIDAD-LISTA
                   PERFORM LISTAR-ALERTAS-SEVERIDAD
               END-IF
               IF WS-ABIERTAS-ALTAS > ZERO
                   MOVE SPACES TO WS-LINEA
                   STRING "--- ALTAS (" WS-ABIERTAS-ALTAS
                       ") ---" DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA
                   MOVE "A" TO WS-SEVERIDAD-LISTA
                   PERFORM LISTAR-ALERTAS-SEVERIDAD
               END-IF
               IF WS-ABIERTAS-MEDIAS > ZERO
                   MOVE SPACES TO WS-LINEA
                   STRING "--- MEDIAS (" WS-ABIERTAS-MEDIAS
                       ") ---" DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA
                   MOVE "M" TO WS-SEVERIDAD-LISTA
                   PERFORM LISTAR-ALERTAS-SEVERIDAD
               END-IF
               MOVE "  (marcar vista / resuelta con RECONOCE-ALERTAS)"
                   TO WS-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LISTAR-ALERTAS-SEVERIDAD.
      *> Una pasada por severidad: el archivo queda en orden de
      *> emision y la seccion sale agrupada sin ordenar nada.
           SET ALR-MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL ALR-FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS
                       AT END
                           SET ALR-FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF NOT ALR-RESUELTA
                               AND (ALR-SEVERIDAD = WS-SEVERIDAD-LISTA
                                    OR (WS-SEVERIDAD-LISTA = "M"
                                        AND NOT ALR-CRITICA
                                        AND NOT ALR-ALTA))
                               PERFORM ESCRIBIR-ALERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALERTAS
           END-IF.

       ESCRIBIR-ALERTA.
           IF ALR-VISTA
               MOVE "[VISTA]" TO WS-MARCA-VISTA
           ELSE
               MOVE SPACES TO WS-MARCA-VISTA
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING "  * " ALR-NUMERO " " ALR-FECHA " "
               ALR-PROGRAMA " " ALR-CODIGO " " ALR-CLAVE " "
               WS-MARCA-VISTA
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "      " ALR-TEXTO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
