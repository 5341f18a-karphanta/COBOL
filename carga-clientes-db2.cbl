      *           clave duplicada, UPDATE del existente. Mismo manejo
      *           de SQLCODE y confirmacion periodica de unidad de
      *           trabajo que EJEMPLO-DB2, con resumen de cargados,
      *           actualizados y fallados. Al final marca FUSIONADO
      *           en la tabla cada ID absorbido de
      *           referencia_fusiones.txt (FUSIONA-CLIENTES).
      *           Un cliente bloqueado en el maestro por una lista
      *           externa confirmada no se carga: se cuenta y queda
      *           en el reporte.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'corridas_aplicadas_db2.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLICADAS-STATUS.
           SELECT REFERENCIA-FUSIONES
               ASSIGN TO 'referencia_fusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCIA-STATUS.
           COPY CPY-MAESTRO-SELECT.

       DATA DIVISION.
       FILE SECTION.
           COPY CPY-CLIENTE-OUT.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE      PIC X(120).

       FD  ARCHIVO-MANIFIESTO-OUT.
       01  REG-MANIFIESTO.
      *> mismo archivo se rehusa en lugar de cargar el dia dos veces.
       01  REG-CORRIDA-APLICADA  PIC X(11).

       FD  REFERENCIA-FUSIONES.
       01  REG-REF-FUSION.
           COPY CPY-REF-FUSION.

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-CLIENTES-OUT-STATUS PIC XX VALUE SPACES.
       77 WS-REPORTE-STATUS PIC XX VALUE SPACES.
       77 WS-LINEA-REPORTE  PIC X(120).
       77 WS-SQLCODE-VISTA  PIC -9(9) VALUE ZERO.

       77 WS-FIN-ARCHIVO    PIC X VALUE 'N'.
       77 WS-TOTAL-INSERTADOS PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-ACTUALIZADOS PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-FALLADOS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-FUSIONES PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-BLOQUEADOS PIC 9(7) VALUE ZERO.
       77 WS-MAESTRO-STATUS PIC XX VALUE SPACES.
       77 WS-REFERENCIA-STATUS PIC XX VALUE SPACES.
       77 WS-FIN-REFERENCIA PIC X VALUE 'N'.
           88 FIN-REFERENCIA VALUE 'S'.

       77 WS-COMMIT-CADA    PIC 9(3) VALUE 10.
       77 WS-COMMIT-COCIENTE PIC 9(7) VALUE ZERO.
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> El maestro se consulta por CLO-ID para respetar los
      *> bloqueos: sin el no se puede asegurar que un bloqueado no
      *> llegue a la tabla.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF

           PERFORM LEE-CLIENTE
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-TOTAL-LEIDOS
               PERFORM VERIFICAR-BLOQUEO
               IF CLM-BLOQUEADO
                   ADD 1 TO WS-TOTAL-BLOQUEADOS
                   PERFORM REPORTA-BLOQUEADO
               ELSE
                   PERFORM CARGAR-CLIENTE
               END-IF
               DIVIDE WS-TOTAL-LEIDOS BY WS-COMMIT-CADA
                   GIVING WS-COMMIT-COCIENTE
                   REMAINDER WS-COMMIT-RESTO
               MOVE RC-ERROR-FATAL TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM APLICAR-FUSIONES
           END-IF
           PERFORM ESCRIBE-RESUMEN
           IF RETURN-CODE = ZERO
               PERFORM ANOTAR-CORRIDA-APLICADA
           END-IF
           CLOSE CLIENTES-OUT
           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-REPORTE

           DISPLAY "=== FIN CARGA DB2 ==="
           DISPLAY "Insertados: " WS-TOTAL-INSERTADOS
               " Actualizados: " WS-TOTAL-ACTUALIZADOS
               " Fallados: " WS-TOTAL-FALLADOS
           DISPLAY "Fusiones marcadas: " WS-TOTAL-FUSIONES
           DISPLAY "Bloqueados no cargados: " WS-TOTAL-BLOQUEADOS
           IF WS-TOTAL-FALLADOS > ZERO
               AND RETURN-CODE = ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
                   CONTINUE
           END-READ.

       VERIFICAR-BLOQUEO.
      *> Un cliente que todavia no esta en el maestro no puede estar
      *> bloqueado.
           MOVE CLO-ID TO CLM-ID
           READ MAESTRO-CLIENTES
               INVALID KEY
                   MOVE SPACE TO CLM-BLOQUEO
           END-READ.

       REPORTA-BLOQUEADO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "BLOQUEADO " CLO-ID " " CLO-NOMBRE
               " LISTA=" CLM-LISTA-BLOQUEO
               " DESDE " CLM-FECHA-BLOQUEO ": NO SE CARGA"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       CARGAR-CLIENTE.
           MOVE CLO-ID TO WS-ID
           MOVE CLO-NOMBRE TO WS-NOMBRE
      *> pueda compararlo contra CLM-ESTADO del maestro. Se graba el
      *> mismo estado que fija ACTUALIZA-MAESTRO (un aceptado queda
      *> ACTIVO), no el CLO-ESTADO del archivo, para que los dos
      *> almacenes digan lo mismo. Una BAJA cierra el registro del
      *> maestro sin borrarlo: la fila queda CERRADO.
           IF CLO-ESTADO = "BAJA"
               MOVE "CERRADO" TO WS-ESTADO
           ELSE
               MOVE "ACTIVO" TO WS-ESTADO
           END-IF
           MOVE CLO-NRO-CUENTA TO WS-NRO-CUENTA
           EXEC SQL
               INSERT INTO CLIENTES
               PERFORM REPORTA-FALLA
           END-IF.

       APLICAR-FUSIONES.
      *> La referencia de fusiones es acumulativa: se recorre entera
      *> cada noche y solo cambian las filas que todavia no estan
      *> FUSIONADO, de modo que releerla no repite nada. Sin archivo
      *> (nunca hubo fusiones) no hay nada que hacer.
           OPEN INPUT REFERENCIA-FUSIONES
           IF WS-REFERENCIA-STATUS = "00"
               PERFORM UNTIL FIN-REFERENCIA
                   READ REFERENCIA-FUSIONES
                       AT END
                           SET FIN-REFERENCIA TO TRUE
                       NOT AT END
                           PERFORM MARCAR-FUSIONADO
                   END-READ
               END-PERFORM
               CLOSE REFERENCIA-FUSIONES
               EXEC SQL
                   COMMIT
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM MOSTRAR-ERROR-SQL
                   MOVE RC-ERROR-FATAL TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "FUSIONES=" WS-TOTAL-FUSIONES
                   " (filas marcadas FUSIONADO)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       MARCAR-FUSIONADO.
           MOVE RFU-ID-VIEJO TO WS-ID
           MOVE "FUSIONADO" TO WS-ESTADO
           EXEC SQL
               UPDATE CLIENTES
               SET ESTADO = :WS-ESTADO
               WHERE ID = :WS-ID
                 AND ESTADO <> :WS-ESTADO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-TOTAL-FUSIONES
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "FUSIONADO " RFU-ID-VIEJO
                       " EN " RFU-ID-NUEVO
                       " CUENTA=" RFU-CUENTA-NUEVA
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
      *> 100: ya marcado en una noche anterior, o el ID nunca llego
      *> a la tabla.
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-NOMBRE
                   ADD 1 TO WS-TOTAL-FALLADOS
                   PERFORM REPORTA-FALLA
           END-EVALUATE.

       CONFIRMAR-UNIDAD-TRABAJO.
           EXEC SQL
               COMMIT
           MOVE SPACES TO WS-LINEA-REPORTE
      *> La corrida que se cita es la del manifiesto del archivo
      *> cargado: es la identidad del insumo, no la del proceso.
      *> Los bloqueados van al final de la linea: CONCILIA-CADENA
      *> los suma a lo cargado para casar con los aceptados.
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " INSERTADOS=" WS-TOTAL-INSERTADOS
               " ACTUALIZADOS=" WS-TOTAL-ACTUALIZADOS
               " FALLADOS=" WS-TOTAL-FALLADOS
               " CORRIDA=" WS-MAN-CORRIDA
               " BLOQUEADOS=" WS-TOTAL-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "BLOQUEADOS NO CARGADOS=" WS-TOTAL-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.
