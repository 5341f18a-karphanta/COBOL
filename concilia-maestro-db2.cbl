      *           recorre la tabla con un cursor y reporta los ID que
      *           no estan en el maestro. Termina con codigo 8 si los
      *           dos almacenes difieren, para que la suite lo muestre.
      *           Los clientes CERRADOS se listan y se cuentan aparte:
      *           un cerrado sin fila en DB2 no es una diferencia.
      *           Lo mismo un cliente bloqueado por lista externa,
      *           que CARGA-CLIENTES-DB2 deja fuera de la tabla.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 WS-TOTAL-SIN-MAE   PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-DIFEREN   PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-ERRORES   PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-CERRADOS  PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-BLOQUEADOS PIC 9(7) VALUE ZERO.

           COPY CPY-RETCODES.


           DISPLAY "=== FIN CONCILIACION ==="
           DISPLAY "Maestro: " WS-TOTAL-MAESTRO
               " (cerrados: " WS-TOTAL-CERRADOS
               " bloqueados: " WS-TOTAL-BLOQUEADOS ")"
               " Tabla: " WS-TOTAL-TABLA
           DISPLAY "Sin fila en DB2: " WS-TOTAL-SIN-DB2
               " Sin registro en maestro: " WS-TOTAL-SIN-MAE
           END-READ.

       CONCILIAR-REGISTRO-MAESTRO.
      *> Un ID fusionado es un cierre: cuenta y se lista como tal.
      *> Tambien uno suprimido (su fila puede haberse borrado).
           IF CLM-ESTADO = "CERRADO" OR CLM-ESTADO = "FUSIONADO"
               OR CLM-ESTADO = "SUPRIMIDO"
               ADD 1 TO WS-TOTAL-CERRADOS
           END-IF
           IF CLM-BLOQUEADO
               ADD 1 TO WS-TOTAL-BLOQUEADOS
           END-IF
           MOVE CLM-ID TO WS-ID
           EXEC SQL
               SELECT NOMBRE, DNI, DIRECCION, ESTADO
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM COMPARAR-CAMPOS
               WHEN SQLCODE = 100
                   AND (CLM-ESTADO = "CERRADO"
                        OR CLM-ESTADO = "FUSIONADO"
                        OR CLM-ESTADO = "SUPRIMIDO")
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "CERRADO-SIN-DB2 " CLM-ID " " CLM-NOMBRE
                       " CIERRE=" CLM-FECHA-BAJA
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               WHEN SQLCODE = 100
                   AND CLM-BLOQUEADO
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "BLOQUEADO-SIN-DB2 " CLM-ID " " CLM-NOMBRE
                       " LISTA=" CLM-LISTA-BLOQUEO
                       " DESDE " CLM-FECHA-BLOQUEO
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               WHEN SQLCODE = 100
                   ADD 1 TO WS-TOTAL-SIN-DB2
                   MOVE SPACES TO WS-LINEA-REPORTE
       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: MAESTRO=" WS-TOTAL-MAESTRO
               " CERRADOS=" WS-TOTAL-CERRADOS
               " TABLA=" WS-TOTAL-TABLA
               " SIN-DB2=" WS-TOTAL-SIN-DB2
               " SIN-MAESTRO=" WS-TOTAL-SIN-MAE
               " ERRORES-SQL=" WS-TOTAL-ERRORES
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "BLOQUEADOS=" WS-TOTAL-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ABEND.
