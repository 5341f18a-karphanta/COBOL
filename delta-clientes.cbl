           COPY CPY-CLIENTE-OUT.

       FD  CLIENTES-PREVIO.
       01  REG-CLIENTE-PREVIO    PIC X(209).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(120).
           05 PRV-ESTADO         PIC X(10).
           05 PRV-SUCURSAL       PIC X(04).
           05 PRV-NRO-CUENTA     PIC X(10).
           05 PRV-TELEFONO       PIC X(15).
           05 PRV-EMAIL          PIC X(40).
           05 PRV-CANAL          PIC X(01).
           05 PRV-ID-ORIGEN      PIC X(10).

       77  WS-HOY-STATUS         PIC XX VALUE SPACES.
       77  WS-PREVIO-STATUS      PIC XX VALUE SPACES.
           88 PREV-NO-HALLADO      VALUE 'N'.
       01  WS-TABLA-PREVIOS.
           05 WS-PREV-ENT OCCURS 5000 TIMES.
               10 WS-PREV-REG    PIC X(209).
               10 WS-PREV-VISTO  PIC X.

       77  WS-TOTAL-HOY          PIC 9(5) VALUE ZERO.
           IF CLO-SUCURSAL NOT = PRV-SUCURSAL
               PERFORM REPORTA-CAMBIO-SUCURSAL
           END-IF
           IF CLO-TELEFONO NOT = PRV-TELEFONO
               PERFORM REPORTA-CAMBIO-TELEFONO
           END-IF
           IF CLO-EMAIL NOT = PRV-EMAIL
               PERFORM REPORTA-CAMBIO-EMAIL
           END-IF
           IF CLO-CANAL NOT = PRV-CANAL
               PERFORM REPORTA-CAMBIO-CANAL
           END-IF
           IF REG-MODIFICADO
               ADD 1 TO WS-TOTAL-MODIFICADOS
           END-IF.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-CAMBIO-TELEFONO.
           SET REG-MODIFICADO TO TRUE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CAMBIO " CLO-ID " TELEFONO: [" PRV-TELEFONO
               "] -> [" CLO-TELEFONO "]"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-CAMBIO-EMAIL.
           SET REG-MODIFICADO TO TRUE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CAMBIO " CLO-ID " EMAIL: [" PRV-EMAIL
               "] -> [" CLO-EMAIL "]"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-CAMBIO-CANAL.
           SET REG-MODIFICADO TO TRUE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CAMBIO " CLO-ID " CANAL: [" PRV-CANAL
               "] -> [" CLO-CANAL "]"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       SECCION-BAJAS.
           MOVE "--- CLIENTES DADOS DE BAJA ---" TO REG-REPORTE
           WRITE REG-REPORTE
