      *           total excede la ventana batch, para que la corrida
      *           lo haga visible semanas antes de chocar con el dia
      *           en linea. Corre como ultimo paso de la suite.
      *           Cada exceso queda ademas como alerta en el archivo
      *           central de operaciones (alertas_operacion.txt).
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-REPORTE ASSIGN TO 'reporte_sla.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(80).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       77  WS-EDADES-STATUS      PIC XX VALUE SPACES.
       77  WS-CLIENTES-STATUS    PIC XX VALUE SPACES.
       77  WS-SLA-STATUS         PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VIGILANCIA DE SLA DEL BATCH ==="
           MOVE "VIGILA-SLA" TO WS-ALR-PROGRAMA
           PERFORM CARGAR-SLA
           PERFORM LEER-DURACION-EDADES
           PERFORM LEER-DURACION-CLIENTES
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   MOVE "SLA-PASO" TO WS-ALR-CODIGO
                   MOVE "PROCESA-EDADES" TO WS-ALR-CLAVE
                   PERFORM ALERTAR-EXCESO
               END-IF
           ELSE
               MOVE "PROCESA-EDADES: SIN DATOS DE CONTROL"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
                   MOVE "A" TO WS-ALR-SEVERIDAD
                   MOVE "SLA-PASO" TO WS-ALR-CODIGO
                   MOVE "PROCESA-CLIENTES" TO WS-ALR-CLAVE
                   PERFORM ALERTAR-EXCESO
               END-IF
           ELSE
               MOVE "PROCESA-CLIENTES: SIN DATOS DE CONTROL"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "C" TO WS-ALR-SEVERIDAD
               MOVE "SLA-VENTANA" TO WS-ALR-CODIGO
               MOVE "VENTANA-BATCH" TO WS-ALR-CLAVE
               PERFORM ALERTAR-EXCESO
           END-IF.

       ALERTAR-EXCESO.
      *> El texto de la alerta es la misma linea del reporte.
           MOVE WS-LINEA-REPORTE TO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: EXCEPCIONES=" WS-EXCEPCIONES
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
