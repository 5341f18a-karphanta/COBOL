      *           codigo de motivo, y lista de escalamiento con la
      *           sucursal de origen para los que superan el umbral
      *           (30 dias, editable en umbral_escalamiento.txt).
      *           Termina con codigo 4 si hay escalados. Los
      *           escalados dejan una sola alerta de resumen en el
      *           archivo central de operaciones
      *           (alertas_operacion.txt) con la cantidad y el
      *           pendiente mas antiguo; mientras siga abierta, las
      *           noches siguientes no la repiten (el detalle de cada
      *           noche esta en el reporte).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'reporte_antiguedad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 PEN-CODIGO         PIC 9(2).
           05 PEN-MOTIVO         PIC X(40).
           05 PEN-REENVIOS       PIC 9(2).
           05 PEN-REGISTRO-ORIG  PIC X(171).
           05 PEN-FECHA-INGRESO  PIC 9(8).

       FD  ARCHIVO-UMBRAL.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(120).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

      *> Vista del registro original para extraer la sucursal de
      *> origen (igual que REPROCESA-RECHAZOS).
       01  WS-REG-CLIENTE.
       77  WS-FRANJA-8-30        PIC 9(5) VALUE ZERO.
       77  WS-FRANJA-MAS-30      PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ESCALADOS    PIC 9(5) VALUE ZERO.
      *> El escalado mas antiguo de la corrida, para la alerta.
       77  WS-ID-MAS-ANTIGUO     PIC X(10) VALUE SPACES.
       77  WS-DIAS-MAS-ANTIGUO   PIC 9(5) VALUE ZERO.

      *> Corte por codigo de motivo (codigos 01-99).
       77  WS-IDX-COD            PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ANTIGUEDAD DE LA COLA DE RECHAZOS ==="
           MOVE "ANTIGUEDAD-RECHAZOS" TO WS-ALR-PROGRAMA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-UMBRAL
           PERFORM ABRIR-ARCHIVOS
               PERFORM LEE-PENDIENTE
           END-PERFORM

           IF WS-TOTAL-ESCALADOS > ZERO
               PERFORM ALERTAR-ESCALADOS
           END-IF
           PERFORM ESCRIBIR-FRANJAS
           PERFORM ESCRIBIR-POR-CODIGO
           PERFORM ESCRIBE-RESUMEN
           DISPLAY "=== FIN ANTIGUEDAD DE RECHAZOS ==="
           DISPLAY "Pendientes: " WS-TOTAL-LEIDOS
               " Escalados: " WS-TOTAL-ESCALADOS
           DISPLAY "Alertas nuevas: " WS-ALR-EMITIDAS
               " Ya abiertas: " WS-ALR-SUPRIMIDAS
           IF WS-TOTAL-ESCALADOS > ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
               " SUCURSAL=" CLT-SUCURSAL
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           IF WS-ID-MAS-ANTIGUO = SPACES
               OR WS-DIAS-EN-COLA > WS-DIAS-MAS-ANTIGUO
               MOVE PEN-ID TO WS-ID-MAS-ANTIGUO
               MOVE WS-DIAS-EN-COLA TO WS-DIAS-MAS-ANTIGUO
           END-IF.

       ALERTAR-ESCALADOS.
      *> Una alerta por la cola, no por pendiente: con la clave fija
      *> la regla de repeticion de CPY-ALERTA la deja una sola vez
      *> mientras este abierta, y al resolverla la proxima noche con
      *> escalados abre otra con los numeros de ese dia.
           MOVE SPACES TO WS-ALR-TEXTO
           STRING "COLA DE RECHAZOS: ESCALADOS=" WS-TOTAL-ESCALADOS
               " MAS ANTIGUO=" WS-ID-MAS-ANTIGUO
               " DIAS=" WS-DIAS-MAS-ANTIGUO
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
           MOVE "M" TO WS-ALR-SEVERIDAD
           MOVE "ESCALAMIENTO" TO WS-ALR-CODIGO
           MOVE "COLA-PENDIENTES" TO WS-ALR-CLAVE
           PERFORM EMITIR-ALERTA.

       ESCRIBIR-FRANJAS.
           MOVE "--- FRANJAS DE ANTIGUEDAD ---" TO REG-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
