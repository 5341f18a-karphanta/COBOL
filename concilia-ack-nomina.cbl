      *           y los que nunca reconocio. Termina con codigo 4
      *           (advertencia) si algo quedo rechazado o sin
      *           reconocer, para que la suite lo haga visible antes
      *           del reclamo de fin de mes. El empleado se identifica
      *           por legajo: un ack cuya secuencia no trae el mismo
      *           legajo que enviamos es una discrepancia, no un
      *           aceptado. Cada ajuste rechazado, sin reconocer o
      *           con legajo distinto queda como alerta en el archivo
      *           central de operaciones (alertas_operacion.txt).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'reporte_ack_nomina.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 IND-SALARIO-NUEVO  PIC 9(7)V99.
           05 IND-MONTO          PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 IND-FECHA-EFECTIVA PIC 9(8).
           05 IND-LEGAJO         PIC 9(6).
       01  REG-INT-COLA REDEFINES REG-INTERFAZ.
           05 ITR-TIPO           PIC X.
           05 ITR-CANTIDAD       PIC 9(5).

       FD  ARCHIVO-ACK.
      *> Reconocimiento del bureau, una linea por detalle: secuencia
      *> enviada, estado A (aceptado) o R (rechazado), motivo y el
      *> legajo que el bureau asocio a esa secuencia.
       01  REG-ACK.
           05 ACK-SECUENCIA      PIC 9(5).
           05 ACK-ESTADO         PIC X.
           05 ACK-MOTIVO         PIC X(40).
           05 ACK-LEGAJO         PIC 9(6).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(130).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       77  WS-INTERFAZ-STATUS    PIC XX VALUE SPACES.
       77  WS-ACK-STATUS         PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(130).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Clave de la alerta: secuencia y legajo del ajuste.
       01  WS-CLAVE-ALERTA-ACK.
           05 FILLER             PIC X(4) VALUE "SEC=".
           05 WS-CAA-SECUENCIA   PIC 9(5).
           05 FILLER             PIC X(5) VALUE " LEG=".
           05 WS-CAA-LEGAJO      PIC 9(6).

      *> Detalles enviados, indexados por posicion (la secuencia es
      *> correlativa 1..N). Estado: P pendiente de ack, A aceptado,
      *> R rechazado, L ack con legajo distinto al enviado.
       77  WS-TOTAL-DETALLES     PIC 9(5) VALUE ZERO.
       77  WS-IDX-DET            PIC 9(5) VALUE ZERO.
       01  WS-TABLA-DETALLES.
           05 WS-DET-ENT OCCURS 500 TIMES.
               10 WS-DET-SECUENCIA PIC 9(5).
               10 WS-DET-LEGAJO    PIC 9(6).
               10 WS-DET-LEGAJO-ACK PIC X(6).
               10 WS-DET-NOMBRE    PIC X(30).
               10 WS-DET-ESTADO    PIC X.
               10 WS-DET-MOTIVO    PIC X(40).
       77  WS-TOTAL-RECHAZADOS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-SIN-ACK      PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ACK-HUERFANO PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-LEGAJO-DIST  PIC 9(5) VALUE ZERO.
       77  WS-SEC-HALLADA        PIC X VALUE 'N'.
           88 SEC-HALLADA          VALUE 'S'.
           88 SEC-NO-HALLADA       VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONCILIACION DE ACK DE NOMINA ==="
           MOVE "CONCILIA-ACK-NOMINA" TO WS-ALR-PROGRAMA
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-DETALLES-ENVIADOS
           PERFORM APLICAR-ACKS
           DISPLAY "Aceptados: " WS-TOTAL-ACEPTADOS
               " Rechazados: " WS-TOTAL-RECHAZADOS
               " Sin ack: " WS-TOTAL-SIN-ACK
               " Legajo distinto: " WS-TOTAL-LEGAJO-DIST
           IF WS-TOTAL-RECHAZADOS > ZERO
               OR WS-TOTAL-LEGAJO-DIST > ZERO
               OR WS-TOTAL-SIN-ACK > ZERO
               OR WS-TOTAL-ACK-HUERFANO > ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           ADD 1 TO WS-TOTAL-DETALLES
           MOVE IND-SECUENCIA
               TO WS-DET-SECUENCIA(WS-TOTAL-DETALLES)
           MOVE IND-LEGAJO TO WS-DET-LEGAJO(WS-TOTAL-DETALLES)
           MOVE SPACES TO WS-DET-LEGAJO-ACK(WS-TOTAL-DETALLES)
           MOVE IND-NOMBRE TO WS-DET-NOMBRE(WS-TOTAL-DETALLES)
           MOVE "P" TO WS-DET-ESTADO(WS-TOTAL-DETALLES)
           MOVE SPACES TO WS-DET-MOTIVO(WS-TOTAL-DETALLES).
                   UNTIL WS-IDX-DET > WS-TOTAL-DETALLES
               IF WS-DET-SECUENCIA(WS-IDX-DET) = ACK-SECUENCIA
                   SET SEC-HALLADA TO TRUE
                   MOVE ACK-LEGAJO TO WS-DET-LEGAJO-ACK(WS-IDX-DET)
                   EVALUATE TRUE
                       WHEN ACK-LEGAJO NOT = WS-DET-LEGAJO(WS-IDX-DET)
                           MOVE "L" TO WS-DET-ESTADO(WS-IDX-DET)
                           MOVE ACK-MOTIVO
                               TO WS-DET-MOTIVO(WS-IDX-DET)
                       WHEN ACK-ESTADO = "R"
                           MOVE "R" TO WS-DET-ESTADO(WS-IDX-DET)
                           MOVE ACK-MOTIVO
                               TO WS-DET-MOTIVO(WS-IDX-DET)
                       WHEN OTHER
                           MOVE "A" TO WS-DET-ESTADO(WS-IDX-DET)
                   END-EVALUATE
                   MOVE WS-TOTAL-DETALLES TO WS-IDX-DET
               END-IF
           END-PERFORM
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "ACK-SIN-DETALLE SECUENCIA=" ACK-SECUENCIA
                   " ESTADO=" ACK-ESTADO
                   " LEGAJO=" ACK-LEGAJO
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "M" TO WS-ALR-SEVERIDAD
               MOVE "ACK-HUERFANO" TO WS-ALR-CODIGO
               MOVE ACK-SECUENCIA TO WS-CAA-SECUENCIA
               MOVE ACK-LEGAJO TO WS-CAA-LEGAJO
               PERFORM ALERTAR-AJUSTE
           END-IF.

       REPORTAR-RESULTADO.
                   WHEN "R"
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       PERFORM REPORTAR-RECHAZADO
                   WHEN "L"
                       ADD 1 TO WS-TOTAL-LEGAJO-DIST
                       PERFORM REPORTAR-LEGAJO-DISTINTO
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-SIN-ACK
                       PERFORM REPORTAR-SIN-ACK
               " RECHAZADOS=" WS-TOTAL-RECHAZADOS
               " SIN-ACK=" WS-TOTAL-SIN-ACK
               " ACK-HUERFANOS=" WS-TOTAL-ACK-HUERFANO
               " LEGAJO-DISTINTO=" WS-TOTAL-LEGAJO-DIST
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RECHAZADO SECUENCIA="
               WS-DET-SECUENCIA(WS-IDX-DET)
               " LEGAJO=" WS-DET-LEGAJO(WS-IDX-DET)
               " " WS-DET-NOMBRE(WS-IDX-DET)
               " MOTIVO=" WS-DET-MOTIVO(WS-IDX-DET)
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "A" TO WS-ALR-SEVERIDAD
           MOVE "ACK-RECHAZO" TO WS-ALR-CODIGO
           PERFORM ALERTAR-DETALLE.

       REPORTAR-SIN-ACK.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SIN-ACK SECUENCIA="
               WS-DET-SECUENCIA(WS-IDX-DET)
               " LEGAJO=" WS-DET-LEGAJO(WS-IDX-DET)
               " " WS-DET-NOMBRE(WS-IDX-DET)
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "M" TO WS-ALR-SEVERIDAD
           MOVE "ACK-SIN-ACK" TO WS-ALR-CODIGO
           PERFORM ALERTAR-DETALLE.

       REPORTAR-LEGAJO-DISTINTO.
      *> El bureau reconocio la secuencia para otro empleado: no se
      *> da por aceptada hasta que RRHH lo aclare con el bureau.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "LEGAJO-DISTINTO SECUENCIA="
               WS-DET-SECUENCIA(WS-IDX-DET)
               " ENVIADO=" WS-DET-LEGAJO(WS-IDX-DET)
               " " WS-DET-NOMBRE(WS-IDX-DET)
               " ACK=" WS-DET-LEGAJO-ACK(WS-IDX-DET)
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "A" TO WS-ALR-SEVERIDAD
           MOVE "ACK-LEGAJO" TO WS-ALR-CODIGO
           PERFORM ALERTAR-DETALLE.

       ALERTAR-DETALLE.
           MOVE WS-DET-SECUENCIA(WS-IDX-DET) TO WS-CAA-SECUENCIA
           MOVE WS-DET-LEGAJO(WS-IDX-DET) TO WS-CAA-LEGAJO
           PERFORM ALERTAR-AJUSTE.

       ALERTAR-AJUSTE.
      *> El texto es la linea del reporte (recortada al ancho de la
      *> alerta).
           MOVE WS-CLAVE-ALERTA-ACK TO WS-ALR-CLAVE
           MOVE WS-LINEA-REPORTE TO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
