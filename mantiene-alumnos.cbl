      ******************************************************************
      * PROGRAMA: MANTIENE-ALUMNOS
      * TIPO:     Batch COBOL
      * OBJETIVO: Mantener el maestro de alumnos (maestro_alumnos.dat)
      *           desde movimientos_alumnos.txt: altas, cambios de
      *           datos (nombre, carrera, fecha de ingreso) y cambios
      *           de estado (INSCRIPTO, BAJA, EGRESADO). Cada
      *           movimiento aplicado queda en auditoria_alumnos.txt
      *           con quien lo pidio y el estado anterior y nuevo; el
      *           reporte lista aplicados y rechazados con su motivo.
      *           CALCULAR-PROMEDIO solo califica alumnos INSCRIPTOS
      *           de este maestro.
      *           Quien pide cada movimiento debe ser un operador
      *           vigente del registro central con el rol MANT-DATOS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-ALUMNOS.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-ALUMNO-SELECT.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'movimientos_alumnos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.
           SELECT AUDITORIA-ALUMNOS
               ASSIGN TO 'auditoria_alumnos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_alumnos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-ALUMNOS.
       01  REG-ALUMNO.
           COPY CPY-ALUMNO.

       FD  ARCHIVO-MOVIMIENTOS.
      *> Movimiento de secretaria: A alta (nace INSCRIPTO), C cambio
      *> de datos (los campos en blanco no se tocan), E cambio de
      *> estado. Sin usuario el movimiento se rechaza: la auditoria
      *> tiene que poder decir quien lo pidio.
       01  REG-MOV-ALUMNO.
           05 MAL-TIPO           PIC X.
           05 MAL-ID             PIC X(10).
           05 MAL-NOMBRE         PIC X(30).
           05 MAL-CARRERA        PIC X(30).
           05 MAL-FECHA-INGRESO  PIC X(08).
           05 MAL-ESTADO         PIC X(10).
           05 MAL-USUARIO        PIC X(08).

       FD  AUDITORIA-ALUMNOS.
      *> Auditoria durable (en EXTEND) de lo aplicado al maestro de
      *> alumnos, con el estado antes y despues del movimiento.
       01  REG-AUDITORIA-ALUMNO.
           05 AAL-FECHA          PIC 9(8).
           05 AAL-HORA           PIC 9(8).
           05 AAL-CORRIDA        PIC X(11).
           05 AAL-USUARIO        PIC X(08).
           05 AAL-TIPO           PIC X.
           05 AAL-ID             PIC X(10).
           05 AAL-ESTADO-ANT     PIC X(10).
           05 AAL-ESTADO-NUEVO   PIC X(10).
           05 AAL-NOMBRE         PIC X(30).
           05 AAL-CARRERA        PIC X(30).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       COPY CPY-OPERADOR-WS.

       77  WS-ALUMNOS-STATUS     PIC XX VALUE SPACES.
       77  WS-MOVIMIENTOS-STATUS PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'S'.
           88 MAS-DATOS          VALUE 'N'.

       77  WS-RESULTADO-MOV      PIC X VALUE SPACE.
           88 MOV-APLICADO         VALUE 'A'.
           88 MOV-RECHAZADO        VALUE 'R'.
       77  WS-MOTIVO-MOV         PIC X(40) VALUE SPACES.

      *> Estado pedido por un movimiento E, validado contra los
      *> estados que admite el maestro.
       77  WS-ESTADO-NUEVO       PIC X(10) VALUE SPACES.
           88 ESTADO-NUEVO-VALIDO  VALUES "INSCRIPTO" "BAJA"
                                          "EGRESADO".
       77  WS-ESTADO-ANTERIOR    PIC X(10) VALUE SPACES.

       77  WS-TOTAL-LEIDOS       PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ALTAS        PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CAMBIOS      PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ESTADOS      PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZADOS   PIC 9(5) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MANTENIMIENTO DEL MAESTRO DE ALUMNOS ==="
           MOVE "MANTIENE-ALUMNOS" TO WS-NOMBRE-PROCESO
           MOVE "MANTIENE-ALUMNOS" TO WS-OPR-PROGRAMA
           SET OPR-SIN-PIN TO TRUE
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM ABRIR-ARCHIVOS

           PERFORM LEE-MOVIMIENTO
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-TOTAL-LEIDOS
               PERFORM APLICAR-MOVIMIENTO
               PERFORM REPORTAR-MOVIMIENTO
               PERFORM LEE-MOVIMIENTO
           END-PERFORM

           PERFORM ESCRIBE-RESUMEN

           CLOSE MAESTRO-ALUMNOS
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE AUDITORIA-ALUMNOS
           CLOSE ARCHIVO-REPORTE
           PERFORM LIBERAR-LOCK

           DISPLAY "=== FIN MANTENIMIENTO DE ALUMNOS ==="
           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
               " Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Estados: " WS-TOTAL-ESTADOS
           DISPLAY "Rechazados: " WS-TOTAL-RECHAZADOS
           IF WS-TOTAL-RECHAZADOS > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       ABRIR-ARCHIVOS.
      *> Primera carga: si el maestro no existe se crea vacio y se
      *> reabre en actualizacion, como MANTIENE-ENTRADA.
           OPEN I-O MAESTRO-ALUMNOS
           IF WS-ALUMNOS-STATUS = "35"
               OPEN OUTPUT MAESTRO-ALUMNOS
               CLOSE MAESTRO-ALUMNOS
               OPEN I-O MAESTRO-ALUMNOS
           END-IF
           IF WS-ALUMNOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-ALUMNOS, STATUS="
                   WS-ALUMNOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MOVIMIENTOS, STATUS="
                   WS-MOVIMIENTOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND AUDITORIA-ALUMNOS
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-ALUMNOS
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUDITORIA-ALUMNOS, STATUS="
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       LEE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       APLICAR-MOVIMIENTO.
           SET MOV-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-MOV
           MOVE SPACES TO WS-ESTADO-ANTERIOR
      *> El usuario debe estar vigente en el registro de operadores
      *> con el rol MANT-DATOS (batch: sin PIN).
           IF MAL-USUARIO NOT = SPACES
               MOVE MAL-USUARIO TO WS-OPR-LEGAJO
               MOVE OPR-ROL-MANT-DATOS TO WS-OPR-ROL
               MOVE "MOVIMIENTO-ALUMNO" TO WS-OPR-ACCION
               PERFORM VERIFICAR-ACCESO
           END-IF
           EVALUATE TRUE
               WHEN MAL-ID = SPACES
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "ID DE ALUMNO EN BLANCO" TO WS-MOTIVO-MOV
               WHEN MAL-USUARIO = SPACES
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "FALTA EL USUARIO QUE PIDE EL MOVIMIENTO"
                       TO WS-MOTIVO-MOV
               WHEN ACCESO-DENEGADO
                   SET MOV-RECHAZADO TO TRUE
                   STRING "USUARIO SIN AUTORIZACION: " WS-OPR-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO-MOV
               WHEN MAL-TIPO = "A"
                   PERFORM APLICAR-ALTA
               WHEN MAL-TIPO = "C"
                   PERFORM APLICAR-CAMBIO
               WHEN MAL-TIPO = "E"
                   PERFORM APLICAR-ESTADO
               WHEN OTHER
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "TIPO DE MOVIMIENTO INVALIDO" TO WS-MOTIVO-MOV
           END-EVALUATE
           IF MOV-APLICADO
               PERFORM GRABAR-AUDITORIA
           ELSE
               ADD 1 TO WS-TOTAL-RECHAZADOS
           END-IF.

       APLICAR-ALTA.
           EVALUATE TRUE
               WHEN MAL-NOMBRE = SPACES
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "ALTA SIN NOMBRE" TO WS-MOTIVO-MOV
               WHEN MAL-CARRERA = SPACES
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "ALTA SIN CARRERA" TO WS-MOTIVO-MOV
               WHEN MAL-FECHA-INGRESO IS NOT NUMERIC
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "FECHA DE INGRESO INVALIDA" TO WS-MOTIVO-MOV
               WHEN OTHER
                   PERFORM GRABAR-ALTA
           END-EVALUATE.

       GRABAR-ALTA.
           MOVE MAL-ID TO ALU-ID
           MOVE MAL-NOMBRE TO ALU-NOMBRE
           MOVE MAL-CARRERA TO ALU-CARRERA
           MOVE MAL-FECHA-INGRESO TO ALU-FECHA-INGRESO
           SET ALU-INSCRIPTO TO TRUE
           MOVE WS-FECHA-SISTEMA TO ALU-FECHA-ESTADO
           PERFORM SELLAR-ACTUALIZACION
           WRITE REG-ALUMNO
               INVALID KEY
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "ALUMNO YA EXISTE" TO WS-MOTIVO-MOV
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ALTAS
           END-WRITE.

       APLICAR-CAMBIO.
           PERFORM LEER-ALUMNO
           IF MOV-APLICADO
               IF MAL-FECHA-INGRESO NOT = SPACES
                   AND MAL-FECHA-INGRESO IS NOT NUMERIC
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "FECHA DE INGRESO INVALIDA" TO WS-MOTIVO-MOV
               END-IF
           END-IF
           IF MOV-APLICADO
               IF MAL-NOMBRE NOT = SPACES
                   MOVE MAL-NOMBRE TO ALU-NOMBRE
               END-IF
               IF MAL-CARRERA NOT = SPACES
                   MOVE MAL-CARRERA TO ALU-CARRERA
               END-IF
               IF MAL-FECHA-INGRESO NOT = SPACES
                   MOVE MAL-FECHA-INGRESO TO ALU-FECHA-INGRESO
               END-IF
               PERFORM SELLAR-ACTUALIZACION
               REWRITE REG-ALUMNO
                   INVALID KEY
                       SET MOV-RECHAZADO TO TRUE
                       MOVE "ALUMNO NO EXISTE" TO WS-MOTIVO-MOV
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CAMBIOS
               END-REWRITE
           END-IF.

       APLICAR-ESTADO.
      *> Un EGRESADO no cambia mas de estado; una BAJA puede volver
      *> a INSCRIPTO (reincorporacion). Pedir el estado que el
      *> alumno ya tiene se rechaza para no ensuciar la auditoria.
           MOVE MAL-ESTADO TO WS-ESTADO-NUEVO
           PERFORM LEER-ALUMNO
           IF MOV-APLICADO
               EVALUATE TRUE
                   WHEN NOT ESTADO-NUEVO-VALIDO
                       SET MOV-RECHAZADO TO TRUE
                       MOVE "ESTADO INVALIDO" TO WS-MOTIVO-MOV
                   WHEN ALU-EGRESADO
                       SET MOV-RECHAZADO TO TRUE
                       MOVE "ALUMNO EGRESADO: ESTADO DEFINITIVO"
                           TO WS-MOTIVO-MOV
                   WHEN ALU-ESTADO = WS-ESTADO-NUEVO
                       SET MOV-RECHAZADO TO TRUE
                       MOVE "EL ALUMNO YA TIENE ESE ESTADO"
                           TO WS-MOTIVO-MOV
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF MOV-APLICADO
               MOVE WS-ESTADO-NUEVO TO ALU-ESTADO
               MOVE WS-FECHA-SISTEMA TO ALU-FECHA-ESTADO
               PERFORM SELLAR-ACTUALIZACION
               REWRITE REG-ALUMNO
                   INVALID KEY
                       SET MOV-RECHAZADO TO TRUE
                       MOVE "ALUMNO NO EXISTE" TO WS-MOTIVO-MOV
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ESTADOS
               END-REWRITE
           END-IF.

       LEER-ALUMNO.
           MOVE MAL-ID TO ALU-ID
           READ MAESTRO-ALUMNOS
               INVALID KEY
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "ALUMNO NO EXISTE" TO WS-MOTIVO-MOV
               NOT INVALID KEY
                   MOVE ALU-ESTADO TO WS-ESTADO-ANTERIOR
           END-READ.

       SELLAR-ACTUALIZACION.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-FECHA-SISTEMA WS-HORA-SISTEMA(1:6)
               DELIMITED BY SIZE INTO ALU-FECHA-ULT-ACT.

       GRABAR-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO AAL-FECHA
           MOVE WS-HORA-SISTEMA TO AAL-HORA
           MOVE WS-ID-CORRIDA TO AAL-CORRIDA
           MOVE MAL-USUARIO TO AAL-USUARIO
           MOVE MAL-TIPO TO AAL-TIPO
           MOVE ALU-ID TO AAL-ID
           MOVE WS-ESTADO-ANTERIOR TO AAL-ESTADO-ANT
           MOVE ALU-ESTADO TO AAL-ESTADO-NUEVO
           MOVE ALU-NOMBRE TO AAL-NOMBRE
           MOVE ALU-CARRERA TO AAL-CARRERA
           WRITE REG-AUDITORIA-ALUMNO.

       REPORTAR-MOVIMIENTO.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF MOV-APLICADO
               STRING MAL-TIPO " " MAL-ID " " ALU-NOMBRE
                   " " ALU-ESTADO " APLICADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING MAL-TIPO " " MAL-ID " " MAL-NOMBRE
                   " RECHAZADO: " WS-MOTIVO-MOV
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " ALTAS=" WS-TOTAL-ALTAS
               " CAMBIOS=" WS-TOTAL-CAMBIOS
               " ESTADOS=" WS-TOTAL-ESTADOS
               " RECHAZADOS=" WS-TOTAL-RECHAZADOS
               " CORRIDA=" WS-ID-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-CORRIDA.

           COPY CPY-LOCK.

           COPY CPY-OPERADOR.

           COPY CPY-ABEND.
