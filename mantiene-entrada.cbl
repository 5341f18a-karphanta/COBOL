               ASSIGN TO 'reporte_mantenimiento.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 FECHA-NAC-RAW  PIC X(08).

       FD ARCHIVO-TRANSACCIONES.
       01 REGISTRO-TRANSACCION.
           COPY CPY-TRX-ENTRADA.

       FD ARCHIVO-REPORTE.
       01 REG-REPORTE        PIC X(80).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS  PIC XX VALUE "00".
       01 WS-TRANS-STATUS    PIC XX VALUE "00".
       01 WS-TOTAL-CAMBIOS   PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RECHAZADAS PIC 9(5) VALUE ZERO.

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "=== MANTENIMIENTO DE ENTRADA.DAT ==="
           MOVE "MANTIENE-ENTRADA" TO WS-OPR-PROGRAMA
           SET OPR-SIN-PIN TO TRUE
           PERFORM ABRIR-ARCHIVOS

           PERFORM LEE-TRANSACCION
       APLICAR-TRANSACCION.
           SET TRX-APLICADA TO TRUE
           MOVE SPACES TO WS-MOTIVO-TRX
      *> Quien pide la transaccion debe estar vigente en el registro
      *> de operadores con el rol MANT-DATOS.
           MOVE TRX-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-MANT-DATOS TO WS-OPR-ROL
           MOVE "TRANSACCION-ENTRADA" TO WS-OPR-ACCION
           PERFORM VERIFICAR-ACCESO
           EVALUATE TRUE
               WHEN TRX-ID = SPACES
                   SET TRX-RECHAZADA TO TRUE
                   MOVE "ID DE PERSONA EN BLANCO" TO WS-MOTIVO-TRX
               WHEN ACCESO-DENEGADO
                   SET TRX-RECHAZADA TO TRUE
                   STRING "SIN AUTORIZACION: " WS-OPR-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO-TRX
               WHEN TRX-TIPO = "A"
                   PERFORM APLICAR-ALTA
               WHEN TRX-TIPO = "B"
                   PERFORM APLICAR-BAJA
               WHEN TRX-TIPO = "C"
                   PERFORM APLICAR-CAMBIO
               WHEN OTHER
                   SET TRX-RECHAZADA TO TRUE
                   MOVE "TIPO DE TRANSACCION INVALIDO"
                       TO WS-MOTIVO-TRX
           END-EVALUATE
           IF TRX-RECHAZADA
               ADD 1 TO WS-TOTAL-RECHAZADAS
           END-IF.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
