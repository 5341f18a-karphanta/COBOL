      ******************************************************************
      * PROGRAMA: CONCILIA-ENTRADA
      * TIPO:     Batch COBOL
      * OBJETIVO: Comparar entrada.dat (personas que lee
      *           PROCESA-EDADES, mantenido por MANTIENE-ENTRADA)
      *           contra el maestro persistente de clientes
      *           (maestro_clientes.dat) por identificador de
      *           persona. Recorre el maestro buscando cada CLM-ID en
      *           entrada.dat y reporta los faltantes y las
      *           diferencias de NOMBRE y FECHA DE NACIMIENTO; despues
      *           recorre entrada.dat y reporta los ID que el maestro
      *           no tiene. Cada diferencia genera la transaccion que
      *           la corrige (formato transacciones_entrada.txt) en
      *           transacciones_conciliacion.txt: operaciones la
      *           revisa y la pasa a MANTIENE-ENTRADA para alinear
      *           entrada.dat con el maestro, que manda. Termina con
      *           codigo 8 si los dos archivos difieren.
      *           Los clientes CERRADOS o FUSIONADOS sin registro en
      *           entrada.dat se listan y se cuentan aparte (no son
      *           diferencia); un ID FUSIONADO que sigue en entrada.dat
      *           genera la baja: la persona vive con el ID del
      *           sobreviviente.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-ENTRADA.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-MAESTRO-SELECT.
           SELECT ARCHIVO-ENTRADA ASSIGN TO 'entrada.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSONA-ID
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT ARCHIVO-CORRECCIONES
               ASSIGN TO 'transacciones_conciliacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECCIONES-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_concilia_entrada.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  ARCHIVO-ENTRADA.
       01  REGISTRO-ENTRADA.
           05 PERSONA-ID     PIC X(10).
           05 NOMBRE         PIC X(30).
           05 FECHA-NAC-RAW  PIC X(08).

       FD  ARCHIVO-CORRECCIONES.
       01  REGISTRO-TRANSACCION.
           COPY CPY-TRX-ENTRADA.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-MAESTRO-STATUS  PIC XX VALUE SPACES.
       77 WS-ENTRADA-STATUS  PIC XX VALUE SPACES.
       77 WS-CORRECCIONES-STATUS PIC XX VALUE SPACES.
       77 WS-REPORTE-STATUS  PIC XX VALUE SPACES.
       77 WS-LINEA-REPORTE   PIC X(120).
       77 WS-FIN-MAESTRO     PIC X VALUE 'N'.
           88 FIN-MAESTRO     VALUE 'S'.
           88 MAS-MAESTRO     VALUE 'N'.
       77 WS-FIN-ENTRADA     PIC X VALUE 'N'.
           88 FIN-ENTRADA     VALUE 'S'.
           88 MAS-ENTRADA     VALUE 'N'.
       77 WS-REG-DIFIERE     PIC X VALUE 'N'.
           88 REG-DIFIERE      VALUE 'S'.
           88 REG-COINCIDE     VALUE 'N'.
       77 WS-TOTAL-MAESTRO   PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-ENTRADA   PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-SIN-ENT   PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-SIN-MAE   PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-DIFEREN   PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-FUSIONADOS PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-CERRADOS  PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-ALTAS     PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-BAJAS     PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-CAMBIOS   PIC 9(5) VALUE ZERO.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONCILIACION ENTRADA.DAT VS MAESTRO ==="
           PERFORM ABRIR-ARCHIVOS
           MOVE "--- MAESTRO CONTRA ENTRADA.DAT ---" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM LEE-MAESTRO
           PERFORM UNTIL FIN-MAESTRO
               ADD 1 TO WS-TOTAL-MAESTRO
               PERFORM CONCILIAR-REGISTRO-MAESTRO
               PERFORM LEE-MAESTRO
           END-PERFORM
           MOVE "--- ENTRADA.DAT CONTRA MAESTRO ---" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM RECORRER-ENTRADA
           PERFORM ESCRIBE-RESUMEN
           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-ENTRADA
           CLOSE ARCHIVO-CORRECCIONES
           CLOSE ARCHIVO-REPORTE
           DISPLAY "=== FIN CONCILIACION ==="
           DISPLAY "Maestro: " WS-TOTAL-MAESTRO
               " (cerrados: " WS-TOTAL-CERRADOS ")"
               " Entrada: " WS-TOTAL-ENTRADA
           DISPLAY "Sin registro en entrada: " WS-TOTAL-SIN-ENT
               " Sin registro en maestro: " WS-TOTAL-SIN-MAE
               " Fusionados en entrada: " WS-TOTAL-FUSIONADOS
           DISPLAY "Con diferencias de campos: " WS-TOTAL-DIFEREN
           DISPLAY "Correcciones propuestas: altas " WS-TOTAL-ALTAS
               " bajas " WS-TOTAL-BAJAS
               " cambios " WS-TOTAL-CAMBIOS
           IF WS-TOTAL-SIN-ENT > ZERO
               OR WS-TOTAL-SIN-MAE > ZERO
               OR WS-TOTAL-FUSIONADOS > ZERO
               OR WS-TOTAL-DIFEREN > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN INPUT ARCHIVO-ENTRADA
           IF WS-ENTRADA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-ENTRADA, STATUS="
                   WS-ENTRADA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-CORRECCIONES
           IF WS-CORRECCIONES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR CORRECCIONES, STATUS="
                   WS-CORRECCIONES-STATUS DELIMITED BY SIZE
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

       LEE-MAESTRO.
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       CONCILIAR-REGISTRO-MAESTRO.
           IF CLM-ESTADO = "CERRADO" OR CLM-ESTADO = "FUSIONADO"
               OR CLM-ESTADO = "SUPRIMIDO"
               ADD 1 TO WS-TOTAL-CERRADOS
           END-IF
           MOVE CLM-ID TO PERSONA-ID
           READ ARCHIVO-ENTRADA
               INVALID KEY
                   PERFORM REPORTA-SIN-ENTRADA
               NOT INVALID KEY
                   IF CLM-ESTADO = "FUSIONADO"
                       PERFORM REPORTA-FUSIONADO
                   ELSE
                       PERFORM COMPARAR-CAMPOS
                   END-IF
           END-READ.

       REPORTA-SIN-ENTRADA.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF CLM-ESTADO = "CERRADO" OR CLM-ESTADO = "FUSIONADO"
               OR CLM-ESTADO = "SUPRIMIDO"
               STRING "CERRADO-SIN-ENTRADA " CLM-ID " " CLM-NOMBRE
                   " " CLM-ESTADO " CIERRE=" CLM-FECHA-BAJA
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               ADD 1 TO WS-TOTAL-SIN-ENT
               STRING "SIN-ENTRADA " CLM-ID " " CLM-NOMBRE
                   " NAC=" CLM-FECHA-NAC " -> ALTA"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE "A" TO TRX-TIPO
               PERFORM GRABA-CORRECCION-MAESTRO
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-FUSIONADO.
           ADD 1 TO WS-TOTAL-FUSIONADOS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FUSIONADO-EN-ENTRADA " CLM-ID " " NOMBRE
               " CIERRE=" CLM-FECHA-BAJA " -> BAJA"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM GRABA-BAJA.

       COMPARAR-CAMPOS.
           SET REG-COINCIDE TO TRUE
           IF CLM-NOMBRE NOT = NOMBRE
               PERFORM REPORTA-DIFERENCIA-NOMBRE
           END-IF
           IF CLM-FECHA-NAC NOT = FECHA-NAC-RAW
               PERFORM REPORTA-DIFERENCIA-FECHA
           END-IF
      *> El cambio de MANTIENE-ENTRADA reescribe nombre y fecha
      *> juntos: la transaccion lleva los dos valores del maestro.
           IF REG-DIFIERE
               ADD 1 TO WS-TOTAL-DIFEREN
               MOVE "C" TO TRX-TIPO
               PERFORM GRABA-CORRECCION-MAESTRO
           END-IF.

       REPORTA-DIFERENCIA-NOMBRE.
           SET REG-DIFIERE TO TRUE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DIFIERE " CLM-ID " NOMBRE: MAESTRO=[" CLM-NOMBRE
               "] ENTRADA=[" NOMBRE "]"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-DIFERENCIA-FECHA.
           SET REG-DIFIERE TO TRUE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DIFIERE " CLM-ID " FECHA-NAC: MAESTRO=["
               CLM-FECHA-NAC "] ENTRADA=[" FECHA-NAC-RAW "]"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       RECORRER-ENTRADA.
      *> Segunda pasada: ID de entrada.dat que el maestro no tiene.
      *> El maestro manda, asi que se propone la baja.
           MOVE LOW-VALUES TO PERSONA-ID
           START ARCHIVO-ENTRADA KEY IS NOT LESS THAN PERSONA-ID
               INVALID KEY
                   SET FIN-ENTRADA TO TRUE
           END-START
           PERFORM UNTIL FIN-ENTRADA
               READ ARCHIVO-ENTRADA NEXT RECORD
                   AT END
                       SET FIN-ENTRADA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ENTRADA
                       PERFORM BUSCAR-EN-MAESTRO
               END-READ
           END-PERFORM.

       BUSCAR-EN-MAESTRO.
           MOVE PERSONA-ID TO CLM-ID
           READ MAESTRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-MAE
                   PERFORM REPORTA-SIN-MAESTRO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       REPORTA-SIN-MAESTRO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SIN-MAESTRO " PERSONA-ID " " NOMBRE
               " NAC=" FECHA-NAC-RAW " -> BAJA"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM GRABA-BAJA.

       GRABA-CORRECCION-MAESTRO.
      *> Alta o cambio con los datos del maestro.
           MOVE CLM-ID TO TRX-ID
           MOVE CLM-NOMBRE TO TRX-NOMBRE
           MOVE CLM-FECHA-NAC TO TRX-FECHA-NAC
      *> Sin usuario: la firma quien revisa y adopta la propuesta.
           MOVE SPACES TO TRX-USUARIO
           WRITE REGISTRO-TRANSACCION
           IF TRX-TIPO = "A"
               ADD 1 TO WS-TOTAL-ALTAS
           ELSE
               ADD 1 TO WS-TOTAL-CAMBIOS
           END-IF.

       GRABA-BAJA.
           MOVE "B" TO TRX-TIPO
           MOVE PERSONA-ID TO TRX-ID
           MOVE NOMBRE TO TRX-NOMBRE
           MOVE FECHA-NAC-RAW TO TRX-FECHA-NAC
           MOVE SPACES TO TRX-USUARIO
           WRITE REGISTRO-TRANSACCION
           ADD 1 TO WS-TOTAL-BAJAS.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: MAESTRO=" WS-TOTAL-MAESTRO
               " ENTRADA=" WS-TOTAL-ENTRADA
               " SIN-ENTRADA=" WS-TOTAL-SIN-ENT
               " SIN-MAESTRO=" WS-TOTAL-SIN-MAE
               " FUSIONADOS=" WS-TOTAL-FUSIONADOS
               " DIFERENCIAS=" WS-TOTAL-DIFEREN
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CORRECCIONES: ALTAS=" WS-TOTAL-ALTAS
               " BAJAS=" WS-TOTAL-BAJAS
               " CAMBIOS=" WS-TOTAL-CAMBIOS
               " (transacciones_conciliacion.txt)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ABEND.
