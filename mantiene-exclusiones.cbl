      ******************************************************************
      * PROGRAMA: MANTIENE-EXCLUSIONES
      * TIPO:     Batch COBOL
      * OBJETIVO: Canal unico de cambio de la lista de exclusion de
      *           marketing (exclusiones_marketing.txt, layout
      *           CPY-EXCLUSION-MKT): toma los pedidos de
      *           movimientos_exclusiones.txt (quien, alta o
      *           levantamiento, DNI y por donde llego el pedido),
      *           los valida, reescribe la lista y deja cada
      *           movimiento aplicado en la auditoria
      *           (auditoria_exclusiones.txt). El reporte
      *           (reporte_exclusiones.txt) lista lo aplicado y lo
      *           rechazado con su motivo. La lista la respeta
      *           SEGMENTA-CLIENTES al armar los extractos de campania.
      *           Quien pide cada movimiento debe ser un operador
      *           vigente del registro central con el rol MANT-DATOS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-EXCLUSIONES.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'movimientos_exclusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.
           SELECT ARCHIVO-EXCLUSIONES
               ASSIGN TO 'exclusiones_marketing.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSIONES-STATUS.
           SELECT AUDITORIA-EXCLUSIONES
               ASSIGN TO 'auditoria_exclusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_exclusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MOVIMIENTOS.
      *> Pedido: accion A alta de la exclusion o L levantamiento,
      *> DNI de la persona y origen del pedido (solo en el alta).
       01  REG-MOV-EXCLUSION.
           05 MEX-USUARIO        PIC X(8).
           05 MEX-ACCION         PIC X.
               88 MEX-ALTA           VALUE 'A'.
               88 MEX-LEVANTA        VALUE 'L'.
           05 MEX-DNI            PIC X(9).
           05 MEX-ORIGEN         PIC X.

       FD  ARCHIVO-EXCLUSIONES.
       01  REG-EXCLUSION.
           COPY CPY-EXCLUSION-MKT.

       FD  AUDITORIA-EXCLUSIONES.
      *> Auditoria durable (en EXTEND) de cada movimiento aplicado:
      *> la lista guarda solo el ultimo alta y levantamiento de la
      *> persona, aqui queda la secuencia completa.
       01  REG-AUDITORIA-EXCL.
           05 AUX-FECHA          PIC 9(8).
           05 AUX-HORA           PIC 9(8).
           05 AUX-USUARIO        PIC X(8).
           05 AUX-ACCION         PIC X.
           05 AUX-DNI            PIC X(9).
           05 AUX-ORIGEN         PIC X.
           05 AUX-ESTADO-ANT     PIC X.
           05 AUX-ESTADO-NUEVO   PIC X.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-MOVIMIENTOS-STATUS PIC XX VALUE SPACES.
       77  WS-EXCLUSIONES-STATUS PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-FECHA-HOY          PIC 9(8) VALUE ZERO.
       77  WS-HORA-AHORA         PIC 9(8) VALUE ZERO.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.
       77  WS-MOV-RESULTADO      PIC X VALUE 'S'.
           88 MOV-APLICADO         VALUE 'S'.
           88 MOV-RECHAZADO        VALUE 'N'.
       77  WS-MOTIVO-MOV         PIC X(50) VALUE SPACES.
       77  WS-ESTADO-ANT         PIC X VALUE SPACE.
       77  WS-LISTA-SW           PIC X VALUE 'N'.
           88 LISTA-NUEVA          VALUE 'S'.
           88 LISTA-EXISTENTE      VALUE 'N'.

       77  WS-TOTAL-LEIDOS       PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-APLICADOS    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZADOS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-VIGENTES     PIC 9(5) VALUE ZERO.

      *> La lista completa en memoria; se reescribe al terminar.
       77  WS-MAX-EXCLUSIONES    PIC 9(5) VALUE 5000.
       77  WS-TOTAL-EXCL         PIC 9(5) VALUE ZERO.
       77  WS-IDX-EXCL           PIC 9(5) VALUE ZERO.
       77  WS-IDX-HALLADA        PIC 9(5) VALUE ZERO.
       01  WS-TABLA-EXCLUSIONES.
           05 WS-EXCL-ENT OCCURS 5000 TIMES.
               COPY CPY-EXCLUSION-MKT
                   REPLACING ==05== BY ==10==
                             LEADING ==EXM-== BY ==WS-EXM-==.

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MANTENIMIENTO DE EXCLUSIONES DE MARKETING ==="
           MOVE "MANTIENE-EXCLUSIONES" TO WS-OPR-PROGRAMA
           SET OPR-SIN-PIN TO TRUE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM CARGAR-EXCLUSIONES
           PERFORM APLICAR-MOVIMIENTOS
           IF WS-TOTAL-APLICADOS > ZERO OR LISTA-NUEVA
               PERFORM GRABAR-EXCLUSIONES
           END-IF
           PERFORM CONTAR-VIGENTES
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "EXCLUSIONES VIGENTES=" WS-TOTAL-VIGENTES
               " EN LISTA=" WS-TOTAL-EXCL
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE

           CLOSE ARCHIVO-REPORTE
           DISPLAY "Exclusiones vigentes: " WS-TOTAL-VIGENTES
           DISPLAY "=== FIN MANTENIMIENTO DE EXCLUSIONES ==="
           IF WS-TOTAL-RECHAZADOS > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-EXCLUSIONES.
      *> Solo si la lista no existe (status 35) se arranca vacia, y
      *> se graba aunque no haya movimientos: SEGMENTA-CLIENTES no
      *> extrae sin ella. Cualquier otro status corta sin reescribir:
      *> grabar una lista que no se pudo leer perderia exclusiones.
      *> Con la tabla llena tambien se corta: una exclusion perdida
      *> al reescribir seria una persona contactada contra su pedido.
           MOVE ZERO TO WS-TOTAL-EXCL
           OPEN INPUT ARCHIVO-EXCLUSIONES
           EVALUATE WS-EXCLUSIONES-STATUS
               WHEN "00"
                   SET LISTA-EXISTENTE TO TRUE
               WHEN "35"
                   SET LISTA-NUEVA TO TRUE
                   DISPLAY "Sin exclusiones_marketing.txt: se crea"
               WHEN OTHER
                   DISPLAY "No se pudo leer exclusiones_marketing.txt,"
                       " status=" WS-EXCLUSIONES-STATUS
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR EXCLUSIONES, STATUS="
                       WS-EXCLUSIONES-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           IF LISTA-EXISTENTE
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-EXCLUSIONES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF WS-TOTAL-EXCL NOT < WS-MAX-EXCLUSIONES
                               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                               MOVE "LISTA DE EXCLUSIONES > 5000"
                                   TO WS-RC-MENSAJE
                               PERFORM RUTINA-ABEND
                           END-IF
                           ADD 1 TO WS-TOTAL-EXCL
                           MOVE REG-EXCLUSION
                               TO WS-EXCL-ENT(WS-TOTAL-EXCL)
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EXCLUSIONES
           END-IF
           DISPLAY "Lista de exclusiones: " WS-TOTAL-EXCL " renglones".

       APLICAR-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MOVIMIENTOS, STATUS="
                   WS-MOVIMIENTOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND AUDITORIA-EXCLUSIONES
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-EXCLUSIONES
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUDITORIA EXCLUSIONES, STATUS="
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "=== MOVIMIENTOS DE LA LISTA DE EXCLUSION ==="
               TO REG-REPORTE
           WRITE REG-REPORTE

           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MOVIMIENTOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM APLICAR-MOVIMIENTO
                       PERFORM REPORTAR-MOVIMIENTO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE AUDITORIA-EXCLUSIONES
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " APLICADOS=" WS-TOTAL-APLICADOS
               " RECHAZADOS=" WS-TOTAL-RECHAZADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
               " Aplicados: " WS-TOTAL-APLICADOS
               " Rechazados: " WS-TOTAL-RECHAZADOS.

       APLICAR-MOVIMIENTO.
           SET MOV-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-MOV
      *> El usuario debe estar vigente en el registro de operadores
      *> con el rol MANT-DATOS (batch: sin PIN).
           IF MEX-USUARIO NOT = SPACES
               MOVE MEX-USUARIO TO WS-OPR-LEGAJO
               MOVE OPR-ROL-MANT-DATOS TO WS-OPR-ROL
               MOVE "EXCLUSION-MARKETING" TO WS-OPR-ACCION
               PERFORM VERIFICAR-ACCESO
           END-IF
           PERFORM BUSCAR-EXCLUSION
           EVALUATE TRUE
               WHEN MEX-USUARIO = SPACES
                   MOVE "FALTA EL USUARIO QUE PIDE EL MOVIMIENTO"
                       TO WS-MOTIVO-MOV
               WHEN ACCESO-DENEGADO
                   STRING "USUARIO SIN AUTORIZACION: " WS-OPR-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO-MOV
               WHEN NOT MEX-ALTA AND NOT MEX-LEVANTA
                   MOVE "ACCION INVALIDA (A/L)" TO WS-MOTIVO-MOV
               WHEN MEX-DNI IS NOT NUMERIC
                   MOVE "DNI INVALIDO" TO WS-MOTIVO-MOV
               WHEN MEX-ALTA
                   AND MEX-ORIGEN NOT = 'S' AND MEX-ORIGEN NOT = 'W'
                   AND MEX-ORIGEN NOT = 'T' AND MEX-ORIGEN NOT = 'C'
                   MOVE "ORIGEN INVALIDO (S/W/T/C)" TO WS-MOTIVO-MOV
               WHEN MEX-ALTA AND WS-IDX-HALLADA > ZERO
                   AND WS-EXM-VIGENTE(WS-IDX-HALLADA)
                   MOVE "EL DNI YA ESTA EXCLUIDO" TO WS-MOTIVO-MOV
               WHEN MEX-LEVANTA AND WS-IDX-HALLADA = ZERO
                   MOVE "EL DNI NO ESTA EN LA LISTA" TO WS-MOTIVO-MOV
               WHEN MEX-LEVANTA
                   AND WS-EXM-LEVANTADA(WS-IDX-HALLADA)
                   MOVE "LA EXCLUSION YA ESTA LEVANTADA"
                       TO WS-MOTIVO-MOV
               WHEN MEX-ALTA AND WS-IDX-HALLADA = ZERO
                   AND WS-TOTAL-EXCL NOT < WS-MAX-EXCLUSIONES
                   MOVE "LISTA DE EXCLUSIONES LLENA" TO WS-MOTIVO-MOV
               WHEN OTHER
                   PERFORM GRABAR-MOVIMIENTO
           END-EVALUATE
           IF WS-MOTIVO-MOV NOT = SPACES
               SET MOV-RECHAZADO TO TRUE
               ADD 1 TO WS-TOTAL-RECHAZADOS
           ELSE
               ADD 1 TO WS-TOTAL-APLICADOS
           END-IF.

       BUSCAR-EXCLUSION.
           MOVE ZERO TO WS-IDX-HALLADA
           PERFORM VARYING WS-IDX-EXCL FROM 1 BY 1
                   UNTIL WS-IDX-EXCL > WS-TOTAL-EXCL
               IF WS-EXM-DNI(WS-IDX-EXCL) = MEX-DNI
                   MOVE WS-IDX-EXCL TO WS-IDX-HALLADA
                   MOVE WS-TOTAL-EXCL TO WS-IDX-EXCL
               END-IF
           END-PERFORM.

       GRABAR-MOVIMIENTO.
      *> Alta: renglon nuevo o reactivacion del levantado (mismo
      *> DNI, nuevo origen, fecha y usuario). Levantamiento: el
      *> renglon queda con la fecha y el usuario que lo levanto.
           IF WS-IDX-HALLADA = ZERO
               ADD 1 TO WS-TOTAL-EXCL
               MOVE WS-TOTAL-EXCL TO WS-IDX-HALLADA
               MOVE SPACES TO WS-EXCL-ENT(WS-IDX-HALLADA)
               MOVE MEX-DNI TO WS-EXM-DNI(WS-IDX-HALLADA)
               MOVE SPACE TO WS-ESTADO-ANT
           ELSE
               MOVE WS-EXM-ESTADO(WS-IDX-HALLADA) TO WS-ESTADO-ANT
           END-IF
           IF MEX-ALTA
               SET WS-EXM-VIGENTE(WS-IDX-HALLADA) TO TRUE
               MOVE WS-FECHA-HOY TO WS-EXM-FECHA-ALTA(WS-IDX-HALLADA)
               MOVE MEX-USUARIO TO WS-EXM-USUARIO-ALTA(WS-IDX-HALLADA)
               MOVE MEX-ORIGEN TO WS-EXM-ORIGEN(WS-IDX-HALLADA)
               MOVE ZERO TO WS-EXM-FECHA-LEVANTA(WS-IDX-HALLADA)
               MOVE SPACES TO WS-EXM-USUARIO-LEVANTA(WS-IDX-HALLADA)
           ELSE
               SET WS-EXM-LEVANTADA(WS-IDX-HALLADA) TO TRUE
               MOVE WS-FECHA-HOY
                   TO WS-EXM-FECHA-LEVANTA(WS-IDX-HALLADA)
               MOVE MEX-USUARIO
                   TO WS-EXM-USUARIO-LEVANTA(WS-IDX-HALLADA)
           END-IF

           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO AUX-FECHA
           MOVE WS-HORA-AHORA TO AUX-HORA
           MOVE MEX-USUARIO TO AUX-USUARIO
           MOVE MEX-ACCION TO AUX-ACCION
           MOVE MEX-DNI TO AUX-DNI
           MOVE WS-EXM-ORIGEN(WS-IDX-HALLADA) TO AUX-ORIGEN
           MOVE WS-ESTADO-ANT TO AUX-ESTADO-ANT
           MOVE WS-EXM-ESTADO(WS-IDX-HALLADA) TO AUX-ESTADO-NUEVO
           WRITE REG-AUDITORIA-EXCL.

       REPORTAR-MOVIMIENTO.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF MOV-APLICADO
               STRING MEX-ACCION " " MEX-DNI " " MEX-ORIGEN
                   " " MEX-USUARIO " APLICADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING MEX-ACCION " " MEX-DNI " " MEX-ORIGEN
                   " " MEX-USUARIO " RECHAZADO: " WS-MOTIVO-MOV
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       GRABAR-EXCLUSIONES.
           OPEN OUTPUT ARCHIVO-EXCLUSIONES
           IF WS-EXCLUSIONES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR EXCLUSIONES, STATUS="
                   WS-EXCLUSIONES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-EXCL FROM 1 BY 1
                   UNTIL WS-IDX-EXCL > WS-TOTAL-EXCL
               MOVE WS-EXCL-ENT(WS-IDX-EXCL) TO REG-EXCLUSION
               WRITE REG-EXCLUSION
           END-PERFORM
           CLOSE ARCHIVO-EXCLUSIONES.

       CONTAR-VIGENTES.
           MOVE ZERO TO WS-TOTAL-VIGENTES
           PERFORM VARYING WS-IDX-EXCL FROM 1 BY 1
                   UNTIL WS-IDX-EXCL > WS-TOTAL-EXCL
               IF WS-EXM-VIGENTE(WS-IDX-EXCL)
                   ADD 1 TO WS-TOTAL-VIGENTES
               END-IF
           END-PERFORM.

           COPY CPY-OPERADOR.

           COPY CPY-ABEND.
