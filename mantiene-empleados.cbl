      *           TRANSFER de departamento, que hasta ahora eran SQL a
      *           mano del DBA. Cada movimiento se valida antes de
      *           tocar la tabla (el departamento debe existir en
      *           DEPARTAMENTOS, un alta de un homonimo se advierte,
      *           una baja o transferencia exige que exista) y se
      *           aplica bajo el mismo esquema de unidad de trabajo
      *           con COMMIT periodico y ROLLBACK ante error que usa
      *           EJEMPLO-DB2. Todo lo aplicado queda auditado en
      *           auditoria_empleados.txt como los ajustes de salario
      *           en auditoria_salarios.txt. El empleado se
      *           identifica por su legajo, que se asigna en el ALTA
      *           desde contador_legajos.txt y no cambia nunca; el
      *           nombre solo se muestra (hay homonimos).
      *           Quien pide cada movimiento debe ser un operador
      *           vigente del registro central con el rol MANT-DATOS.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'reporte_mant_empleados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT ARCHIVO-CONTADOR-LEG
               ASSIGN TO 'contador_legajos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MOVIMIENTOS.
      *> Novedad de RRHH: tipo ALTA (usa nombre, depto y salario),
      *> BAJA (solo legajo) o TRANSFER (legajo y depto destino en
      *> MOV-DEPTO-NUEVO). El salario viene en centavos, sin punto,
      *> como los parametros de EJEMPLO-DB2. En el ALTA el legajo
      *> viene en blanco: lo asigna este programa. Sin usuario el
      *> movimiento se rechaza: la auditoria tiene que poder decir
      *> quien lo pidio.
       01  REG-MOVIMIENTO.
           05 MOV-TIPO           PIC X(8).
           05 MOV-NOMBRE         PIC X(30).
           05 MOV-DEPTO          PIC X(4).
           05 MOV-DEPTO-NUEVO    PIC X(4).
           05 MOV-SALARIO-CTVOS  PIC 9(9).
           05 MOV-LEGAJO         PIC 9(6).
           05 MOV-USUARIO        PIC X(08).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUE-DEPTO-ANT      PIC X(4).
           05 AUE-DEPTO-NUEVO    PIC X(4).
           05 AUE-SALARIO        PIC 9(7).99.
           05 AUE-LEGAJO         PIC 9(6).
           05 AUE-USUARIO        PIC X(08).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       FD  ARCHIVO-CONTADOR-LEG.
      *> Ultimo legajo emitido. Nunca retrocede: un legajo dado de
      *> baja no se vuelve a asignar.
       01  REG-CONTADOR-LEG      PIC 9(6).

       COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SALARIO       PIC 9(7)V99.
       01 WS-NOMBRE-DEPTO  PIC X(30).
       01 WS-DEPTO-EMP     PIC X(4).
       01 WS-LEGAJO        PIC 9(6).
       01 WS-NOMBRE-EMP    PIC X(30).
       01 WS-MAX-LEGAJO    PIC 9(6).
       01 WS-CANT-HOMONIMOS PIC 9(5).
       01 WS-SALARIO-EMP   PIC 9(7)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       COPY CPY-OPERADOR-WS.

       77 WS-MOVIMIENTOS-STATUS PIC XX VALUE SPACES.
       77 WS-AUDITORIA-STATUS PIC XX VALUE SPACES.
       77 WS-REPORTE-STATUS PIC XX VALUE SPACES.
       77 WS-CONTADOR-STATUS PIC XX VALUE SPACES.
       77 WS-ULT-LEGAJO     PIC 9(6) VALUE ZERO.
       77 WS-LINEA-REPORTE  PIC X(100).
       77 WS-SQLCODE-VISTA  PIC -9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MANTENIMIENTO DE EMPLEADOS (DB2) ==="
           MOVE "MANTIENE-EMPLEADOS" TO WS-OPR-PROGRAMA
           SET OPR-SIN-PIN TO TRUE
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRIDA FROM TIME
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-CONTADOR-LEGAJOS

           PERFORM LEE-MOVIMIENTO
           PERFORM UNTIL FIN-ARCHIVO
               MOVE RC-ERROR-FATAL TO RETURN-CODE
           END-IF

           PERFORM GRABAR-CONTADOR-LEGAJOS
           PERFORM ESCRIBE-RESUMEN
           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-AUDITORIA
               PERFORM RUTINA-ABEND
           END-IF.

       LEER-CONTADOR-LEGAJOS.
      *> Manda el mayor entre el contador y el legajo mas alto de la
      *> tabla: un contador perdido o atrasado no puede repetir un
      *> legajo ya emitido.
           MOVE ZERO TO WS-ULT-LEGAJO
           OPEN INPUT ARCHIVO-CONTADOR-LEG
           IF WS-CONTADOR-STATUS = "00"
               READ ARCHIVO-CONTADOR-LEG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-CONTADOR-LEG IS NUMERIC
                           MOVE REG-CONTADOR-LEG TO WS-ULT-LEGAJO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CONTADOR-LEG
           END-IF
           MOVE ZERO TO WS-MAX-LEGAJO
           EXEC SQL
               SELECT COALESCE(MAX(LEGAJO), 0) INTO :WS-MAX-LEGAJO
               FROM EMPLEADOS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM MOSTRAR-ERROR-SQL
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "NO SE PUDO LEER EL LEGAJO MAS ALTO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF WS-MAX-LEGAJO > WS-ULT-LEGAJO
               MOVE WS-MAX-LEGAJO TO WS-ULT-LEGAJO
           END-IF
           DISPLAY "Ultimo legajo emitido: " WS-ULT-LEGAJO.

       GRABAR-CONTADOR-LEGAJOS.
           OPEN OUTPUT ARCHIVO-CONTADOR-LEG
           IF WS-CONTADOR-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR CONTADOR-LEGAJOS, STATUS="
                   WS-CONTADOR-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE WS-ULT-LEGAJO TO REG-CONTADOR-LEG
           WRITE REG-CONTADOR-LEG
           CLOSE ARCHIVO-CONTADOR-LEG.

       LEE-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS
               AT END
           SET MOV-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-MOV
           MOVE MOV-NOMBRE TO WS-NOMBRE
           MOVE SPACES TO WS-NOMBRE-EMP
           MOVE ZERO TO WS-SALARIO-EMP
           MOVE ZERO TO WS-LEGAJO
           IF MOV-LEGAJO IS NUMERIC
               MOVE MOV-LEGAJO TO WS-LEGAJO
           END-IF
           MOVE MOV-DEPTO TO WS-DEPTO
           MOVE MOV-DEPTO-NUEVO TO WS-DEPTO-NUEVO
           COMPUTE WS-SALARIO = MOV-SALARIO-CTVOS / 100
      *> El usuario debe estar vigente en el registro de operadores
      *> con el rol MANT-DATOS (batch: sin PIN).
           IF MOV-USUARIO NOT = SPACES
               MOVE MOV-USUARIO TO WS-OPR-LEGAJO
               MOVE OPR-ROL-MANT-DATOS TO WS-OPR-ROL
               MOVE "MOVIMIENTO-EMPLEADO" TO WS-OPR-ACCION
               PERFORM VERIFICAR-ACCESO
           END-IF
           EVALUATE TRUE
               WHEN MOV-USUARIO = SPACES
                   SET MOV-RECHAZADO TO TRUE
                   MOVE "FALTA EL USUARIO QUE PIDE EL MOVIMIENTO"
                       TO WS-MOTIVO-MOV
               WHEN ACCESO-DENEGADO
                   SET MOV-RECHAZADO TO TRUE
                   STRING "USUARIO SIN AUTORIZACION: " WS-OPR-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO-MOV
               WHEN MOV-TIPO = "ALTA"
                   PERFORM APLICAR-ALTA
               WHEN MOV-TIPO = "BAJA"
                   PERFORM APLICAR-BAJA
               WHEN MOV-TIPO = "TRANSFER"
                   PERFORM APLICAR-TRANSFER
               WHEN OTHER
                   SET MOV-RECHAZADO TO TRUE
           END-EVALUATE.

       VERIFICAR-EMPLEADO.
      *> Por legajo: el nombre del empleado se trae solo para
      *> mostrarlo en el reporte y la auditoria.
           SET EMPLEADO-NO-EXISTE TO TRUE
           EXEC SQL
               SELECT DEPTO, NOMBRE, SALARIO
               INTO :WS-DEPTO-EMP, :WS-NOMBRE-EMP, :WS-SALARIO-EMP
               FROM EMPLEADOS
               WHERE LEGAJO = :WS-LEGAJO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
           END-EVALUATE.

       APLICAR-ALTA.
      *> Dos empleados pueden llamarse igual: el nombre ya no es
      *> clave y un homonimo no se rechaza, solo se advierte en el
      *> reporte para que RRHH confirme que no es un alta repetida.
           PERFORM VERIFICAR-DEPARTAMENTO
           IF DEPTO-NO-EXISTE
               SET MOV-RECHAZADO TO TRUE
               MOVE "DEPARTAMENTO INEXISTENTE" TO WS-MOTIVO-MOV
           END-IF
           IF MOV-APLICADO
               MOVE ZERO TO WS-CANT-HOMONIMOS
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CANT-HOMONIMOS
                   FROM EMPLEADOS
                   WHERE NOMBRE = :WS-NOMBRE
               END-EXEC
               IF WS-CANT-HOMONIMOS > ZERO
                   MOVE "AVISO: YA HAY EMPLEADO CON ESE NOMBRE"
                       TO WS-MOTIVO-MOV
               END-IF
               ADD 1 TO WS-ULT-LEGAJO
               MOVE WS-ULT-LEGAJO TO WS-LEGAJO
               MOVE WS-NOMBRE TO WS-NOMBRE-EMP
               EXEC SQL
                   INSERT INTO EMPLEADOS
                       (LEGAJO, NOMBRE, SALARIO, DEPTO)
                   VALUES (:WS-LEGAJO, :WS-NOMBRE, :WS-SALARIO,
                           :WS-DEPTO)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-TOTAL-ALTAS
           PERFORM VERIFICAR-EMPLEADO
           IF EMPLEADO-NO-EXISTE
               SET MOV-RECHAZADO TO TRUE
               MOVE "LEGAJO INEXISTENTE" TO WS-MOTIVO-MOV
           ELSE
               EXEC SQL
                   DELETE FROM EMPLEADOS
                   WHERE LEGAJO = :WS-LEGAJO
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-TOTAL-BAJAS
           PERFORM VERIFICAR-EMPLEADO
           IF EMPLEADO-NO-EXISTE
               SET MOV-RECHAZADO TO TRUE
               MOVE "TRANSFERENCIA DE LEGAJO INEXISTENTE"
                   TO WS-MOTIVO-MOV
           ELSE
               MOVE WS-DEPTO-NUEVO TO WS-DEPTO
               EXEC SQL
                   UPDATE EMPLEADOS
                   SET DEPTO = :WS-DEPTO-NUEVO
                   WHERE LEGAJO = :WS-LEGAJO
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-TOTAL-TRANSFER

       REGISTRAR-AUDITORIA.
      *> WS-DEPTO-EMP trae el departamento previo del empleado (en
      *> blanco para un alta). El salario es el del alta o, en BAJA y
      *> TRANSFER, el vigente del empleado: DOTACION-MENSUAL arma con
      *> el el movimiento de masa salarial de cada departamento.
           MOVE WS-FECHA-CORRIDA TO AUE-FECHA
           MOVE WS-HORA-CORRIDA TO AUE-HORA
           MOVE MOV-TIPO TO AUE-TIPO
           MOVE WS-NOMBRE-EMP TO AUE-NOMBRE
           MOVE WS-LEGAJO TO AUE-LEGAJO
           MOVE MOV-USUARIO TO AUE-USUARIO
           MOVE WS-DEPTO-EMP TO AUE-DEPTO-ANT
           EVALUATE MOV-TIPO
               WHEN "ALTA"
               WHEN OTHER
                   MOVE SPACES TO AUE-DEPTO-NUEVO
           END-EVALUATE
           IF MOV-TIPO = "ALTA"
               MOVE WS-SALARIO TO AUE-SALARIO
           ELSE
               MOVE WS-SALARIO-EMP TO AUE-SALARIO
           END-IF
           WRITE REG-AUDITORIA.

       REPORTAR-MOVIMIENTO.
           MOVE SPACES TO WS-LINEA-REPORTE
      *> En BAJA y TRANSFER el nombre que se muestra es el de la
      *> tabla (el del movimiento puede venir en blanco).
           IF WS-NOMBRE-EMP = SPACES
               MOVE MOV-NOMBRE TO WS-NOMBRE-EMP
           END-IF
           IF MOV-APLICADO
               STRING MOV-TIPO " " WS-LEGAJO " " WS-NOMBRE-EMP
                   " APLICADO " WS-MOTIVO-MOV
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING MOV-TIPO " " WS-LEGAJO " " WS-NOMBRE-EMP
                   " RECHAZADO: " WS-MOTIVO-MOV
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
               MOVE RC-ERROR-FATAL TO RETURN-CODE
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM GRABAR-CONTADOR-LEGAJOS
               DISPLAY "Unidad de trabajo confirmada en movimiento "
                   WS-TOTAL-APLICADOS
           END-IF.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-OPERADOR.

           COPY CPY-ABEND.
