      *           historia academica persistente que alimenta
      *           CALCULAR-PROMEDIO (historia_academica.txt): una
      *           linea por periodo registrado con promedio, letra y
      *           estado, con el detalle de sus materias debajo,
      *           promedio general y tendencia entre el primer y el
      *           ultimo periodo. Un periodo o una materia reprocesados
      *           valen por su ultima linea. El encabezado lleva nombre,
      *           carrera y estado del alumno segun el maestro de
      *           alumnos. Las lineas grabadas por una correccion
      *           de notas aprobada salen marcadas y el boletin de un
      *           alumno con correcciones se titula VERSION CORREGIDA;
      *           al emitirlo se dan por emitidas sus reemisiones
      *           pendientes en boletines_reemision.txt.
      *           Parametro 1: ID del alumno.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'boletin_academico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETIN-STATUS.
           COPY CPY-ALUMNO-SELECT.
           SELECT ARCHIVO-MATERIAS ASSIGN TO 'materias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATERIAS-STATUS.
           SELECT COLA-REEMISION
               ASSIGN TO 'boletines_reemision.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REEMISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIA-ACA.
       01  REG-HISTORIA-ACA.
           COPY CPY-HISTORIA-ACA.

       FD  ARCHIVO-BOLETIN.
       01  REG-BOLETIN         PIC X(80).

       FD  MAESTRO-ALUMNOS.
       01  REG-ALUMNO.
           COPY CPY-ALUMNO.

       FD  ARCHIVO-MATERIAS.
       01  REG-MATERIA.
           COPY CPY-MATERIA.

       FD  COLA-REEMISION.
       01  REG-REEMISION.
           COPY CPY-REEMISION.

       WORKING-STORAGE SECTION.
       01  WS-HIST-ACA-STATUS  PIC XX VALUE "00".
       01  WS-BOLETIN-STATUS   PIC XX VALUE "00".
       01  WS-ALUMNOS-STATUS   PIC XX VALUE "00".
       01  WS-ALUMNO-SW        PIC X VALUE 'N'.
           88 ALUMNO-EN-MAESTRO  VALUE 'S'.
           88 ALUMNO-SIN-MAESTRO VALUE 'N'.
       01  WS-LINEA            PIC X(80).

       01  WS-EOF-HISTORIA     PIC X VALUE 'N'.

       01  WS-ARG-ID           PIC X(10) VALUE SPACES.

      *> Ultima linea de cada periodo del alumno consultado, con la
      *> ultima linea de cada materia de ese periodo. Un periodo que
      *> solo tiene lineas de materia (corrida cortada antes del
      *> cierre) se lista pero no entra al promedio general.
       01  WS-TOTAL-PERIODOS   PIC 9(3) VALUE ZERO.
       01  WS-IDX-PER          PIC 9(3) VALUE ZERO.
       01  WS-PER-HALLADO      PIC X VALUE 'N'.
           88 PER-HALLADO        VALUE 'S'.
           88 PER-NO-HALLADO     VALUE 'N'.
       01  WS-IDX-PMA          PIC 99 VALUE ZERO.
       01  WS-PMA-HALLADA      PIC X VALUE 'N'.
           88 PMA-HALLADA        VALUE 'S'.
           88 PMA-NO-HALLADA     VALUE 'N'.
       01  WS-TABLA-PERIODOS.
           05 WS-PER-ENT OCCURS 100 TIMES.
               10 WS-PER-PERIODO  PIC X(6).
               10 WS-PER-CERRADO  PIC X.
               10 WS-PER-PROMEDIO PIC 99.
               10 WS-PER-LETRA    PIC X.
               10 WS-PER-ESTADO   PIC X(10).
               10 WS-PER-FECHA    PIC 9(8).
               10 WS-PER-MOTIVO   PIC X(30).
               10 WS-PER-TOTAL-MAT PIC 99.
               10 WS-PER-CORREGIDO PIC X.
               10 WS-PMA-ENT OCCURS 30 TIMES.
                   15 WS-PMA-MATERIA  PIC X(6).
                   15 WS-PMA-PROMEDIO PIC 99.
                   15 WS-PMA-LETRA    PIC X.
                   15 WS-PMA-ESTADO   PIC X(10).
                   15 WS-PMA-CREDITOS PIC 9(3).
                   15 WS-PMA-CORREGIDA PIC X.
       01  WS-PERIODOS-CERRADOS PIC 9(3) VALUE ZERO.
       01  WS-IDX-PRIMERO      PIC 9(3) VALUE ZERO.
       01  WS-IDX-ULTIMO       PIC 9(3) VALUE ZERO.

      *> Nombres de materia para el detalle (materias.txt opcional:
      *> sin catalogo se lista solo el codigo).
       01  WS-MATERIAS-STATUS  PIC XX VALUE "00".
       01  WS-EOF-MATERIAS     PIC X VALUE 'N'.
           88 FIN-MATERIAS      VALUE 'S'.
       01  WS-TOTAL-MATERIAS   PIC 9(3) VALUE ZERO.
       01  WS-IDX-MAT          PIC 9(3) VALUE ZERO.
       01  WS-NOMBRE-MATERIA   PIC X(30) VALUE SPACES.
       01  WS-TABLA-MATERIAS.
           05 WS-MAT-ENT OCCURS 200 TIMES.
               10 WS-MAT-CODIGO   PIC X(6).
               10 WS-MAT-NOMBRE   PIC X(30).

      *> Correcciones de notas en la historia del alumno y cola de
      *> reemisiones (opcional: sin el archivo no hay nada que marcar).
       01  WS-CORRECCIONES-SW  PIC X VALUE 'N'.
           88 HAY-CORRECCIONES   VALUE 'S'.
       01  WS-FECHA-ULT-CORR   PIC 9(8) VALUE ZERO.
       01  WS-FECHA-HOY        PIC 9(8) VALUE ZERO.
       01  WS-REEMISION-STATUS PIC XX VALUE "00".
       01  WS-EOF-REEMISION    PIC X VALUE 'N'.
           88 FIN-REEMISION     VALUE 'S'.
       01  WS-TOTAL-REEMISION  PIC 9(4) VALUE ZERO.
       01  WS-IDX-REE          PIC 9(4) VALUE ZERO.
       01  WS-REEMITIDAS       PIC 9(4) VALUE ZERO.
       01  WS-TABLA-REEMISION.
           05 WS-REE-ENT OCCURS 2000 TIMES.
               10 WS-REE-ID        PIC X(10).
               10 WS-REE-PERIODO   PIC X(6).
               10 WS-REE-FECHA     PIC 9(8).
               10 WS-REE-CORRIDA   PIC X(11).
               10 WS-REE-ESTADO    PIC X.
               10 WS-REE-FECHA-EMI PIC 9(8).

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE ZERO.
       01  WS-SUMA-PROMEDIOS   PIC 9(7) VALUE ZERO.
       MAIN.
           PERFORM LEER-ARGUMENTOS THRU LEER-ARGUMENTOS-EXIT
           PERFORM INICIO THRU INICIO-EXIT
           PERFORM BUSCAR-ALUMNO THRU BUSCAR-ALUMNO-EXIT
           PERFORM CARGAR-MATERIAS THRU CARGAR-MATERIAS-EXIT
           PERFORM LEER-HISTORIA THRU LEER-HISTORIA-EXIT
           PERFORM UNTIL FIN-HISTORIA
               IF HAC-ID = WS-ARG-ID
               PERFORM LEER-HISTORIA THRU LEER-HISTORIA-EXIT
           END-PERFORM
           PERFORM IMPRIMIR-BOLETIN THRU IMPRIMIR-BOLETIN-EXIT
           PERFORM MARCAR-REEMISION THRU MARCAR-REEMISION-EXIT
           PERFORM TERMINAR THRU TERMINAR-EXIT
           STOP RUN.
       MAIN-EXIT.
       INICIO-EXIT.
           EXIT.

       BUSCAR-ALUMNO.
      *> Los datos del encabezado salen del maestro de alumnos. Un
      *> alumno calificado antes de que existiera el maestro puede no
      *> estar: el boletin se emite igual, marcado en el encabezado.
           SET ALUMNO-SIN-MAESTRO TO TRUE
           OPEN INPUT MAESTRO-ALUMNOS
           IF WS-ALUMNOS-STATUS = "00"
               MOVE WS-ARG-ID TO ALU-ID
               READ MAESTRO-ALUMNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALUMNO-EN-MAESTRO TO TRUE
               END-READ
               CLOSE MAESTRO-ALUMNOS
           ELSE
               IF WS-ALUMNOS-STATUS NOT = "35"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR MAESTRO-ALUMNOS, STATUS="
                       WS-ALUMNOS-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               DISPLAY "Sin maestro_alumnos.dat: encabezado solo"
                   " con el ID"
           END-IF
           CONTINUE.
       BUSCAR-ALUMNO-EXIT.
           EXIT.

       CARGAR-MATERIAS.
           OPEN INPUT ARCHIVO-MATERIAS
           IF WS-MATERIAS-STATUS = "00"
               PERFORM LEER-MATERIA THRU LEER-MATERIA-EXIT
               PERFORM UNTIL FIN-MATERIAS
                   IF WS-TOTAL-MATERIAS < 200
                       ADD 1 TO WS-TOTAL-MATERIAS
                       MOVE MAT-CODIGO
                           TO WS-MAT-CODIGO(WS-TOTAL-MATERIAS)
                       MOVE MAT-NOMBRE
                           TO WS-MAT-NOMBRE(WS-TOTAL-MATERIAS)
                   END-IF
                   PERFORM LEER-MATERIA THRU LEER-MATERIA-EXIT
               END-PERFORM
               CLOSE ARCHIVO-MATERIAS
           END-IF
           CONTINUE.
       CARGAR-MATERIAS-EXIT.
           EXIT.

       LEER-MATERIA.
           READ ARCHIVO-MATERIAS
               AT END
                   SET FIN-MATERIAS TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       LEER-MATERIA-EXIT.
           EXIT.

       LEER-HISTORIA.
           READ ARCHIVO-HISTORIA-ACA
               AT END

       GUARDAR-PERIODO.
      *> Un periodo reprocesado pisa al anterior: vale la ultima
      *> linea de ese periodo, como en la historia operativa. Las
      *> lineas de materia se guardan aparte dentro del periodo.
           SET PER-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-TOTAL-PERIODOS
               IF WS-PER-PERIODO(WS-IDX-PER) = HAC-PERIODO
                   SET PER-HALLADO TO TRUE
                   PERFORM PISAR-LINEA THRU PISAR-LINEA-EXIT
                   MOVE WS-TOTAL-PERIODOS TO WS-IDX-PER
               END-IF
           END-PERFORM
               ADD 1 TO WS-TOTAL-PERIODOS
               MOVE WS-TOTAL-PERIODOS TO WS-IDX-PER
               MOVE HAC-PERIODO TO WS-PER-PERIODO(WS-IDX-PER)
               MOVE "N" TO WS-PER-CERRADO(WS-IDX-PER)
               MOVE ZERO TO WS-PER-PROMEDIO(WS-IDX-PER)
               MOVE SPACES TO WS-PER-LETRA(WS-IDX-PER)
               MOVE "SIN CIERRE" TO WS-PER-ESTADO(WS-IDX-PER)
               MOVE ZERO TO WS-PER-FECHA(WS-IDX-PER)
               MOVE SPACES TO WS-PER-MOTIVO(WS-IDX-PER)
               MOVE ZERO TO WS-PER-TOTAL-MAT(WS-IDX-PER)
               MOVE SPACE TO WS-PER-CORREGIDO(WS-IDX-PER)
               PERFORM PISAR-LINEA THRU PISAR-LINEA-EXIT
           END-IF
           CONTINUE.
       GUARDAR-PERIODO-EXIT.
           EXIT.

       PISAR-LINEA.
           IF HAC-ES-CORRECCION
               SET HAY-CORRECCIONES TO TRUE
               IF HAC-FECHA > WS-FECHA-ULT-CORR
                   MOVE HAC-FECHA TO WS-FECHA-ULT-CORR
               END-IF
           END-IF
           IF HAC-MATERIA = SPACES
               PERFORM PISAR-PERIODO THRU PISAR-PERIODO-EXIT
           ELSE
               PERFORM GUARDAR-MATERIA THRU GUARDAR-MATERIA-EXIT
           END-IF
           CONTINUE.
       PISAR-LINEA-EXIT.
           EXIT.

       GUARDAR-MATERIA.
           SET PMA-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-PMA FROM 1 BY 1
                   UNTIL WS-IDX-PMA > WS-PER-TOTAL-MAT(WS-IDX-PER)
               IF WS-PMA-MATERIA(WS-IDX-PER, WS-IDX-PMA) = HAC-MATERIA
                   SET PMA-HALLADA TO TRUE
                   PERFORM PISAR-MATERIA THRU PISAR-MATERIA-EXIT
                   MOVE WS-PER-TOTAL-MAT(WS-IDX-PER) TO WS-IDX-PMA
               END-IF
           END-PERFORM
           IF PMA-NO-HALLADA
               IF WS-PER-TOTAL-MAT(WS-IDX-PER) NOT < 30
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "EL PERIODO EXCEDE 30 MATERIAS REGISTRADAS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-PER-TOTAL-MAT(WS-IDX-PER)
               MOVE WS-PER-TOTAL-MAT(WS-IDX-PER) TO WS-IDX-PMA
               MOVE HAC-MATERIA
                   TO WS-PMA-MATERIA(WS-IDX-PER, WS-IDX-PMA)
               PERFORM PISAR-MATERIA THRU PISAR-MATERIA-EXIT
           END-IF
           CONTINUE.
       GUARDAR-MATERIA-EXIT.
           EXIT.

       PISAR-MATERIA.
           MOVE HAC-PROMEDIO TO WS-PMA-PROMEDIO(WS-IDX-PER, WS-IDX-PMA)
           MOVE HAC-LETRA TO WS-PMA-LETRA(WS-IDX-PER, WS-IDX-PMA)
           MOVE HAC-ESTADO TO WS-PMA-ESTADO(WS-IDX-PER, WS-IDX-PMA)
           MOVE HAC-CREDITOS TO WS-PMA-CREDITOS(WS-IDX-PER, WS-IDX-PMA)
           MOVE HAC-CORRECCION
               TO WS-PMA-CORREGIDA(WS-IDX-PER, WS-IDX-PMA)
           CONTINUE.
       PISAR-MATERIA-EXIT.
           EXIT.

       PISAR-PERIODO.
           MOVE "S" TO WS-PER-CERRADO(WS-IDX-PER)
           MOVE HAC-PROMEDIO TO WS-PER-PROMEDIO(WS-IDX-PER)
           MOVE HAC-LETRA TO WS-PER-LETRA(WS-IDX-PER)
           MOVE HAC-ESTADO TO WS-PER-ESTADO(WS-IDX-PER)
           MOVE HAC-FECHA TO WS-PER-FECHA(WS-IDX-PER)
           MOVE HAC-MOTIVO TO WS-PER-MOTIVO(WS-IDX-PER)
           MOVE HAC-CORRECCION TO WS-PER-CORREGIDO(WS-IDX-PER)
           CONTINUE.
       PISAR-PERIODO-EXIT.
           EXIT.
       IMPRIMIR-BOLETIN.
           MOVE "=== BOLETIN HISTORICO ===" TO REG-BOLETIN
           WRITE REG-BOLETIN
           IF HAY-CORRECCIONES
               MOVE SPACES TO WS-LINEA
               STRING "*** VERSION CORREGIDA - ULTIMA CORRECCION "
                   WS-FECHA-ULT-CORR " ***"
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-BOLETIN
               WRITE REG-BOLETIN
           END-IF
           MOVE SPACES TO WS-LINEA
           IF ALUMNO-EN-MAESTRO
               STRING "ALUMNO: " WS-ARG-ID " " ALU-NOMBRE
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-BOLETIN
               WRITE REG-BOLETIN
               MOVE SPACES TO WS-LINEA
               STRING "CARRERA: " ALU-CARRERA
                   " ESTADO: " ALU-ESTADO
                   DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               STRING "ALUMNO: " WS-ARG-ID
                   " (NO REGISTRADO EN MAESTRO DE ALUMNOS)"
                   DELIMITED BY SIZE INTO WS-LINEA
           END-IF
           MOVE WS-LINEA TO REG-BOLETIN
           WRITE REG-BOLETIN
           IF WS-TOTAL-PERIODOS = ZERO
                       "    " WS-PER-ESTADO(WS-IDX-PER)
                       " " WS-PER-FECHA(WS-IDX-PER)
                       DELIMITED BY SIZE INTO WS-LINEA
                   IF WS-PER-CORREGIDO(WS-IDX-PER) = "C"
                       MOVE "CORREGIDO" TO WS-LINEA(52:9)
                   END-IF
                   MOVE WS-LINEA TO REG-BOLETIN
                   WRITE REG-BOLETIN
                   IF WS-PER-MOTIVO(WS-IDX-PER) NOT = SPACES
                       MOVE SPACES TO WS-LINEA
                       STRING "    MOTIVO: " WS-PER-MOTIVO(WS-IDX-PER)
                           DELIMITED BY SIZE INTO WS-LINEA
                       MOVE WS-LINEA TO REG-BOLETIN
                       WRITE REG-BOLETIN
                   END-IF
                   PERFORM IMPRIMIR-MATERIAS
                       THRU IMPRIMIR-MATERIAS-EXIT
                   IF WS-PER-CERRADO(WS-IDX-PER) = "S"
                       ADD WS-PER-PROMEDIO(WS-IDX-PER)
                           TO WS-SUMA-PROMEDIOS
                       ADD 1 TO WS-PERIODOS-CERRADOS
                       IF WS-IDX-PRIMERO = ZERO
                           MOVE WS-IDX-PER TO WS-IDX-PRIMERO
                       END-IF
                       MOVE WS-IDX-PER TO WS-IDX-ULTIMO
                   END-IF
               END-PERFORM
               IF WS-PERIODOS-CERRADOS > ZERO
                   PERFORM CALCULAR-TENDENCIA
                       THRU CALCULAR-TENDENCIA-EXIT
                   DIVIDE WS-SUMA-PROMEDIOS BY WS-PERIODOS-CERRADOS
                       GIVING WS-PROMEDIO-GENERAL
               END-IF
               MOVE SPACES TO WS-LINEA
               STRING "PROMEDIO GENERAL=" WS-PROMEDIO-GENERAL
                   " PERIODOS=" WS-PERIODOS-CERRADOS
                   " TENDENCIA=" WS-TENDENCIA
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-BOLETIN
       IMPRIMIR-BOLETIN-EXIT.
           EXIT.

       IMPRIMIR-MATERIAS.
           PERFORM VARYING WS-IDX-PMA FROM 1 BY 1
                   UNTIL WS-IDX-PMA > WS-PER-TOTAL-MAT(WS-IDX-PER)
               PERFORM BUSCAR-NOMBRE-MATERIA
                   THRU BUSCAR-NOMBRE-MATERIA-EXIT
               MOVE SPACES TO WS-LINEA
               STRING "    " WS-PMA-MATERIA(WS-IDX-PER, WS-IDX-PMA)
                   " " WS-NOMBRE-MATERIA
                   " " WS-PMA-PROMEDIO(WS-IDX-PER, WS-IDX-PMA)
                   " " WS-PMA-LETRA(WS-IDX-PER, WS-IDX-PMA)
                   " " WS-PMA-ESTADO(WS-IDX-PER, WS-IDX-PMA)
                   " CRED=" WS-PMA-CREDITOS(WS-IDX-PER, WS-IDX-PMA)
                   DELIMITED BY SIZE INTO WS-LINEA
               IF WS-PMA-CORREGIDA(WS-IDX-PER, WS-IDX-PMA) = "C"
                   MOVE "CORREGIDA" TO WS-LINEA(71:9)
               END-IF
               MOVE WS-LINEA TO REG-BOLETIN
               WRITE REG-BOLETIN
           END-PERFORM
           CONTINUE.
       IMPRIMIR-MATERIAS-EXIT.
           EXIT.

       BUSCAR-NOMBRE-MATERIA.
           MOVE SPACES TO WS-NOMBRE-MATERIA
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-TOTAL-MATERIAS
               IF WS-MAT-CODIGO(WS-IDX-MAT)
                   = WS-PMA-MATERIA(WS-IDX-PER, WS-IDX-PMA)
                   MOVE WS-MAT-NOMBRE(WS-IDX-MAT) TO WS-NOMBRE-MATERIA
                   MOVE WS-TOTAL-MATERIAS TO WS-IDX-MAT
               END-IF
           END-PERFORM
           CONTINUE.
       BUSCAR-NOMBRE-MATERIA-EXIT.
           EXIT.

       CALCULAR-TENDENCIA.
           MOVE WS-PER-PROMEDIO(WS-IDX-PRIMERO) TO WS-PRIMER-PROMEDIO
           MOVE WS-PER-PROMEDIO(WS-IDX-ULTIMO)
               TO WS-ULTIMO-PROMEDIO
           EVALUATE TRUE
               WHEN WS-ULTIMO-PROMEDIO > WS-PRIMER-PROMEDIO
       CALCULAR-TENDENCIA-EXIT.
           EXIT.

       MARCAR-REEMISION.
      *> Las reemisiones pendientes del alumno quedan emitidas con
      *> este boletin; la cola se reescribe completa.
           OPEN INPUT COLA-REEMISION
           IF WS-REEMISION-STATUS = "00"
               PERFORM CARGAR-REEMISION THRU CARGAR-REEMISION-EXIT
               CLOSE COLA-REEMISION
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM VARYING WS-IDX-REE FROM 1 BY 1
                       UNTIL WS-IDX-REE > WS-TOTAL-REEMISION
                   IF WS-REE-ID(WS-IDX-REE) = WS-ARG-ID
                       AND WS-REE-ESTADO(WS-IDX-REE) = "P"
                       MOVE "E" TO WS-REE-ESTADO(WS-IDX-REE)
                       MOVE WS-FECHA-HOY
                           TO WS-REE-FECHA-EMI(WS-IDX-REE)
                       ADD 1 TO WS-REEMITIDAS
                   END-IF
               END-PERFORM
               IF WS-REEMITIDAS > ZERO
                   PERFORM GRABAR-REEMISION THRU GRABAR-REEMISION-EXIT
                   DISPLAY "Reemisiones atendidas: " WS-REEMITIDAS
               END-IF
           END-IF
           CONTINUE.
       MARCAR-REEMISION-EXIT.
           EXIT.

       CARGAR-REEMISION.
           PERFORM LEER-REEMISION THRU LEER-REEMISION-EXIT
           PERFORM UNTIL FIN-REEMISION
               IF WS-TOTAL-REEMISION NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "COLA DE REEMISION EXCEDE 2000 PEDIDOS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-REEMISION
               MOVE WS-TOTAL-REEMISION TO WS-IDX-REE
               MOVE REE-ID TO WS-REE-ID(WS-IDX-REE)
               MOVE REE-PERIODO TO WS-REE-PERIODO(WS-IDX-REE)
               MOVE REE-FECHA TO WS-REE-FECHA(WS-IDX-REE)
               MOVE REE-CORRIDA TO WS-REE-CORRIDA(WS-IDX-REE)
               MOVE REE-ESTADO TO WS-REE-ESTADO(WS-IDX-REE)
               MOVE REE-FECHA-EMISION TO WS-REE-FECHA-EMI(WS-IDX-REE)
               PERFORM LEER-REEMISION THRU LEER-REEMISION-EXIT
           END-PERFORM
           CONTINUE.
       CARGAR-REEMISION-EXIT.
           EXIT.

       GRABAR-REEMISION.
           OPEN OUTPUT COLA-REEMISION
           IF WS-REEMISION-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR COLA-REEMISION, STATUS="
                   WS-REEMISION-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-REE FROM 1 BY 1
                   UNTIL WS-IDX-REE > WS-TOTAL-REEMISION
               MOVE WS-REE-ID(WS-IDX-REE) TO REE-ID
               MOVE WS-REE-PERIODO(WS-IDX-REE) TO REE-PERIODO
               MOVE WS-REE-FECHA(WS-IDX-REE) TO REE-FECHA
               MOVE WS-REE-CORRIDA(WS-IDX-REE) TO REE-CORRIDA
               MOVE WS-REE-ESTADO(WS-IDX-REE) TO REE-ESTADO
               MOVE WS-REE-FECHA-EMI(WS-IDX-REE) TO REE-FECHA-EMISION
               WRITE REG-REEMISION
           END-PERFORM
           CLOSE COLA-REEMISION
           CONTINUE.
       GRABAR-REEMISION-EXIT.
           EXIT.

       LEER-REEMISION.
           READ COLA-REEMISION
               AT END
                   SET FIN-REEMISION TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       LEER-REEMISION-EXIT.
           EXIT.

       TERMINAR.
           CLOSE ARCHIVO-HISTORIA-ACA
           CLOSE ARCHIVO-BOLETIN
