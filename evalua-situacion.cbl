      ******************************************************************
      * PROGRAMA: EVALUA-SITUACION
      * TIPO:     Batch COBOL (cierre de periodo)
      * OBJETIVO: Evaluar la situacion academica de cada alumno
      *           mirando todos sus periodos en historia_academica.txt
      *           (la linea de periodo; vale la ultima de cada uno):
      *           CONDICIONAL con dos periodos seguidos no aprobados
      *           o con el promedio en baja tres periodos seguidos,
      *           CUADRO-HONOR con promedio igual o mayor al umbral
      *           en cada uno de los ultimos N periodos, REGULAR en
      *           los demas casos (un condicional que se recupera
      *           vuelve a REGULAR). La situacion vigente y la fecha
      *           desde la que rige quedan en situacion_academica.txt;
      *           el reporte para decanato lista a todos y
      *           avisos_situacion.txt solo a los que cambiaron, para
      *           que las cartas salgan unicamente a ellos.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUA-SITUACION.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-HISTORIA-ACA
               ASSIGN TO 'historia_academica.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-ACA-STATUS.
           SELECT ARCHIVO-SITUACION
               ASSIGN TO 'situacion_academica.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITUACION-STATUS.
           SELECT ARCHIVO-AVISOS
               ASSIGN TO 'avisos_situacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_situacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           COPY CPY-ALUMNO-SELECT.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIA-ACA.
       01  REG-HISTORIA-ACA.
           COPY CPY-HISTORIA-ACA.

       FD  ARCHIVO-SITUACION.
      *> Situacion vigente de cada alumno evaluado y desde cuando
      *> rige (fecha y periodo en que se le asigno). Se reescribe
      *> completa en cada evaluacion; la anterior es la base para
      *> detectar cambios.
       01  REG-SITUACION.
           05 SIT-ID             PIC X(10).
           05 SIT-SITUACION      PIC X(12).
           05 SIT-FECHA-DESDE    PIC 9(8).
           05 SIT-PERIODO-DESDE  PIC X(6).
           05 SIT-MOTIVO         PIC X(40).
           05 SIT-FECHA-EVAL     PIC 9(8).

       FD  ARCHIVO-AVISOS.
      *> Un aviso por alumno cuya situacion cambio en esta corrida:
      *> es la entrada de las cartas de decanato.
       01  REG-AVISO-SITUACION.
           05 AVS-ID             PIC X(10).
           05 AVS-NOMBRE         PIC X(30).
           05 AVS-SIT-ANTERIOR   PIC X(12).
           05 AVS-SIT-NUEVA      PIC X(12).
           05 AVS-FECHA          PIC 9(8).
           05 AVS-PERIODO        PIC X(6).
           05 AVS-MOTIVO         PIC X(40).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           COPY CPY-PARAMETROS.

       FD  MAESTRO-ALUMNOS.
       01  REG-ALUMNO.
           COPY CPY-ALUMNO.

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       01  WS-HIST-ACA-STATUS  PIC XX VALUE "00".
       01  WS-SITUACION-STATUS PIC XX VALUE "00".
       01  WS-AVISOS-STATUS    PIC XX VALUE "00".
       01  WS-REPORTE-STATUS   PIC XX VALUE "00".
       01  WS-PARAM-STATUS     PIC XX VALUE "00".
       01  WS-ALUMNOS-STATUS   PIC XX VALUE "00".
       01  WS-LINEA            PIC X(132).
       01  WS-FECHA-HOY        PIC 9(8) VALUE ZERO.

       01  WS-EOF-HISTORIA     PIC X VALUE 'N'.
           88 FIN-HISTORIA      VALUE 'S'.
       01  WS-EOF-SITUACION    PIC X VALUE 'N'.
           88 FIN-SITUACION     VALUE 'S'.
       01  WS-MAESTRO-SW       PIC X VALUE 'N'.
           88 MAESTRO-DISPONIBLE VALUE 'S'.
           88 MAESTRO-AUSENTE    VALUE 'N'.

      *> Umbrales del cuadro de honor (parametros.txt; sin archivo
      *> o sin los campos rigen estos defectos).
       01  WS-HONOR-PROMEDIO   PIC 99 VALUE 85.
       01  WS-HONOR-PERIODOS   PIC 99 VALUE 2.

      *> Periodos de cada alumno en orden de periodo, con la ultima
      *> linea de periodo de cada uno.
       01  WS-TOTAL-ALU        PIC 9(4) VALUE ZERO.
       01  WS-IDX-ALU          PIC 9(4) VALUE ZERO.
       01  WS-IDX-PER          PIC 99 VALUE ZERO.
       01  WS-IDX-MOV          PIC 99 VALUE ZERO.
       01  WS-IDX-DESDE        PIC 99 VALUE ZERO.
       01  WS-ALU-SW           PIC X VALUE 'N'.
           88 ALU-HALLADO        VALUE 'S'.
           88 ALU-NO-HALLADO     VALUE 'N'.
       01  WS-PER-SW           PIC X VALUE 'N'.
           88 PER-HALLADO        VALUE 'S'.
           88 PER-NO-HALLADO     VALUE 'N'.
       01  WS-CORRER-SW        PIC X VALUE 'N'.
           88 FIN-CORRIMIENTO    VALUE 'S'.
           88 SIGUE-CORRIMIENTO  VALUE 'N'.
       01  WS-TABLA-ALUMNOS.
           05 WS-ALU-ENT OCCURS 2000 TIMES.
               10 WS-ALU-ID          PIC X(10).
               10 WS-ALU-TOTAL-PER   PIC 99.
               10 WS-ALU-PER OCCURS 40 TIMES.
                   15 WS-AP-PERIODO  PIC X(6).
                   15 WS-AP-PROMEDIO PIC 99.
                   15 WS-AP-ESTADO   PIC X(10).

      *> Situacion anterior (archivo de la evaluacion previa).
       01  WS-TOTAL-ANT        PIC 9(4) VALUE ZERO.
       01  WS-IDX-ANT          PIC 9(4) VALUE ZERO.
       01  WS-IDX-ANT-HALLADA  PIC 9(4) VALUE ZERO.
       01  WS-TABLA-ANTERIOR.
           05 WS-ANT-ENT OCCURS 2000 TIMES.
               10 WS-ANT-ID          PIC X(10).
               10 WS-ANT-SITUACION   PIC X(12).
               10 WS-ANT-FECHA-DESDE PIC 9(8).
               10 WS-ANT-PER-DESDE   PIC X(6).
               10 WS-ANT-MOTIVO      PIC X(40).
               10 WS-ANT-FECHA-EVAL  PIC 9(8).
               10 WS-ANT-VISTO       PIC X.

      *> Resultado de evaluar un alumno.
       01  WS-SIT-NUEVA        PIC X(12) VALUE SPACES.
           88 SIT-REGULAR        VALUE "REGULAR".
           88 SIT-CONDICIONAL    VALUE "CONDICIONAL".
           88 SIT-HONOR          VALUE "CUADRO-HONOR".
       01  WS-SIT-ANTERIOR     PIC X(12) VALUE SPACES.
       01  WS-SIT-MOTIVO       PIC X(40) VALUE SPACES.
       01  WS-SIT-FECHA-DESDE  PIC 9(8) VALUE ZERO.
       01  WS-SIT-PER-DESDE    PIC X(6) VALUE SPACES.
       01  WS-ULT-PERIODO      PIC X(6) VALUE SPACES.
       01  WS-ULT-PROMEDIO     PIC 99 VALUE ZERO.
       01  WS-NOMBRE-ALUMNO    PIC X(30) VALUE SPACES.
       01  WS-HONOR-SW         PIC X VALUE 'N'.
           88 CUMPLE-HONOR       VALUE 'S'.
           88 NO-CUMPLE-HONOR    VALUE 'N'.
       01  WS-EVALUABLE-SW     PIC X VALUE 'S'.
           88 ALUMNO-EVALUABLE   VALUE 'S'.
           88 ALUMNO-NO-EVALUABLE VALUE 'N'.

       01  WS-TOTAL-LEIDOS     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-EVALUADOS  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-REGULARES  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CONDICIONAL PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-HONOR      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CAMBIOS    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-NO-EVAL    PIC 9(5) VALUE ZERO.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN.
           MOVE "EVALUA-SITUACION" TO WS-NOMBRE-PROCESO
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT
           PERFORM CARGAR-HISTORIA THRU CARGAR-HISTORIA-EXIT
           PERFORM CARGAR-SITUACION THRU CARGAR-SITUACION-EXIT
           PERFORM ABRIR-SALIDAS THRU ABRIR-SALIDAS-EXIT
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-TOTAL-ALU
               PERFORM PROCESAR-ALUMNO THRU PROCESAR-ALUMNO-EXIT
           END-PERFORM
           PERFORM CONSERVAR-NO-VISTOS THRU CONSERVAR-NO-VISTOS-EXIT
           PERFORM TERMINAR THRU TERMINAR-EXIT
           PERFORM LIBERAR-LOCK
           STOP RUN.
       MAIN-EXIT.
           EXIT.

       CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF WS-PARAM-STATUS = "00"
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-HONOR-PROMEDIO IS NUMERIC
                           AND PAR-HONOR-PERIODOS IS NUMERIC
                           AND PAR-HONOR-PERIODOS > ZERO
                           MOVE PAR-HONOR-PROMEDIO
                               TO WS-HONOR-PROMEDIO
                           MOVE PAR-HONOR-PERIODOS
                               TO WS-HONOR-PERIODOS
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           DISPLAY "Cuadro de honor: promedio " WS-HONOR-PROMEDIO
               " en los ultimos " WS-HONOR-PERIODOS " periodos"
           CONTINUE.
       CARGAR-PARAMETROS-EXIT.
           EXIT.

       CARGAR-HISTORIA.
      *> Solo cuentan las lineas de periodo (sin materia): son las
      *> que llevan el promedio ponderado y el estado del periodo.
           OPEN INPUT ARCHIVO-HISTORIA-ACA
           IF WS-HIST-ACA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORIA-ACA, STATUS="
                   WS-HIST-ACA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM LEER-HISTORIA THRU LEER-HISTORIA-EXIT
           PERFORM UNTIL FIN-HISTORIA
               IF HAC-MATERIA = SPACES
                   PERFORM GUARDAR-PERIODO THRU GUARDAR-PERIODO-EXIT
               END-IF
               PERFORM LEER-HISTORIA THRU LEER-HISTORIA-EXIT
           END-PERFORM
           CLOSE ARCHIVO-HISTORIA-ACA
           CONTINUE.
       CARGAR-HISTORIA-EXIT.
           EXIT.

       LEER-HISTORIA.
           READ ARCHIVO-HISTORIA-ACA
               AT END
                   SET FIN-HISTORIA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.
       LEER-HISTORIA-EXIT.
           EXIT.

       GUARDAR-PERIODO.
           SET ALU-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-TOTAL-ALU
               IF WS-ALU-ID(WS-IDX-ALU) = HAC-ID
                   SET ALU-HALLADO TO TRUE
                   PERFORM UBICAR-PERIODO THRU UBICAR-PERIODO-EXIT
                   MOVE WS-TOTAL-ALU TO WS-IDX-ALU
               END-IF
           END-PERFORM
           IF ALU-NO-HALLADO
               IF WS-TOTAL-ALU NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "HISTORIA EXCEDE 2000 ALUMNOS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-ALU
               MOVE WS-TOTAL-ALU TO WS-IDX-ALU
               MOVE HAC-ID TO WS-ALU-ID(WS-IDX-ALU)
               MOVE ZERO TO WS-ALU-TOTAL-PER(WS-IDX-ALU)
               PERFORM UBICAR-PERIODO THRU UBICAR-PERIODO-EXIT
           END-IF
           CONTINUE.
       GUARDAR-PERIODO-EXIT.
           EXIT.

       UBICAR-PERIODO.
      *> Un periodo reprocesado pisa al anterior; uno nuevo se
      *> inserta en su lugar para que la tabla quede ordenada por
      *> periodo aunque la historia no lo este.
           SET PER-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-ALU-TOTAL-PER(WS-IDX-ALU)
                   OR PER-HALLADO
               IF WS-AP-PERIODO(WS-IDX-ALU, WS-IDX-PER) = HAC-PERIODO
                   SET PER-HALLADO TO TRUE
                   MOVE HAC-PROMEDIO
                       TO WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER)
                   MOVE HAC-ESTADO
                       TO WS-AP-ESTADO(WS-IDX-ALU, WS-IDX-PER)
               END-IF
           END-PERFORM
           IF PER-NO-HALLADO
               IF WS-ALU-TOTAL-PER(WS-IDX-ALU) NOT < 40
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "UN ALUMNO EXCEDE 40 PERIODOS EN LA HISTORIA"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               PERFORM INSERTAR-PERIODO THRU INSERTAR-PERIODO-EXIT
           END-IF
           CONTINUE.
       UBICAR-PERIODO-EXIT.
           EXIT.

       INSERTAR-PERIODO.
      *> Se corren un lugar los periodos posteriores al nuevo. El
      *> anterior solo se mira con WS-IDX-PER > 1: la condicion
      *> compuesta del UNTIL no garantiza cortar antes de evaluar
      *> el subindice cero.
           ADD 1 TO WS-ALU-TOTAL-PER(WS-IDX-ALU)
           MOVE WS-ALU-TOTAL-PER(WS-IDX-ALU) TO WS-IDX-PER
           SET SIGUE-CORRIMIENTO TO TRUE
           PERFORM UNTIL FIN-CORRIMIENTO
               IF WS-IDX-PER > 1
                   IF WS-AP-PERIODO(WS-IDX-ALU, WS-IDX-PER - 1)
                       < HAC-PERIODO
                       SET FIN-CORRIMIENTO TO TRUE
                   ELSE
                       MOVE WS-ALU-PER(WS-IDX-ALU, WS-IDX-PER - 1)
                           TO WS-ALU-PER(WS-IDX-ALU, WS-IDX-PER)
                       SUBTRACT 1 FROM WS-IDX-PER
                   END-IF
               ELSE
                   SET FIN-CORRIMIENTO TO TRUE
               END-IF
           END-PERFORM
           MOVE HAC-PERIODO TO WS-AP-PERIODO(WS-IDX-ALU, WS-IDX-PER)
           MOVE HAC-PROMEDIO TO WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER)
           MOVE HAC-ESTADO TO WS-AP-ESTADO(WS-IDX-ALU, WS-IDX-PER)
           CONTINUE.
       INSERTAR-PERIODO-EXIT.
           EXIT.

       CARGAR-SITUACION.
      *> Sin archivo previo (primera evaluacion) todos parten de
      *> REGULAR: solo generan aviso los que salen de esa situacion.
           OPEN INPUT ARCHIVO-SITUACION
           IF WS-SITUACION-STATUS = "00"
               PERFORM LEER-SITUACION THRU LEER-SITUACION-EXIT
               PERFORM UNTIL FIN-SITUACION
                   IF WS-TOTAL-ANT NOT < 2000
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "SITUACION ACADEMICA EXCEDE 2000 ALUMNOS"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-TOTAL-ANT
                   MOVE SIT-ID TO WS-ANT-ID(WS-TOTAL-ANT)
                   MOVE SIT-SITUACION TO WS-ANT-SITUACION(WS-TOTAL-ANT)
                   MOVE SIT-FECHA-DESDE
                       TO WS-ANT-FECHA-DESDE(WS-TOTAL-ANT)
                   MOVE SIT-PERIODO-DESDE
                       TO WS-ANT-PER-DESDE(WS-TOTAL-ANT)
                   MOVE SIT-MOTIVO TO WS-ANT-MOTIVO(WS-TOTAL-ANT)
                   MOVE SIT-FECHA-EVAL
                       TO WS-ANT-FECHA-EVAL(WS-TOTAL-ANT)
                   MOVE "N" TO WS-ANT-VISTO(WS-TOTAL-ANT)
                   PERFORM LEER-SITUACION THRU LEER-SITUACION-EXIT
               END-PERFORM
               CLOSE ARCHIVO-SITUACION
           ELSE
               DISPLAY "Sin situacion_academica.txt: primera"
                   " evaluacion"
           END-IF
           CONTINUE.
       CARGAR-SITUACION-EXIT.
           EXIT.

       LEER-SITUACION.
           READ ARCHIVO-SITUACION
               AT END
                   SET FIN-SITUACION TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       LEER-SITUACION-EXIT.
           EXIT.

       ABRIR-SALIDAS.
           OPEN OUTPUT ARCHIVO-SITUACION
           IF WS-SITUACION-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR SITUACION, STATUS="
                   WS-SITUACION-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-AVISOS
           IF WS-AVISOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AVISOS, STATUS="
                   WS-AVISOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> El maestro de alumnos da el nombre y excluye a los que ya
      *> no cursan (BAJA o EGRESADO): conservan su situacion.
           SET MAESTRO-AUSENTE TO TRUE
           OPEN INPUT MAESTRO-ALUMNOS
           IF WS-ALUMNOS-STATUS = "00"
               SET MAESTRO-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "Sin maestro_alumnos.dat: se evalua a todos"
                   " sin nombre"
           END-IF
           MOVE "=== SITUACION ACADEMICA - DECANATO ===" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "FECHA: " WS-FECHA-HOY " CORRIDA: " WS-ID-CORRIDA
               " HONOR: PROMEDIO>=" WS-HONOR-PROMEDIO
               " EN " WS-HONOR-PERIODOS " PERIODOS"
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA
           STRING "ID         NOMBRE                         "
               "SITUACION    DESDE    PER.   ULT.PER PROM CAMBIO "
               "MOTIVO"
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE
           CONTINUE.
       ABRIR-SALIDAS-EXIT.
           EXIT.

       PROCESAR-ALUMNO.
           PERFORM BUSCAR-ANTERIOR THRU BUSCAR-ANTERIOR-EXIT
           PERFORM BUSCAR-NOMBRE THRU BUSCAR-NOMBRE-EXIT
           MOVE WS-ALU-TOTAL-PER(WS-IDX-ALU) TO WS-IDX-PER
           MOVE WS-AP-PERIODO(WS-IDX-ALU, WS-IDX-PER) TO WS-ULT-PERIODO
           MOVE WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER)
               TO WS-ULT-PROMEDIO
           IF ALUMNO-NO-EVALUABLE
               ADD 1 TO WS-TOTAL-NO-EVAL
               IF WS-IDX-ANT-HALLADA > ZERO
                   PERFORM GRABAR-ANTERIOR THRU GRABAR-ANTERIOR-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-EVALUADOS
               PERFORM EVALUAR-ALUMNO THRU EVALUAR-ALUMNO-EXIT
               PERFORM REGISTRAR-SITUACION
                   THRU REGISTRAR-SITUACION-EXIT
           END-IF
           CONTINUE.
       PROCESAR-ALUMNO-EXIT.
           EXIT.

       BUSCAR-ANTERIOR.
           MOVE ZERO TO WS-IDX-ANT-HALLADA
           MOVE "REGULAR" TO WS-SIT-ANTERIOR
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-TOTAL-ANT
               IF WS-ANT-ID(WS-IDX-ANT) = WS-ALU-ID(WS-IDX-ALU)
                   MOVE WS-IDX-ANT TO WS-IDX-ANT-HALLADA
                   MOVE WS-ANT-SITUACION(WS-IDX-ANT) TO WS-SIT-ANTERIOR
                   MOVE "S" TO WS-ANT-VISTO(WS-IDX-ANT)
                   MOVE WS-TOTAL-ANT TO WS-IDX-ANT
               END-IF
           END-PERFORM
           CONTINUE.
       BUSCAR-ANTERIOR-EXIT.
           EXIT.

       BUSCAR-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-ALUMNO
           SET ALUMNO-EVALUABLE TO TRUE
           IF MAESTRO-DISPONIBLE
               MOVE WS-ALU-ID(WS-IDX-ALU) TO ALU-ID
               READ MAESTRO-ALUMNOS
                   INVALID KEY
                       MOVE "(NO REGISTRADO EN MAESTRO)"
                           TO WS-NOMBRE-ALUMNO
                   NOT INVALID KEY
                       MOVE ALU-NOMBRE TO WS-NOMBRE-ALUMNO
                       IF NOT ALU-INSCRIPTO
                           SET ALUMNO-NO-EVALUABLE TO TRUE
                       END-IF
               END-READ
           END-IF
           CONTINUE.
       BUSCAR-NOMBRE-EXIT.
           EXIT.

       EVALUAR-ALUMNO.
      *> Orden de las reglas: dos periodos seguidos sin aprobar
      *> (REPROBADO o LIBRE) pesan mas que todo; si no, el cuadro de
      *> honor; si no, la baja sostenida del promedio. Un alumno
      *> con promedios altos que bajan levemente sigue en el cuadro.
           SET SIT-REGULAR TO TRUE
           MOVE SPACES TO WS-SIT-MOTIVO
           MOVE WS-ALU-TOTAL-PER(WS-IDX-ALU) TO WS-IDX-PER
           IF WS-IDX-PER > 1
               IF WS-AP-ESTADO(WS-IDX-ALU, WS-IDX-PER)
                       NOT = "APROBADO"
                   AND WS-AP-ESTADO(WS-IDX-ALU, WS-IDX-PER - 1)
                       NOT = "APROBADO"
                   SET SIT-CONDICIONAL TO TRUE
                   MOVE "DOS PERIODOS SEGUIDOS SIN APROBAR"
                       TO WS-SIT-MOTIVO
               END-IF
           END-IF
           IF SIT-REGULAR
               PERFORM VERIFICAR-HONOR THRU VERIFICAR-HONOR-EXIT
               IF CUMPLE-HONOR
                   SET SIT-HONOR TO TRUE
                   STRING "PROMEDIO >= " WS-HONOR-PROMEDIO
                       " EN LOS ULTIMOS " WS-HONOR-PERIODOS
                       " PERIODOS"
                       DELIMITED BY SIZE INTO WS-SIT-MOTIVO
               END-IF
           END-IF
           IF SIT-REGULAR AND WS-IDX-PER > 2
               IF WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER)
                       < WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER - 1)
                   AND WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER - 1)
                       < WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-PER - 2)
                   SET SIT-CONDICIONAL TO TRUE
                   MOVE "PROMEDIO EN BAJA TRES PERIODOS SEGUIDOS"
                       TO WS-SIT-MOTIVO
               END-IF
           END-IF
           IF SIT-REGULAR
               AND WS-SIT-ANTERIOR = "CONDICIONAL"
               MOVE "RECUPERADO: SALE DE CONDICIONAL"
                   TO WS-SIT-MOTIVO
           END-IF
           CONTINUE.
       EVALUAR-ALUMNO-EXIT.
           EXIT.

       VERIFICAR-HONOR.
           SET NO-CUMPLE-HONOR TO TRUE
           IF WS-ALU-TOTAL-PER(WS-IDX-ALU) NOT < WS-HONOR-PERIODOS
               SET CUMPLE-HONOR TO TRUE
               COMPUTE WS-IDX-DESDE =
                   WS-ALU-TOTAL-PER(WS-IDX-ALU) - WS-HONOR-PERIODOS + 1
               PERFORM VARYING WS-IDX-MOV FROM WS-IDX-DESDE BY 1
                       UNTIL WS-IDX-MOV > WS-ALU-TOTAL-PER(WS-IDX-ALU)
                   IF WS-AP-PROMEDIO(WS-IDX-ALU, WS-IDX-MOV)
                           < WS-HONOR-PROMEDIO
                       OR WS-AP-ESTADO(WS-IDX-ALU, WS-IDX-MOV)
                           NOT = "APROBADO"
                       SET NO-CUMPLE-HONOR TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CONTINUE.
       VERIFICAR-HONOR-EXIT.
           EXIT.

       REGISTRAR-SITUACION.
      *> Si la situacion no cambio se conserva la fecha desde la
      *> que rige; si cambio rige desde hoy y sale aviso.
           IF WS-IDX-ANT-HALLADA > ZERO
               AND WS-SIT-NUEVA = WS-SIT-ANTERIOR
               MOVE WS-ANT-FECHA-DESDE(WS-IDX-ANT-HALLADA)
                   TO WS-SIT-FECHA-DESDE
               MOVE WS-ANT-PER-DESDE(WS-IDX-ANT-HALLADA)
                   TO WS-SIT-PER-DESDE
           ELSE
               MOVE WS-FECHA-HOY TO WS-SIT-FECHA-DESDE
               MOVE WS-ULT-PERIODO TO WS-SIT-PER-DESDE
           END-IF
           IF WS-SIT-NUEVA NOT = WS-SIT-ANTERIOR
               ADD 1 TO WS-TOTAL-CAMBIOS
               PERFORM GRABAR-AVISO THRU GRABAR-AVISO-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SIT-CONDICIONAL
                   ADD 1 TO WS-TOTAL-CONDICIONAL
               WHEN SIT-HONOR
                   ADD 1 TO WS-TOTAL-HONOR
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-REGULARES
           END-EVALUATE
           MOVE WS-ALU-ID(WS-IDX-ALU) TO SIT-ID
           MOVE WS-SIT-NUEVA TO SIT-SITUACION
           MOVE WS-SIT-FECHA-DESDE TO SIT-FECHA-DESDE
           MOVE WS-SIT-PER-DESDE TO SIT-PERIODO-DESDE
           MOVE WS-SIT-MOTIVO TO SIT-MOTIVO
           MOVE WS-FECHA-HOY TO SIT-FECHA-EVAL
           WRITE REG-SITUACION
           PERFORM REPORTAR-ALUMNO THRU REPORTAR-ALUMNO-EXIT
           CONTINUE.
       REGISTRAR-SITUACION-EXIT.
           EXIT.

       GRABAR-AVISO.
           MOVE WS-ALU-ID(WS-IDX-ALU) TO AVS-ID
           MOVE WS-NOMBRE-ALUMNO TO AVS-NOMBRE
           MOVE WS-SIT-ANTERIOR TO AVS-SIT-ANTERIOR
           MOVE WS-SIT-NUEVA TO AVS-SIT-NUEVA
           MOVE WS-FECHA-HOY TO AVS-FECHA
           MOVE WS-ULT-PERIODO TO AVS-PERIODO
           MOVE WS-SIT-MOTIVO TO AVS-MOTIVO
           WRITE REG-AVISO-SITUACION
           CONTINUE.
       GRABAR-AVISO-EXIT.
           EXIT.

       REPORTAR-ALUMNO.
           MOVE SPACES TO WS-LINEA
           IF WS-SIT-NUEVA NOT = WS-SIT-ANTERIOR
               STRING WS-ALU-ID(WS-IDX-ALU) " " WS-NOMBRE-ALUMNO
                   " " WS-SIT-NUEVA " " WS-SIT-FECHA-DESDE
                   " " WS-SIT-PER-DESDE " " WS-ULT-PERIODO
                   "  " WS-ULT-PROMEDIO "   SI     " WS-SIT-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               STRING WS-ALU-ID(WS-IDX-ALU) " " WS-NOMBRE-ALUMNO
                   " " WS-SIT-NUEVA " " WS-SIT-FECHA-DESDE
                   " " WS-SIT-PER-DESDE " " WS-ULT-PERIODO
                   "  " WS-ULT-PROMEDIO "   NO     " WS-SIT-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA
           END-IF
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE
           CONTINUE.
       REPORTAR-ALUMNO-EXIT.
           EXIT.

       GRABAR-ANTERIOR.
           MOVE WS-ANT-ID(WS-IDX-ANT-HALLADA) TO SIT-ID
           MOVE WS-ANT-SITUACION(WS-IDX-ANT-HALLADA) TO SIT-SITUACION
           MOVE WS-ANT-FECHA-DESDE(WS-IDX-ANT-HALLADA)
               TO SIT-FECHA-DESDE
           MOVE WS-ANT-PER-DESDE(WS-IDX-ANT-HALLADA)
               TO SIT-PERIODO-DESDE
           MOVE WS-ANT-MOTIVO(WS-IDX-ANT-HALLADA) TO SIT-MOTIVO
           MOVE WS-ANT-FECHA-EVAL(WS-IDX-ANT-HALLADA) TO SIT-FECHA-EVAL
           WRITE REG-SITUACION
           CONTINUE.
       GRABAR-ANTERIOR-EXIT.
           EXIT.

       CONSERVAR-NO-VISTOS.
      *> Situaciones de alumnos que ya no aparecen en la historia:
      *> se conservan tal cual, sin evaluar ni avisar.
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-TOTAL-ANT
               IF WS-ANT-VISTO(WS-IDX-ANT) = "N"
                   MOVE WS-IDX-ANT TO WS-IDX-ANT-HALLADA
                   PERFORM GRABAR-ANTERIOR THRU GRABAR-ANTERIOR-EXIT
               END-IF
           END-PERFORM
           CONTINUE.
       CONSERVAR-NO-VISTOS-EXIT.
           EXIT.

       TERMINAR.
           MOVE SPACES TO WS-LINEA
           STRING "RESUMEN: ALUMNOS=" WS-TOTAL-ALU
               " EVALUADOS=" WS-TOTAL-EVALUADOS
               " REGULARES=" WS-TOTAL-REGULARES
               " CONDICIONALES=" WS-TOTAL-CONDICIONAL
               " HONOR=" WS-TOTAL-HONOR
               " CAMBIOS=" WS-TOTAL-CAMBIOS
               " NO-CURSAN=" WS-TOTAL-NO-EVAL
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE
           CLOSE ARCHIVO-SITUACION
           CLOSE ARCHIVO-AVISOS
           CLOSE ARCHIVO-REPORTE
           IF MAESTRO-DISPONIBLE
               CLOSE MAESTRO-ALUMNOS
           END-IF
           DISPLAY "Situacion academica: evaluados "
               WS-TOTAL-EVALUADOS " condicionales "
               WS-TOTAL-CONDICIONAL " honor " WS-TOTAL-HONOR
           DISPLAY "Cambios de situacion (avisos): " WS-TOTAL-CAMBIOS
           CONTINUE.
       TERMINAR-EXIT.
           EXIT.

           COPY CPY-CORRIDA.

           COPY CPY-LOCK.

           COPY CPY-ABEND.
