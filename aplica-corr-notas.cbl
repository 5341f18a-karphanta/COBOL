      ******************************************************************
      * PROGRAMA: APLICA-CORR-NOTAS
      * TIPO:     Batch COBOL
      * OBJETIVO: Aplicar a la historia academica las correcciones de
      *           notas APROBADAS en APRUEBA-CORR-NOTAS. Por cada una
      *           recalcula el promedio y la letra de la materia con
      *           las notas corregidas, recalcula el promedio del
      *           periodo ponderado por creditos con las materias
      *           vigentes del alumno, y agrega a
      *           historia_academica.txt la linea de la materia y la
      *           del periodo marcadas como correccion (HAC-CORRECCION
      *           = 'C'). El antes y el despues van a la pista durable
      *           auditoria_academica.txt y el alumno queda en la cola
      *           boletines_reemision.txt para que BOLETIN-ACADEMICO
      *           reemita su boletin como version corregida.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-CORR-NOTAS.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECCIONES-NOTAS
               ASSIGN TO 'correcciones_notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECCIONES-STATUS.
           SELECT ARCHIVO-HISTORIA-ACA
               ASSIGN TO 'historia_academica.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-ACA-STATUS.
           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'auditoria_academica.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT COLA-REEMISION
               ASSIGN TO 'boletines_reemision.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REEMISION-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_corr_notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECCIONES-NOTAS.
       01  REG-CORR-NOTA.
           COPY CPY-CORR-NOTA.

       FD  ARCHIVO-HISTORIA-ACA.
       01  REG-HISTORIA-ACA.
           COPY CPY-HISTORIA-ACA.

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA-ACA.
           COPY CPY-AUDIT-ACA.

       FD  COLA-REEMISION.
       01  REG-REEMISION.
           COPY CPY-REEMISION.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           COPY CPY-PARAMETROS.

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       77  WS-CORRECCIONES-STATUS PIC XX VALUE SPACES.
       77  WS-HIST-ACA-STATUS    PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-PARAM-STATUS       PIC XX VALUE SPACES.

      *> Promedio minimo para aprobar; el de parametros.txt si viene
      *> informado (el mismo que usa CALCULAR-PROMEDIO).
       77  WS-NOTA-APROBACION    PIC 99 VALUE 60.
       77  WS-REEMISION-STATUS   PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Correcciones en memoria (mismo tope que la consola); el
      *> archivo se reescribe con el estado final de cada una.
       77  WS-TOTAL-CORRECCIONES PIC 9(4) VALUE ZERO.
       77  WS-IDX-COR            PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CORRECCIONES.
           05 WS-COR-ENT OCCURS 500 TIMES.
               10 WS-COR-ID        PIC X(10).
               10 WS-COR-PERIODO   PIC X(6).
               10 WS-COR-MATERIA   PIC X(6).
               10 WS-COR-MODO      PIC X.
               10 WS-COR-CANT      PIC 99.
               10 WS-COR-NOTAS     PIC X(80).
               10 WS-COR-MOTIVO    PIC X(40).
               10 WS-COR-SOLICITA  PIC X(8).
               10 WS-COR-CAPTOR    PIC X(8).
               10 WS-COR-FECHA-CAP PIC 9(8).
               10 WS-COR-ESTADO    PIC X.
               10 WS-COR-APROBADOR PIC X(8).
               10 WS-COR-FECHA-DEC PIC 9(8).
               10 WS-COR-FECHA-APL PIC 9(8).

      *> Lineas vigentes del alumno en el periodo corregido: la
      *> ultima de cada materia y la ultima del periodo.
       77  WS-TOTAL-LMA          PIC 99 VALUE ZERO.
       77  WS-IDX-LMA            PIC 99 VALUE ZERO.
       77  WS-IDX-LMA-CORR       PIC 99 VALUE ZERO.
       01  WS-TABLA-LINEAS.
           05 WS-LMA-ENT OCCURS 30 TIMES.
               10 WS-LMA-MATERIA   PIC X(6).
               10 WS-LMA-PROMEDIO  PIC 99.
               10 WS-LMA-LETRA     PIC X.
               10 WS-LMA-ESTADO    PIC X(10).
               10 WS-LMA-CREDITOS  PIC 9(3).
               10 WS-LMA-ASISTENCIA PIC 9(3).
               10 WS-LMA-MOTIVO    PIC X(30).
       77  WS-PER-HALLADO        PIC X VALUE 'N'.
           88 PER-HALLADO          VALUE 'S'.
           88 PER-NO-HALLADO       VALUE 'N'.
       01  WS-LINEA-PERIODO.
           05 WS-LPE-PROMEDIO    PIC 99.
           05 WS-LPE-LETRA       PIC X.
           05 WS-LPE-ESTADO      PIC X(10).
           05 WS-LPE-CREDITOS    PIC 9(3).
           05 WS-LPE-ASISTENCIA  PIC 9(3).
           05 WS-LPE-MOTIVO      PIC X(30).

      *> Notas corregidas y su calculo (como CALCULAR-PROMEDIO).
       01  WS-NOTAS-TRABAJO.
           05 WS-NTR-DETALLE OCCURS 20 TIMES.
               10 WS-NTR-NOTA      PIC 99.
               10 WS-NTR-PESO      PIC 99.
       77  WS-CONTADOR           PIC 99 VALUE ZERO.
       77  WS-SUMA               PIC 9(4) VALUE ZERO.
       77  WS-SUMA-PONDERADA     PIC 9(6) VALUE ZERO.
       77  WS-SUMA-PESOS         PIC 9(4) VALUE ZERO.
       77  WS-SUMA-CREDITOS      PIC 9(5) VALUE ZERO.
       77  WS-SUMA-PROM-CRED     PIC 9(7) VALUE ZERO.
       77  WS-PROMEDIO           PIC 99 VALUE ZERO.
       77  WS-LETRA              PIC X VALUE SPACE.
       77  WS-ESTADO             PIC X(10) VALUE SPACES.

       77  WS-MOTIVO-ERROR       PIC X(42) VALUE SPACES.
       77  WS-LINEA              PIC X(100) VALUE SPACES.

       77  WS-TOTAL-APROBADAS    PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-APLICADAS    PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-CON-ERROR    PIC 9(4) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== APLICACION DE CORRECCIONES DE NOTAS ==="
           MOVE "APLICA-CORR-NOTAS" TO WS-NOMBRE-PROCESO
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-CORRECCIONES
           PERFORM ABRIR-SALIDAS

           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-TOTAL-CORRECCIONES
               IF WS-COR-ESTADO(WS-IDX-COR) = "A"
                   ADD 1 TO WS-TOTAL-APROBADAS
                   PERFORM APLICAR-CORRECCION
               END-IF
           END-PERFORM

           PERFORM GRABAR-CORRECCIONES
           PERFORM ESCRIBE-RESUMEN
           CLOSE ARCHIVO-AUDITORIA
           CLOSE COLA-REEMISION
           CLOSE ARCHIVO-REPORTE
           PERFORM LIBERAR-LOCK

           DISPLAY "=== FIN APLICACION ==="
           DISPLAY "Aprobadas: " WS-TOTAL-APROBADAS
               " Aplicadas: " WS-TOTAL-APLICADAS
               " Con error: " WS-TOTAL-CON-ERROR
           IF WS-TOTAL-CON-ERROR > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-PARAMETROS.
      *> Archivo opcional: sin el rige la nota de aprobacion por
      *> defecto de WORKING-STORAGE.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF WS-PARAM-STATUS = "00"
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-NOTA-APROBACION IS NUMERIC
                           AND PAR-NOTA-APROBACION > ZERO
                           MOVE PAR-NOTA-APROBACION
                               TO WS-NOTA-APROBACION
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

       CARGAR-CORRECCIONES.
      *> Sin archivo no hay nada que aplicar: la corrida termina
      *> limpia con cero aplicadas.
           OPEN INPUT CORRECCIONES-NOTAS
           IF WS-CORRECCIONES-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ CORRECCIONES-NOTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF WS-TOTAL-CORRECCIONES NOT < 500
                               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                               MOVE
                               "CORRECCIONES DE NOTAS EXCEDEN 500"
                                   TO WS-RC-MENSAJE
                               PERFORM RUTINA-ABEND
                           END-IF
                           ADD 1 TO WS-TOTAL-CORRECCIONES
                           MOVE WS-TOTAL-CORRECCIONES TO WS-IDX-COR
                           PERFORM GUARDAR-CORRECCION-TABLA
                   END-READ
               END-PERFORM
               CLOSE CORRECCIONES-NOTAS
           END-IF
           DISPLAY "Correcciones cargadas: " WS-TOTAL-CORRECCIONES.

       GUARDAR-CORRECCION-TABLA.
           MOVE CNO-ID TO WS-COR-ID(WS-IDX-COR)
           MOVE CNO-PERIODO TO WS-COR-PERIODO(WS-IDX-COR)
           MOVE CNO-MATERIA TO WS-COR-MATERIA(WS-IDX-COR)
           MOVE CNO-MODO TO WS-COR-MODO(WS-IDX-COR)
           MOVE CNO-CANT TO WS-COR-CANT(WS-IDX-COR)
           MOVE CNO-NOTAS TO WS-COR-NOTAS(WS-IDX-COR)
           MOVE CNO-MOTIVO TO WS-COR-MOTIVO(WS-IDX-COR)
           MOVE CNO-SOLICITANTE TO WS-COR-SOLICITA(WS-IDX-COR)
           MOVE CNO-CAPTURADO-POR TO WS-COR-CAPTOR(WS-IDX-COR)
           MOVE CNO-FECHA-CAPTURA TO WS-COR-FECHA-CAP(WS-IDX-COR)
           MOVE CNO-ESTADO TO WS-COR-ESTADO(WS-IDX-COR)
           MOVE CNO-APROBADO-POR TO WS-COR-APROBADOR(WS-IDX-COR)
           MOVE CNO-FECHA-DECISION TO WS-COR-FECHA-DEC(WS-IDX-COR)
           MOVE CNO-FECHA-APLICADA TO WS-COR-FECHA-APL(WS-IDX-COR).

       ABRIR-SALIDAS.
           OPEN EXTEND ARCHIVO-AUDITORIA
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUDITORIA, STATUS="
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND COLA-REEMISION
           IF WS-REEMISION-STATUS = "35"
               OPEN OUTPUT COLA-REEMISION
           END-IF
           IF WS-REEMISION-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR COLA-REEMISION, STATUS="
                   WS-REEMISION-STATUS DELIMITED BY SIZE
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
           END-IF
           MOVE "=== CORRECCIONES DE NOTAS APLICADAS ===" TO REG-REPORTE
           WRITE REG-REPORTE.

       APLICAR-CORRECCION.
      *> La historia se relee por cada correccion: dos correcciones
      *> del mismo alumno y periodo en la misma corrida se apoyan una
      *> en la otra.
           MOVE SPACES TO WS-MOTIVO-ERROR
           PERFORM CARGAR-LINEAS-PERIODO
           EVALUATE TRUE
               WHEN PER-NO-HALLADO
                   MOVE "PERIODO SIN CIERRE EN LA HISTORIA"
                       TO WS-MOTIVO-ERROR
               WHEN WS-COR-MATERIA(WS-IDX-COR) NOT = SPACES
                   AND WS-IDX-LMA-CORR = ZERO
                   MOVE "MATERIA NO CURSADA EN EL PERIODO"
                       TO WS-MOTIVO-ERROR
               WHEN WS-COR-MATERIA(WS-IDX-COR) NOT = SPACES
                   AND WS-SUMA-CREDITOS NOT = WS-LPE-CREDITOS
      *> Periodo con notas cargadas sin materia (formato anterior):
      *> sus lineas no estan en la historia y no se puede
      *> recalcular el promedio del periodo.
                   MOVE "PERIODO CON NOTAS SIN MATERIA"
                       TO WS-MOTIVO-ERROR
      *> Sin materia solo se corrige un periodo que no tiene lineas
      *> por materia: si las tiene, su promedio es el ponderado por
      *> creditos y reemplazarlo por las notas crudas lo despegaria
      *> de sus materias.
               WHEN WS-COR-MATERIA(WS-IDX-COR) = SPACES
                   AND WS-TOTAL-LMA > ZERO
                   MOVE "PERIODO CON MATERIAS: CORREGIR POR MATERIA"
                       TO WS-MOTIVO-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIVO-ERROR = SPACES
               PERFORM IMPACTAR-CORRECCION
           ELSE
               PERFORM RECHAZAR-APLICACION
           END-IF.

       CARGAR-LINEAS-PERIODO.
           MOVE ZERO TO WS-TOTAL-LMA
           MOVE ZERO TO WS-IDX-LMA-CORR
           MOVE ZERO TO WS-SUMA-CREDITOS
           SET PER-NO-HALLADO TO TRUE
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-HISTORIA-ACA
           IF WS-HIST-ACA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORIA-ACA, STATUS="
                   WS-HIST-ACA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORIA-ACA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF HAC-ID = WS-COR-ID(WS-IDX-COR)
                           AND HAC-PERIODO = WS-COR-PERIODO(WS-IDX-COR)
                           PERFORM GUARDAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HISTORIA-ACA
           PERFORM VARYING WS-IDX-LMA FROM 1 BY 1
                   UNTIL WS-IDX-LMA > WS-TOTAL-LMA
               ADD WS-LMA-CREDITOS(WS-IDX-LMA) TO WS-SUMA-CREDITOS
               IF WS-LMA-MATERIA(WS-IDX-LMA)
                   = WS-COR-MATERIA(WS-IDX-COR)
                   MOVE WS-IDX-LMA TO WS-IDX-LMA-CORR
               END-IF
           END-PERFORM.

       GUARDAR-LINEA.
           IF HAC-MATERIA = SPACES
               SET PER-HALLADO TO TRUE
               MOVE HAC-PROMEDIO TO WS-LPE-PROMEDIO
               MOVE HAC-LETRA TO WS-LPE-LETRA
               MOVE HAC-ESTADO TO WS-LPE-ESTADO
               MOVE HAC-CREDITOS TO WS-LPE-CREDITOS
               MOVE HAC-ASISTENCIA TO WS-LPE-ASISTENCIA
               MOVE HAC-MOTIVO TO WS-LPE-MOTIVO
           ELSE
               PERFORM VARYING WS-IDX-LMA FROM 1 BY 1
                       UNTIL WS-IDX-LMA > WS-TOTAL-LMA
                   OR WS-LMA-MATERIA(WS-IDX-LMA) = HAC-MATERIA
                   CONTINUE
               END-PERFORM
               IF WS-IDX-LMA > WS-TOTAL-LMA
                   IF WS-TOTAL-LMA NOT < 30
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "EL PERIODO EXCEDE 30 MATERIAS REGISTRADAS"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-TOTAL-LMA
                   MOVE WS-TOTAL-LMA TO WS-IDX-LMA
                   MOVE HAC-MATERIA TO WS-LMA-MATERIA(WS-IDX-LMA)
               END-IF
               MOVE HAC-PROMEDIO TO WS-LMA-PROMEDIO(WS-IDX-LMA)
               MOVE HAC-LETRA TO WS-LMA-LETRA(WS-IDX-LMA)
               MOVE HAC-ESTADO TO WS-LMA-ESTADO(WS-IDX-LMA)
               MOVE HAC-CREDITOS TO WS-LMA-CREDITOS(WS-IDX-LMA)
               MOVE HAC-ASISTENCIA TO WS-LMA-ASISTENCIA(WS-IDX-LMA)
               MOVE HAC-MOTIVO TO WS-LMA-MOTIVO(WS-IDX-LMA)
           END-IF.

       IMPACTAR-CORRECCION.
           MOVE WS-COR-NOTAS(WS-IDX-COR) TO WS-NOTAS-TRABAJO
           PERFORM CALCULAR-PROMEDIO-NUEVO
           OPEN EXTEND ARCHIVO-HISTORIA-ACA
           IF WS-HIST-ACA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR HISTORIA-ACA, STATUS="
                   WS-HIST-ACA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF WS-COR-MATERIA(WS-IDX-COR) NOT = SPACES
               PERFORM CORREGIR-MATERIA
               PERFORM RECALCULAR-PERIODO
           ELSE
      *> Periodo del formato anterior (sin materias): las notas
      *> corregidas son directamente las del periodo.
               PERFORM CLASIFICAR
           END-IF
           PERFORM CORREGIR-PERIODO
           CLOSE ARCHIVO-HISTORIA-ACA
           MOVE WS-COR-ID(WS-IDX-COR) TO REE-ID
           MOVE WS-COR-PERIODO(WS-IDX-COR) TO REE-PERIODO
           MOVE WS-FECHA-SISTEMA TO REE-FECHA
           MOVE WS-ID-CORRIDA TO REE-CORRIDA
           MOVE "P" TO REE-ESTADO
           MOVE ZERO TO REE-FECHA-EMISION
           WRITE REG-REEMISION
           MOVE "X" TO WS-COR-ESTADO(WS-IDX-COR)
           MOVE WS-FECHA-SISTEMA TO WS-COR-FECHA-APL(WS-IDX-COR)
           ADD 1 TO WS-TOTAL-APLICADAS
           MOVE SPACES TO WS-LINEA
           STRING "APLICADA  " WS-COR-ID(WS-IDX-COR)
               " " WS-COR-PERIODO(WS-IDX-COR)
               " " WS-COR-MATERIA(WS-IDX-COR)
               " PERIODO " WS-LPE-PROMEDIO " " WS-LPE-ESTADO
               " -> " WS-PROMEDIO " " WS-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE.

       CORREGIR-MATERIA.
      *> La materia LIBRE por asistencia sigue LIBRE: la correccion
      *> cambia las notas, no la asistencia del periodo.
           PERFORM CLASIFICAR
           MOVE WS-IDX-LMA-CORR TO WS-IDX-LMA
           IF WS-LMA-ESTADO(WS-IDX-LMA) = "LIBRE"
               MOVE "LIBRE" TO WS-ESTADO
           END-IF
           MOVE "APLICA" TO AUA-ACCION
           MOVE WS-COR-MATERIA(WS-IDX-COR) TO AUA-MATERIA
           MOVE WS-LMA-PROMEDIO(WS-IDX-LMA) TO AUA-PROM-ANT
           MOVE WS-LMA-LETRA(WS-IDX-LMA) TO AUA-LETRA-ANT
           MOVE WS-LMA-ESTADO(WS-IDX-LMA) TO AUA-ESTADO-ANT
           MOVE WS-COR-MOTIVO(WS-IDX-COR) TO AUA-MOTIVO
           PERFORM ANOTAR-AUDITORIA
           MOVE WS-COR-MATERIA(WS-IDX-COR) TO HAC-MATERIA
           MOVE WS-LMA-CREDITOS(WS-IDX-LMA) TO HAC-CREDITOS
           MOVE WS-LMA-ASISTENCIA(WS-IDX-LMA) TO HAC-ASISTENCIA
           MOVE WS-LMA-MOTIVO(WS-IDX-LMA) TO HAC-MOTIVO
           PERFORM ANOTAR-HISTORIA-ACA
           MOVE WS-PROMEDIO TO WS-LMA-PROMEDIO(WS-IDX-LMA)
           MOVE WS-LETRA TO WS-LMA-LETRA(WS-IDX-LMA)
           MOVE WS-ESTADO TO WS-LMA-ESTADO(WS-IDX-LMA).

       RECALCULAR-PERIODO.
      *> Promedio del periodo ponderado por creditos, como el cierre
      *> de CALCULAR-PROMEDIO, con la materia ya corregida.
           MOVE ZERO TO WS-SUMA-PROM-CRED
           PERFORM VARYING WS-IDX-LMA FROM 1 BY 1
                   UNTIL WS-IDX-LMA > WS-TOTAL-LMA
               COMPUTE WS-SUMA-PROM-CRED = WS-SUMA-PROM-CRED
                   + (WS-LMA-PROMEDIO(WS-IDX-LMA)
                      * WS-LMA-CREDITOS(WS-IDX-LMA))
           END-PERFORM
           DIVIDE WS-SUMA-PROM-CRED BY WS-SUMA-CREDITOS
               GIVING WS-PROMEDIO
           PERFORM CLASIFICAR.

       CORREGIR-PERIODO.
           IF WS-LPE-ESTADO = "LIBRE"
               MOVE "LIBRE" TO WS-ESTADO
           END-IF
           MOVE "APLICA" TO AUA-ACCION
           MOVE SPACES TO AUA-MATERIA
           MOVE WS-LPE-PROMEDIO TO AUA-PROM-ANT
           MOVE WS-LPE-LETRA TO AUA-LETRA-ANT
           MOVE WS-LPE-ESTADO TO AUA-ESTADO-ANT
           MOVE WS-COR-MOTIVO(WS-IDX-COR) TO AUA-MOTIVO
           PERFORM ANOTAR-AUDITORIA
           MOVE SPACES TO HAC-MATERIA
           MOVE WS-LPE-CREDITOS TO HAC-CREDITOS
           MOVE WS-LPE-ASISTENCIA TO HAC-ASISTENCIA
           MOVE WS-LPE-MOTIVO TO HAC-MOTIVO
           PERFORM ANOTAR-HISTORIA-ACA.

       RECHAZAR-APLICACION.
      *> No se reintenta sola: queda E y, si corresponde, se captura
      *> una correccion nueva.
           MOVE "E" TO WS-COR-ESTADO(WS-IDX-COR)
           MOVE WS-FECHA-SISTEMA TO WS-COR-FECHA-APL(WS-IDX-COR)
           ADD 1 TO WS-TOTAL-CON-ERROR
           MOVE "NO-APLIC" TO AUA-ACCION
           MOVE WS-COR-MATERIA(WS-IDX-COR) TO AUA-MATERIA
           MOVE ZERO TO AUA-PROM-ANT
           MOVE SPACE TO AUA-LETRA-ANT
           MOVE SPACES TO AUA-ESTADO-ANT
           MOVE ZERO TO WS-PROMEDIO
           MOVE SPACE TO WS-LETRA
           MOVE SPACES TO WS-ESTADO
           MOVE WS-MOTIVO-ERROR TO AUA-MOTIVO
           PERFORM ANOTAR-AUDITORIA
           MOVE SPACES TO WS-LINEA
           STRING "CON ERROR " WS-COR-ID(WS-IDX-COR)
               " " WS-COR-PERIODO(WS-IDX-COR)
               " " WS-COR-MATERIA(WS-IDX-COR)
               " " WS-MOTIVO-ERROR
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE.

       CALCULAR-PROMEDIO-NUEVO.
           MOVE ZERO TO WS-SUMA
           MOVE ZERO TO WS-SUMA-PONDERADA
           MOVE ZERO TO WS-SUMA-PESOS
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                   UNTIL WS-CONTADOR > WS-COR-CANT(WS-IDX-COR)
               ADD WS-NTR-NOTA(WS-CONTADOR) TO WS-SUMA
               COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                   + (WS-NTR-NOTA(WS-CONTADOR)
                      * WS-NTR-PESO(WS-CONTADOR))
               ADD WS-NTR-PESO(WS-CONTADOR) TO WS-SUMA-PESOS
           END-PERFORM
           IF WS-COR-MODO(WS-IDX-COR) = "P" AND WS-SUMA-PESOS > 0
               DIVIDE WS-SUMA-PONDERADA BY WS-SUMA-PESOS
                   GIVING WS-PROMEDIO
           ELSE
               DIVIDE WS-SUMA BY WS-COR-CANT(WS-IDX-COR)
                   GIVING WS-PROMEDIO
           END-IF.

       CLASIFICAR.
           EVALUATE TRUE
               WHEN WS-PROMEDIO >= 90
                   MOVE "A" TO WS-LETRA
               WHEN WS-PROMEDIO >= 80
                   MOVE "B" TO WS-LETRA
               WHEN WS-PROMEDIO >= 70
                   MOVE "C" TO WS-LETRA
               WHEN WS-PROMEDIO >= 60
                   MOVE "D" TO WS-LETRA
               WHEN OTHER
                   MOVE "F" TO WS-LETRA
           END-EVALUATE
           IF WS-PROMEDIO >= WS-NOTA-APROBACION
               MOVE "APROBADO" TO WS-ESTADO
           ELSE
               MOVE "REPROBADO" TO WS-ESTADO
           END-IF.

       ANOTAR-HISTORIA-ACA.
           MOVE WS-COR-ID(WS-IDX-COR) TO HAC-ID
           MOVE WS-COR-PERIODO(WS-IDX-COR) TO HAC-PERIODO
           MOVE WS-PROMEDIO TO HAC-PROMEDIO
           MOVE WS-LETRA TO HAC-LETRA
           MOVE WS-ESTADO TO HAC-ESTADO
           MOVE WS-FECHA-SISTEMA TO HAC-FECHA
           MOVE "C" TO HAC-CORRECCION
           WRITE REG-HISTORIA-ACA.

       ANOTAR-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO AUA-FECHA
           MOVE WS-HORA-SISTEMA TO AUA-HORA
           MOVE WS-ID-CORRIDA TO AUA-CORRIDA
           MOVE "BATCH" TO AUA-USUARIO
           MOVE WS-COR-ID(WS-IDX-COR) TO AUA-ID
           MOVE WS-COR-PERIODO(WS-IDX-COR) TO AUA-PERIODO
           MOVE WS-PROMEDIO TO AUA-PROM-NUEVO
           MOVE WS-LETRA TO AUA-LETRA-NUEVA
           MOVE WS-ESTADO TO AUA-ESTADO-NUEVO
           MOVE WS-COR-SOLICITA(WS-IDX-COR) TO AUA-SOLICITANTE
           MOVE WS-COR-APROBADOR(WS-IDX-COR) TO AUA-APROBADOR
           WRITE REG-AUDITORIA-ACA.

       GRABAR-CORRECCIONES.
           OPEN OUTPUT CORRECCIONES-NOTAS
           IF WS-CORRECCIONES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR CORRECCIONES, STATUS="
                   WS-CORRECCIONES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-TOTAL-CORRECCIONES
               MOVE WS-COR-ID(WS-IDX-COR) TO CNO-ID
               MOVE WS-COR-PERIODO(WS-IDX-COR) TO CNO-PERIODO
               MOVE WS-COR-MATERIA(WS-IDX-COR) TO CNO-MATERIA
               MOVE WS-COR-MODO(WS-IDX-COR) TO CNO-MODO
               MOVE WS-COR-CANT(WS-IDX-COR) TO CNO-CANT
               MOVE WS-COR-NOTAS(WS-IDX-COR) TO CNO-NOTAS
               MOVE WS-COR-MOTIVO(WS-IDX-COR) TO CNO-MOTIVO
               MOVE WS-COR-SOLICITA(WS-IDX-COR) TO CNO-SOLICITANTE
               MOVE WS-COR-CAPTOR(WS-IDX-COR) TO CNO-CAPTURADO-POR
               MOVE WS-COR-FECHA-CAP(WS-IDX-COR)
                   TO CNO-FECHA-CAPTURA
               MOVE WS-COR-ESTADO(WS-IDX-COR) TO CNO-ESTADO
               MOVE WS-COR-APROBADOR(WS-IDX-COR) TO CNO-APROBADO-POR
               MOVE WS-COR-FECHA-DEC(WS-IDX-COR)
                   TO CNO-FECHA-DECISION
               MOVE WS-COR-FECHA-APL(WS-IDX-COR)
                   TO CNO-FECHA-APLICADA
               WRITE REG-CORR-NOTA
           END-PERFORM
           CLOSE CORRECCIONES-NOTAS.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA
           STRING "RESUMEN: APROBADAS=" WS-TOTAL-APROBADAS
               " APLICADAS=" WS-TOTAL-APLICADAS
               " CON-ERROR=" WS-TOTAL-CON-ERROR
               " CORRIDA=" WS-ID-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-CORRIDA.

           COPY CPY-LOCK.

           COPY CPY-ABEND.
