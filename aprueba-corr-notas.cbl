      ******************************************************************
      * PROGRAMA: APRUEBA-CORR-NOTAS
      * TIPO:     Consola interactiva
      * OBJETIVO: Circuito de cuatro ojos sobre las correcciones de
      *           notas de periodos ya procesados: el operador captura
      *           la correccion (alumno, periodo, materia, notas
      *           corregidas, motivo y docente que la pide) como
      *           PENDIENTE en correcciones_notas.txt y un supervisor
      *           con otro legajo la aprueba o la rechaza.
      *           APLICA-CORR-NOTAS aplica solo las aprobadas. Cada
      *           captura y cada decision queda en la pista durable
      *           auditoria_academica.txt con el promedio anterior
      *           (ultima linea de la historia academica) y el nuevo.
      *           Ingresa un operador del registro central con su PIN;
      *           capturar pide el rol CAPTURA y aprobar o rechazar el
      *           rol APRUEBA. Los intentos sin rol y las decisiones
      *           sobre la propia captura quedan en la bitacora de
      *           seguridad.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-CORR-NOTAS.
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
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           COPY CPY-OPERADOR-SELECT.

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

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           COPY CPY-PARAMETROS.

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-CORRECCIONES-STATUS PIC XX VALUE SPACES.
       77  WS-HIST-ACA-STATUS    PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-PARAM-STATUS       PIC XX VALUE SPACES.

      *> Promedio minimo para aprobar; el de parametros.txt si viene
      *> informado (el mismo que usa CALCULAR-PROMEDIO).
       77  WS-NOTA-APROBACION    PIC 99 VALUE 60.

       77  WS-USUARIO            PIC X(8) VALUE SPACES.
       77  WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-CAPTURAR      VALUE 'C'.
           88 OPCION-LISTAR        VALUE 'L'.
           88 OPCION-APROBAR       VALUE 'A'.
           88 OPCION-RECHAZAR      VALUE 'R'.
           88 OPCION-FIN           VALUE 'F'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Correcciones cargadas en memoria; el archivo se reescribe
      *> completo al salir (mismo tope y criterio que
      *> APRUEBA-CORRECCIONES).
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

      *> Correccion en captura.
       77  WS-ID-TRABAJO         PIC X(10) VALUE SPACES.
       77  WS-PERIODO-TRABAJO    PIC X(6) VALUE SPACES.
       77  WS-MATERIA-TRABAJO    PIC X(6) VALUE SPACES.
       77  WS-MODO-TRABAJO       PIC X VALUE SPACE.
           88 MODO-PONDERADO       VALUE 'P'.
           88 MODO-SIMPLE          VALUE 'S'.
       77  WS-CANT-TRABAJO       PIC 99 VALUE ZERO.
       77  WS-MOTIVO-TRABAJO     PIC X(40) VALUE SPACES.
       77  WS-SOLICITA-TRABAJO   PIC X(8) VALUE SPACES.
       01  WS-NOTAS-TRABAJO.
           05 WS-NTR-DETALLE OCCURS 20 TIMES.
               10 WS-NTR-NOTA      PIC 99.
               10 WS-NTR-PESO      PIC 99.
       77  WS-CONTADOR           PIC 99 VALUE ZERO.

      *> Promedio de la correccion, calculado como CALCULAR-PROMEDIO
      *> (simple o ponderado por los pesos de cada nota).
       77  WS-SUMA               PIC 9(4) VALUE ZERO.
       77  WS-SUMA-PONDERADA     PIC 9(6) VALUE ZERO.
       77  WS-SUMA-PESOS         PIC 9(4) VALUE ZERO.
       77  WS-PROM-NUEVO         PIC 99 VALUE ZERO.
       77  WS-LETRA-NUEVA        PIC X VALUE SPACE.
       77  WS-ESTADO-NUEVO       PIC X(10) VALUE SPACES.

      *> Valor vigente en la historia (ultima linea del alumno,
      *> periodo y materia).
       77  WS-HAC-HALLADA        PIC X VALUE 'N'.
           88 HAC-HALLADA          VALUE 'S'.
           88 HAC-NO-HALLADA       VALUE 'N'.
       77  WS-PROM-ANTERIOR      PIC 99 VALUE ZERO.
       77  WS-LETRA-ANTERIOR     PIC X VALUE SPACE.
       77  WS-ESTADO-ANTERIOR    PIC X(10) VALUE SPACES.

      *> El alumno tiene lineas por materia en el periodo: su
      *> promedio del periodo se corrige por materia, no en blanco.
       77  WS-CON-MATERIAS       PIC X VALUE 'N'.
           88 PERIODO-CON-MATERIAS VALUE 'S'.
           88 PERIODO-SIN-MATERIAS VALUE 'N'.

       77  WS-COR-HALLADA        PIC X VALUE 'N'.
           88 COR-HALLADA          VALUE 'S'.
           88 COR-NO-HALLADA       VALUE 'N'.

       77  WS-TOTAL-CAPTURADAS   PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-APROBADAS    PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-RECHAZADAS   PIC 9(4) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== APROBACION DE CORRECCIONES DE NOTAS ==="
           DISPLAY "Usuario (legajo):"
           ACCEPT WS-USUARIO
           DISPLAY "PIN:"
           ACCEPT WS-OPR-PIN
           MOVE "APRUEBA-CORR-NOTAS" TO WS-OPR-PROGRAMA
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-INGRESO TO WS-OPR-ROL
           MOVE "INGRESO" TO WS-OPR-ACCION
           SET OPR-CON-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN ACCESO NO HAY SESION" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Operador: " WS-OPR-NOMBRE
      *> Ya identificado; cada opcion controla solo el rol, contra
      *> el registro vigente en ese momento.
           SET OPR-SIN-PIN TO TRUE
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-CORRECCIONES
           PERFORM ABRIR-AUDITORIA

           PERFORM PEDIR-OPCION
           PERFORM UNTIL OPCION-FIN
               EVALUATE TRUE
                   WHEN OPCION-CAPTURAR
                       MOVE OPR-ROL-CAPTURA TO WS-OPR-ROL
                       MOVE "CAPTURA" TO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM CAPTURAR-CORRECCION
                       END-IF
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-PENDIENTES
                   WHEN OPCION-APROBAR
                       MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                       MOVE "APRUEBA" TO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM DECIDIR-CORRECCION
                       END-IF
                   WHEN OPCION-RECHAZAR
                       MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                       MOVE "RECHAZA" TO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM DECIDIR-CORRECCION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Opcion invalida: " WS-OPCION
               END-EVALUATE
               PERFORM PEDIR-OPCION
           END-PERFORM

           PERFORM GRABAR-CORRECCIONES
           CLOSE ARCHIVO-AUDITORIA
           DISPLAY "=== FIN DE LA SESION ==="
           DISPLAY "Capturadas: " WS-TOTAL-CAPTURADAS
               " Aprobadas: " WS-TOTAL-APROBADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
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
      *> El archivo se reescribe completo al salir: con la tabla
      *> llena se corta con error antes de tocar nada.
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

       ABRIR-AUDITORIA.
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
           END-IF.

       PEDIR-OPCION.
           DISPLAY " "
           DISPLAY "(C) capturar  (L) listar pendientes"
           DISPLAY "(A) aprobar   (R) rechazar   (F) fin"
           ACCEPT WS-OPCION.

       CAPTURAR-CORRECCION.
           IF WS-TOTAL-CORRECCIONES NOT < 500
               DISPLAY "Tabla de correcciones llena (500)"
           ELSE
               DISPLAY "ID del alumno:"
               ACCEPT WS-ID-TRABAJO
               DISPLAY "Periodo (AAAAMM):"
               ACCEPT WS-PERIODO-TRABAJO
               DISPLAY "Materia (en blanco: periodo sin materias):"
               ACCEPT WS-MATERIA-TRABAJO
               PERFORM BUSCAR-VALOR-ANTERIOR
               PERFORM BUSCAR-PENDIENTE
               EVALUATE TRUE
                   WHEN WS-ID-TRABAJO = SPACES
                       OR WS-PERIODO-TRABAJO = SPACES
                       DISPLAY "Captura descartada: ID o periodo"
                           " en blanco"
                   WHEN HAC-NO-HALLADA
                       DISPLAY "Captura descartada: sin linea en la"
                           " historia para ese alumno, periodo y"
                           " materia"
                   WHEN WS-MATERIA-TRABAJO = SPACES
                       AND PERIODO-CON-MATERIAS
                       DISPLAY "Captura descartada: el periodo tiene"
                           " materias, corregir por materia"
                   WHEN COR-HALLADA
                       DISPLAY "Captura descartada: ya hay una"
                           " correccion PENDIENTE o APROBADA sin"
                           " aplicar para esa materia"
                   WHEN OTHER
                       PERFORM PEDIR-NOTAS
               END-EVALUATE
           END-IF.

       PEDIR-NOTAS.
           DISPLAY "Valor vigente: " WS-PROM-ANTERIOR " "
               WS-LETRA-ANTERIOR " " WS-ESTADO-ANTERIOR
           DISPLAY "Modo de calculo: (P)onderado o (S)imple"
           ACCEPT WS-MODO-TRABAJO
           IF NOT MODO-PONDERADO AND NOT MODO-SIMPLE
               MOVE "S" TO WS-MODO-TRABAJO
           END-IF
           DISPLAY "Cantidad de notas corregidas (1-20):"
           ACCEPT WS-CANT-TRABAJO
           MOVE ZEROS TO WS-NOTAS-TRABAJO
           IF WS-CANT-TRABAJO < 1 OR WS-CANT-TRABAJO > 20
               DISPLAY "Captura descartada: cantidad fuera de rango"
           ELSE
               PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                       UNTIL WS-CONTADOR > WS-CANT-TRABAJO
                   DISPLAY "Nota " WS-CONTADOR ":"
                   ACCEPT WS-NTR-NOTA(WS-CONTADOR)
                   IF MODO-PONDERADO
                       DISPLAY "Peso de la nota " WS-CONTADOR ":"
                       ACCEPT WS-NTR-PESO(WS-CONTADOR)
                   ELSE
                       MOVE 1 TO WS-NTR-PESO(WS-CONTADOR)
                   END-IF
               END-PERFORM
               DISPLAY "Motivo de la correccion:"
               ACCEPT WS-MOTIVO-TRABAJO
               DISPLAY "Docente que la solicita (legajo):"
               ACCEPT WS-SOLICITA-TRABAJO
               IF WS-MOTIVO-TRABAJO = SPACES
                   OR WS-SOLICITA-TRABAJO = SPACES
                   DISPLAY "Captura descartada: motivo o docente"
                       " en blanco"
               ELSE
                   PERFORM ALTA-CORRECCION
               END-IF
           END-IF.

       ALTA-CORRECCION.
           PERFORM CALCULAR-PROMEDIO-NUEVO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ADD 1 TO WS-TOTAL-CORRECCIONES
           MOVE WS-TOTAL-CORRECCIONES TO WS-IDX-COR
           MOVE WS-ID-TRABAJO TO WS-COR-ID(WS-IDX-COR)
           MOVE WS-PERIODO-TRABAJO TO WS-COR-PERIODO(WS-IDX-COR)
           MOVE WS-MATERIA-TRABAJO TO WS-COR-MATERIA(WS-IDX-COR)
           MOVE WS-MODO-TRABAJO TO WS-COR-MODO(WS-IDX-COR)
           MOVE WS-CANT-TRABAJO TO WS-COR-CANT(WS-IDX-COR)
           MOVE WS-NOTAS-TRABAJO TO WS-COR-NOTAS(WS-IDX-COR)
           MOVE WS-MOTIVO-TRABAJO TO WS-COR-MOTIVO(WS-IDX-COR)
           MOVE WS-SOLICITA-TRABAJO TO WS-COR-SOLICITA(WS-IDX-COR)
           MOVE WS-USUARIO TO WS-COR-CAPTOR(WS-IDX-COR)
           MOVE WS-FECHA-SISTEMA TO WS-COR-FECHA-CAP(WS-IDX-COR)
           MOVE "P" TO WS-COR-ESTADO(WS-IDX-COR)
           MOVE SPACES TO WS-COR-APROBADOR(WS-IDX-COR)
           MOVE ZERO TO WS-COR-FECHA-DEC(WS-IDX-COR)
           MOVE ZERO TO WS-COR-FECHA-APL(WS-IDX-COR)
           ADD 1 TO WS-TOTAL-CAPTURADAS
           MOVE "CAPTURA" TO AUA-ACCION
           PERFORM ANOTAR-AUDITORIA
           DISPLAY "Capturada como PENDIENTE: promedio " WS-PROM-NUEVO
               " " WS-LETRA-NUEVA " " WS-ESTADO-NUEVO.

       CALCULAR-PROMEDIO-NUEVO.
           MOVE ZERO TO WS-SUMA
           MOVE ZERO TO WS-SUMA-PONDERADA
           MOVE ZERO TO WS-SUMA-PESOS
           PERFORM VARYING WS-CONTADOR FROM 1 BY 1
                   UNTIL WS-CONTADOR > WS-CANT-TRABAJO
               ADD WS-NTR-NOTA(WS-CONTADOR) TO WS-SUMA
               COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                   + (WS-NTR-NOTA(WS-CONTADOR)
                      * WS-NTR-PESO(WS-CONTADOR))
               ADD WS-NTR-PESO(WS-CONTADOR) TO WS-SUMA-PESOS
           END-PERFORM
           IF MODO-PONDERADO AND WS-SUMA-PESOS > 0
               DIVIDE WS-SUMA-PONDERADA BY WS-SUMA-PESOS
                   GIVING WS-PROM-NUEVO
           ELSE
               DIVIDE WS-SUMA BY WS-CANT-TRABAJO GIVING WS-PROM-NUEVO
           END-IF
           EVALUATE TRUE
               WHEN WS-PROM-NUEVO >= 90
                   MOVE "A" TO WS-LETRA-NUEVA
               WHEN WS-PROM-NUEVO >= 80
                   MOVE "B" TO WS-LETRA-NUEVA
               WHEN WS-PROM-NUEVO >= 70
                   MOVE "C" TO WS-LETRA-NUEVA
               WHEN WS-PROM-NUEVO >= 60
                   MOVE "D" TO WS-LETRA-NUEVA
               WHEN OTHER
                   MOVE "F" TO WS-LETRA-NUEVA
           END-EVALUATE
           IF WS-PROM-NUEVO >= WS-NOTA-APROBACION
               MOVE "APROBADO" TO WS-ESTADO-NUEVO
           ELSE
               MOVE "REPROBADO" TO WS-ESTADO-NUEVO
           END-IF.

       LISTAR-PENDIENTES.
           DISPLAY "--- CORRECCIONES DE NOTAS PENDIENTES ---"
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-TOTAL-CORRECCIONES
               IF WS-COR-ESTADO(WS-IDX-COR) = "P"
                   DISPLAY "  " WS-COR-ID(WS-IDX-COR)
                       " " WS-COR-PERIODO(WS-IDX-COR)
                       " " WS-COR-MATERIA(WS-IDX-COR)
                       " pedida por " WS-COR-SOLICITA(WS-IDX-COR)
                       " capturada por " WS-COR-CAPTOR(WS-IDX-COR)
                   DISPLAY "    " WS-COR-MOTIVO(WS-IDX-COR)
               END-IF
           END-PERFORM.

       BUSCAR-PENDIENTE.
      *> Una sola correccion abierta (P o A sin aplicar) por
      *> alumno, periodo y materia.
           SET COR-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-TOTAL-CORRECCIONES
               IF WS-COR-ID(WS-IDX-COR) = WS-ID-TRABAJO
                   AND WS-COR-PERIODO(WS-IDX-COR) = WS-PERIODO-TRABAJO
                   AND WS-COR-MATERIA(WS-IDX-COR) = WS-MATERIA-TRABAJO
                   AND (WS-COR-ESTADO(WS-IDX-COR) = "P"
                     OR WS-COR-ESTADO(WS-IDX-COR) = "A")
                   SET COR-HALLADA TO TRUE
                   MOVE WS-TOTAL-CORRECCIONES TO WS-IDX-COR
               END-IF
           END-PERFORM.

       DECIDIR-CORRECCION.
           DISPLAY "ID del alumno:"
           ACCEPT WS-ID-TRABAJO
           DISPLAY "Periodo (AAAAMM):"
           ACCEPT WS-PERIODO-TRABAJO
           DISPLAY "Materia:"
           ACCEPT WS-MATERIA-TRABAJO
           SET COR-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-TOTAL-CORRECCIONES
               IF WS-COR-ID(WS-IDX-COR) = WS-ID-TRABAJO
                   AND WS-COR-PERIODO(WS-IDX-COR) = WS-PERIODO-TRABAJO
                   AND WS-COR-MATERIA(WS-IDX-COR) = WS-MATERIA-TRABAJO
                   AND WS-COR-ESTADO(WS-IDX-COR) = "P"
                   SET COR-HALLADA TO TRUE
                   PERFORM APLICAR-DECISION
                   MOVE WS-TOTAL-CORRECCIONES TO WS-IDX-COR
               END-IF
           END-PERFORM
           IF COR-NO-HALLADA
               DISPLAY "Sin correccion PENDIENTE para "
                   WS-ID-TRABAJO " " WS-PERIODO-TRABAJO " "
                   WS-MATERIA-TRABAJO
           END-IF.

       APLICAR-DECISION.
      *> Cuatro ojos: quien decide no puede ser quien capturo ni el
      *> docente que pidio la correccion.
           IF WS-COR-CAPTOR(WS-IDX-COR) = WS-USUARIO
               OR WS-COR-SOLICITA(WS-IDX-COR) = WS-USUARIO
               DISPLAY "NO se decide: quien capturo o pidio la"
                   " correccion no puede aprobarla ni rechazarla"
               MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
               STRING "PROPIA CORRECCION ALUMNO "
                   WS-COR-ID(WS-IDX-COR)
                   DELIMITED BY SIZE INTO WS-OPR-DETALLE
               PERFORM ANOTAR-DENEGACION
           ELSE
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-USUARIO TO WS-COR-APROBADOR(WS-IDX-COR)
               MOVE WS-FECHA-SISTEMA TO WS-COR-FECHA-DEC(WS-IDX-COR)
               IF OPCION-APROBAR
                   MOVE "A" TO WS-COR-ESTADO(WS-IDX-COR)
                   ADD 1 TO WS-TOTAL-APROBADAS
                   MOVE "APRUEBA" TO AUA-ACCION
                   DISPLAY "Correccion APROBADA"
               ELSE
                   MOVE "R" TO WS-COR-ESTADO(WS-IDX-COR)
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   MOVE "RECHAZA" TO AUA-ACCION
                   DISPLAY "Correccion RECHAZADA"
               END-IF
               MOVE WS-COR-MODO(WS-IDX-COR) TO WS-MODO-TRABAJO
               MOVE WS-COR-CANT(WS-IDX-COR) TO WS-CANT-TRABAJO
               MOVE WS-COR-NOTAS(WS-IDX-COR) TO WS-NOTAS-TRABAJO
               PERFORM CALCULAR-PROMEDIO-NUEVO
               PERFORM BUSCAR-VALOR-ANTERIOR
               PERFORM ANOTAR-AUDITORIA
           END-IF.

       BUSCAR-VALOR-ANTERIOR.
      *> El valor anterior es la ultima linea de la historia para
      *> el alumno, periodo y materia (la que hoy vale).
           SET HAC-NO-HALLADA TO TRUE
           SET PERIODO-SIN-MATERIAS TO TRUE
           MOVE ZERO TO WS-PROM-ANTERIOR
           MOVE SPACE TO WS-LETRA-ANTERIOR
           MOVE "(NO HALLADO)" TO WS-ESTADO-ANTERIOR
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-HISTORIA-ACA
           IF WS-HIST-ACA-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-HISTORIA-ACA
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF HAC-ID = WS-ID-TRABAJO
                               AND HAC-PERIODO = WS-PERIODO-TRABAJO
                               AND HAC-MATERIA = WS-MATERIA-TRABAJO
                               SET HAC-HALLADA TO TRUE
                               MOVE HAC-PROMEDIO TO WS-PROM-ANTERIOR
                               MOVE HAC-LETRA TO WS-LETRA-ANTERIOR
                               MOVE HAC-ESTADO TO WS-ESTADO-ANTERIOR
                           END-IF
                           IF HAC-ID = WS-ID-TRABAJO
                               AND HAC-PERIODO = WS-PERIODO-TRABAJO
                               AND HAC-MATERIA NOT = SPACES
                               SET PERIODO-CON-MATERIAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIA-ACA
           END-IF.

       ANOTAR-AUDITORIA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO AUA-FECHA
           MOVE WS-HORA-SISTEMA TO AUA-HORA
           MOVE SPACES TO AUA-CORRIDA
           MOVE WS-USUARIO TO AUA-USUARIO
           MOVE WS-COR-ID(WS-IDX-COR) TO AUA-ID
           MOVE WS-COR-PERIODO(WS-IDX-COR) TO AUA-PERIODO
           MOVE WS-COR-MATERIA(WS-IDX-COR) TO AUA-MATERIA
           MOVE WS-PROM-ANTERIOR TO AUA-PROM-ANT
           MOVE WS-LETRA-ANTERIOR TO AUA-LETRA-ANT
           MOVE WS-ESTADO-ANTERIOR TO AUA-ESTADO-ANT
           MOVE WS-PROM-NUEVO TO AUA-PROM-NUEVO
           MOVE WS-LETRA-NUEVA TO AUA-LETRA-NUEVA
           MOVE WS-ESTADO-NUEVO TO AUA-ESTADO-NUEVO
           MOVE WS-COR-SOLICITA(WS-IDX-COR) TO AUA-SOLICITANTE
           MOVE WS-COR-APROBADOR(WS-IDX-COR) TO AUA-APROBADOR
           MOVE WS-COR-MOTIVO(WS-IDX-COR) TO AUA-MOTIVO
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

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
