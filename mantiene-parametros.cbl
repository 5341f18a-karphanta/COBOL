      *           toma una solicitud (quien, desde cuando, valores),
      *           la valida (rangos y consistencia entre umbrales),
      *           la agrega a la historia con fecha efectiva y
      *           regenera el parametros.txt que leen VALIDAR-EDAD,
      *           CALCULAR-PROMEDIO y EVALUA-SITUACION con los valores
      *           vigentes hoy.
      *           Con una fecha como parametro consulta que valores
      *           regian ese dia, respondiendo desde la historia.
      *           Con SIMULAR como parametro corre el roster.txt y el
      *           notas.txt vigentes por las reglas de VALIDAR-EDAD y
      *           CALCULAR-PROMEDIO con los valores de hoy y con los
      *           de la solicitud, sin grabar salida productiva, y
      *           deja en simulacion_parametros.txt quien cambia de
      *           categoria. La solicitud no se aplica sin una
      *           simulacion hecha sobre ella misma.
      *           Quien pide el cambio debe ser un operador vigente del
      *           registro central con el rol PARAMETROS.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ARCHIVO-SIMULACION
               ASSIGN TO 'simulacion_parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULACION-STATUS.
           SELECT ARCHIVO-ROSTER ASSIGN TO 'roster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT ARCHIVO-NOTAS ASSIGN TO 'notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT ARCHIVO-MATERIAS ASSIGN TO 'materias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATERIAS-STATUS.
           SELECT ARCHIVO-ASISTENCIA ASSIGN TO 'asistencia.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASISTENCIA-STATUS.
           SELECT ARCHIVO-PERIODO ASSIGN TO 'periodo_actual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SOLICITUD.
      *> Solicitud de cambio: quien la pide, desde que fecha rige y
      *> los umbrales completos (el cambio es siempre del
      *> juego entero, como el parametros.txt que se genera).
       01  REG-SOLICITUD.
           05 SOL-USUARIO        PIC X(8).
           05 SOL-SENIOR-MIN     PIC 99.
           05 SOL-MENOR-MAX      PIC 99.
           05 SOL-NOTAS-DEFECTO  PIC 99.
           05 SOL-ASISTENCIA-MIN PIC 9(3).
           05 SOL-HONOR-PROMEDIO PIC 99.
           05 SOL-HONOR-PERIODOS PIC 99.
           05 SOL-NOTA-APROBACION PIC 99.

       FD  ARCHIVO-HISTORIA.
      *> Historia con fecha efectiva de cada cambio aplicado: con
           05 HPA-SENIOR-MIN     PIC 99.
           05 HPA-MENOR-MAX      PIC 99.
           05 HPA-NOTAS-DEFECTO  PIC 99.
      *> Las entradas cargadas antes de existir el minimo de
      *> asistencia o el cuadro de honor los traen en blanco: rigen
      *> los defectos (75%, promedio 85 en los ultimos 2 periodos,
      *> aprobacion con 60).
           05 HPA-ASISTENCIA-MIN PIC 9(3).
           05 HPA-HONOR-PROMEDIO PIC 99.
           05 HPA-HONOR-PERIODOS PIC 99.
           05 HPA-NOTA-APROBACION PIC 99.

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           COPY CPY-PARAMETROS.

       FD  ARCHIVO-SIMULACION.
      *> Simulacion de impacto de la solicitud: la cabecera lleva la
      *> imagen completa de la solicitud simulada (con ella la
      *> aplicacion comprueba que la simulacion es de esa solicitud);
      *> siguen un detalle por cambio de categoria y las lineas de
      *> resumen que se muestran al aplicar.
       01  REG-SIMULACION        PIC X(132).
       01  REG-SIM-CABECERA.
           05 SIM-TIPO           PIC X(10).
               88 SIM-ES-CABECERA      VALUE "SOLICITUD".
               88 SIM-ES-RESUMEN       VALUE "RESUMEN".
           05 SIM-SOLICITUD      PIC X(33).
           05 FILLER             PIC X.
           05 SIM-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 SIM-HORA           PIC 9(8).
           05 FILLER             PIC X(71).

       FD  ARCHIVO-ROSTER.
       01  REG-ROSTER.
           05 ROS-NOMBRE         PIC X(30).
           05 ROS-EDAD           PIC 99.
      *> Mismo layout que escribe GENERA-ROSTER.
           05 ROS-ID             PIC X(10).

       FD  ARCHIVO-NOTAS.
       01  REG-NOTAS.
           05 NOT-ID             PIC X(10).
           05 NOT-MODO           PIC X.
           05 NOT-CANT           PIC 99.
           05 NOT-DETALLE OCCURS 20 TIMES.
               10 NOT-NOTA       PIC 99.
               10 NOT-PESO       PIC 99.
           05 NOT-MATERIA        PIC X(6).

       FD  ARCHIVO-MATERIAS.
       01  REG-MATERIA.
           COPY CPY-MATERIA.

       FD  ARCHIVO-ASISTENCIA.
       01  REG-ASISTENCIA.
           05 ASI-ID             PIC X(10).
           05 ASI-PERIODO        PIC X(6).
           05 ASI-DICTADAS       PIC 9(3).
           05 ASI-ASISTIDAS      PIC 9(3).

       FD  ARCHIVO-PERIODO.
       01  REG-PERIODO           PIC X(6).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-SOLICITUD-STATUS   PIC XX VALUE SPACES.
       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-PARAM-STATUS       PIC XX VALUE SPACES.
       77  WS-SIMULACION-STATUS  PIC XX VALUE SPACES.
       77  WS-ROSTER-STATUS      PIC XX VALUE SPACES.
       77  WS-NOTAS-STATUS       PIC XX VALUE SPACES.
       77  WS-MATERIAS-STATUS    PIC XX VALUE SPACES.
       77  WS-ASISTENCIA-STATUS  PIC XX VALUE SPACES.
       77  WS-PERIODO-STATUS     PIC XX VALUE SPACES.

       77  WS-FECHA-HOY          PIC 9(8) VALUE ZERO.
       77  WS-HORA-AHORA         PIC 9(8) VALUE ZERO.
       77  WS-FECHA-CONSULTA     PIC 9(8) VALUE ZERO.
       77  WS-PARAMETRO          PIC X(8) VALUE SPACES.

       77  WS-MODO-PROGRAMA      PIC X VALUE 'A'.
           88 MODO-APLICAR         VALUE 'A'.
           88 MODO-CONSULTAR       VALUE 'C'.
           88 MODO-SIMULAR         VALUE 'S'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
       77  WS-VIG-SENIOR-MIN     PIC 99 VALUE ZERO.
       77  WS-VIG-MENOR-MAX      PIC 99 VALUE ZERO.
       77  WS-VIG-NOTAS          PIC 99 VALUE ZERO.
       77  WS-VIG-ASISTENCIA     PIC 9(3) VALUE ZERO.
       77  WS-ASISTENCIA-DEFECTO PIC 9(3) VALUE 75.
       77  WS-VIG-HONOR-PROM     PIC 99 VALUE ZERO.
       77  WS-VIG-HONOR-PER      PIC 99 VALUE ZERO.
       77  WS-HONOR-PROM-DEFECTO PIC 99 VALUE 85.
       77  WS-HONOR-PER-DEFECTO  PIC 99 VALUE 2.
       77  WS-VIG-NOTA-APROBACION PIC 99 VALUE ZERO.
       77  WS-APROBACION-DEFECTO PIC 99 VALUE 60.

      *> Simulacion: valores de hoy (los vigentes a la fecha
      *> efectiva de la solicitud, o los defectos de los programas
      *> si la historia no tiene ninguno) contra los de la solicitud.
       77  WS-ANT-VOTO-MIN       PIC 99 VALUE 18.
       77  WS-ANT-SENIOR-MIN     PIC 99 VALUE 65.
       77  WS-ANT-MENOR-MAX      PIC 99 VALUE 13.
       77  WS-ANT-ASISTENCIA     PIC 9(3) VALUE 75.
       77  WS-ANT-APROBACION     PIC 99 VALUE 60.

       77  WS-SIM-LINEA          PIC X(132) VALUE SPACES.
       77  WS-SIM-EDAD           PIC 99 VALUE ZERO.
       77  WS-SIM-VOTO-ANT       PIC X VALUE 'N'.
       77  WS-SIM-VOTO-NUE       PIC X VALUE 'N'.
       77  WS-SIM-SENIOR-ANT     PIC X VALUE 'N'.
       77  WS-SIM-SENIOR-NUE     PIC X VALUE 'N'.
       77  WS-SIM-TUTOR-ANT      PIC X VALUE 'N'.
       77  WS-SIM-TUTOR-NUE      PIC X VALUE 'N'.
       77  WS-SIM-TRANSICION     PIC X(14) VALUE SPACES.
       77  WS-SIM-CAMBIA         PIC X VALUE 'N'.
           88 SIM-CAMBIA           VALUE 'S'.
           88 SIM-NO-CAMBIA        VALUE 'N'.

       77  WS-SIM-PERSONAS       PIC 9(7) VALUE ZERO.
       77  WS-SIM-PERS-DESCART   PIC 9(7) VALUE ZERO.
       77  WS-SIM-PERS-CAMBIAN   PIC 9(7) VALUE ZERO.
       77  WS-SIM-NUEVO-SENIOR   PIC 9(7) VALUE ZERO.
       77  WS-SIM-DEJA-SENIOR    PIC 9(7) VALUE ZERO.
       77  WS-SIM-NUEVO-VOTANTE  PIC 9(7) VALUE ZERO.
       77  WS-SIM-PIERDE-VOTO    PIC 9(7) VALUE ZERO.
       77  WS-SIM-SIN-TUTOR      PIC 9(7) VALUE ZERO.
       77  WS-SIM-REQ-TUTOR      PIC 9(7) VALUE ZERO.

      *> Notas: mismas reglas que CALCULAR-PROMEDIO (promedio
      *> simple o ponderado por linea, promedio del periodo
      *> ponderado por creditos, LIBRE por asistencia). Las lineas
      *> que su validacion rechazaria no entran a la simulacion.
       77  WS-SIM-PERIODO        PIC X(6) VALUE SPACES.
       77  WS-SIM-LINEAS         PIC 9(7) VALUE ZERO.
       77  WS-SIM-LIN-DESCART    PIC 9(7) VALUE ZERO.
       77  WS-SIM-LINEA-VALIDA   PIC X VALUE 'S'.
           88 SIM-LINEA-VALIDA     VALUE 'S'.
           88 SIM-LINEA-INVALIDA   VALUE 'N'.
       77  WS-SIM-CANT           PIC 99 VALUE ZERO.
       77  WS-SIM-IDX-NOTA       PIC 99 VALUE ZERO.
       77  WS-SIM-SUMA           PIC 9(4) VALUE ZERO.
       77  WS-SIM-SUMA-POND      PIC 9(6) VALUE ZERO.
       77  WS-SIM-SUMA-PESOS     PIC 9(4) VALUE ZERO.
       77  WS-SIM-PESO           PIC 99 VALUE ZERO.
       77  WS-SIM-PROMEDIO       PIC 99 VALUE ZERO.
       77  WS-SIM-CREDITOS       PIC 99 VALUE ZERO.
       77  WS-SIM-ID             PIC X(10) VALUE SPACES.
       77  WS-SIM-PORC-ASIST     PIC 9(3) VALUE ZERO.
       77  WS-SIM-ASI-SW         PIC X VALUE 'N'.
           88 SIM-ASI-HALLADA      VALUE 'S'.
           88 SIM-ASI-NO-HALLADA   VALUE 'N'.
       77  WS-SIM-APROB-USO      PIC 99 VALUE ZERO.
       77  WS-SIM-ASIST-USO      PIC 9(3) VALUE ZERO.
       77  WS-SIM-ESTADO         PIC X(10) VALUE SPACES.
       77  WS-SIM-ESTADO-ANT     PIC X(10) VALUE SPACES.
       77  WS-SIM-ESTADO-NUE     PIC X(10) VALUE SPACES.

       77  WS-SIM-MAT-CAMBIAN    PIC 9(7) VALUE ZERO.
       77  WS-SIM-ALN-CAMBIAN    PIC 9(7) VALUE ZERO.
       77  WS-SIM-APR-A-REP      PIC 9(7) VALUE ZERO.
       77  WS-SIM-REP-A-APR      PIC 9(7) VALUE ZERO.
       77  WS-SIM-A-LIBRE        PIC 9(7) VALUE ZERO.
       77  WS-SIM-DEJA-LIBRE     PIC 9(7) VALUE ZERO.

       77  WS-SIM-TOTAL-MAT      PIC 9(3) VALUE ZERO.
       77  WS-SIM-IDX-MAT        PIC 9(3) VALUE ZERO.
       77  WS-SIM-IDX-MAT-HALL   PIC 9(3) VALUE ZERO.
       01  WS-SIM-TABLA-MATERIAS.
           05 WS-SIM-MAT-ENT OCCURS 200 TIMES.
               10 WS-SIM-MAT-CODIGO   PIC X(6).
               10 WS-SIM-MAT-CREDITOS PIC 99.

       77  WS-SIM-TOTAL-ASI      PIC 9(4) VALUE ZERO.
       77  WS-SIM-IDX-ASI        PIC 9(4) VALUE ZERO.
       77  WS-SIM-IDX-ASI-HALL   PIC 9(4) VALUE ZERO.
       01  WS-SIM-TABLA-ASISTENCIA.
           05 WS-SIM-ASI-ENT OCCURS 2000 TIMES.
               10 WS-SIM-ASI-ID        PIC X(10).
               10 WS-SIM-ASI-DICTADAS  PIC 9(3).
               10 WS-SIM-ASI-ASISTIDAS PIC 9(3).

       77  WS-SIM-TOTAL-ALN      PIC 9(4) VALUE ZERO.
       77  WS-SIM-IDX-ALN        PIC 9(4) VALUE ZERO.
       77  WS-SIM-IDX-ALN-HALL   PIC 9(4) VALUE ZERO.
       01  WS-SIM-TABLA-ALUMNOS.
           05 WS-SIM-ALN-ENT OCCURS 2000 TIMES.
               10 WS-SIM-ALN-ID        PIC X(10).
               10 WS-SIM-ALN-SUMA-PROM PIC 9(7).
               10 WS-SIM-ALN-SUMA-CRED PIC 9(5).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
      *> Parametro 1 opcional: una fecha AAAAMMDD pasa a modo
      *> consulta ("que umbrales regian ese dia"), SIMULAR simula el
      *> impacto de la solicitud pendiente; sin parametro se aplica
      *> la solicitud pendiente.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF WS-PARAMETRO = "SIMULAR"
               SET MODO-SIMULAR TO TRUE
           ELSE
               IF WS-PARAMETRO IS NUMERIC
                   MOVE WS-PARAMETRO TO WS-FECHA-CONSULTA
                   IF WS-FECHA-CONSULTA > ZERO
                       SET MODO-CONSULTAR TO TRUE
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN MODO-CONSULTAR
                   PERFORM CONSULTAR-VIGENCIA
               WHEN MODO-SIMULAR
                   PERFORM SIMULAR-SOLICITUD
               WHEN OTHER
                   PERFORM APLICAR-SOLICITUD
           END-EVALUATE
           STOP RUN.

       APLICAR-SOLICITUD.
           PERFORM LEER-SOLICITUD
           PERFORM VALIDAR-SOLICITUD
           PERFORM VERIFICAR-SIMULACION
           PERFORM ANOTAR-HISTORIA
           CLOSE ARCHIVO-SOLICITUD

           DISPLAY "Solicitud de " SOL-USUARIO
               " registrada, efectiva " SOL-FECHA-EFECTIVA.

       LEER-SOLICITUD.
           OPEN INPUT ARCHIVO-SOLICITUD
           IF WS-SOLICITUD-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR SOLICITUD, STATUS="
                   WS-SOLICITUD-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           READ ARCHIVO-SOLICITUD
               AT END
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "SOLICITUD VACIA" TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-READ.

       VALIDAR-SOLICITUD.
      *> Rangos de negocio y consistencia entre umbrales: una
      *> solicitud invalida no toca ni la historia ni el
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-ASISTENCIA-MIN IS NOT NUMERIC
               OR SOL-ASISTENCIA-MIN < 50 OR SOL-ASISTENCIA-MIN > 100
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "ASISTENCIA-MIN FUERA DE RANGO (50-100)"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-HONOR-PROMEDIO IS NOT NUMERIC
               OR SOL-HONOR-PROMEDIO < 60 OR SOL-HONOR-PROMEDIO > 99
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "HONOR-PROM FUERA DE RANGO (60-99)"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-HONOR-PERIODOS IS NOT NUMERIC
               OR SOL-HONOR-PERIODOS < 1 OR SOL-HONOR-PERIODOS > 10
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "HONOR-PERIODOS FUERA DE RANGO (1-10)"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-NOTA-APROBACION IS NOT NUMERIC
               OR SOL-NOTA-APROBACION < 40
               OR SOL-NOTA-APROBACION > 90
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "APROBACION-MIN FUERA DE RANGO (40-90)"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-HONOR-PROMEDIO < SOL-NOTA-APROBACION
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "HONOR-PROM NO PUEDE SER MENOR QUE APROBACION-MIN"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-MENOR-MAX NOT < SOL-VOTO-MIN
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "MENOR-MAX DEBE SER MENOR QUE VOTO-MIN"
               MOVE "SOLICITUD SIN USUARIO" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Batch: no hay PIN que pedir; alcanza con que el legajo este
      *> vigente y tenga el rol. La denegacion queda en la bitacora
      *> de seguridad.
           MOVE "MANTIENE-PARAMETROS" TO WS-OPR-PROGRAMA
           MOVE SOL-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-PARAMETROS TO WS-OPR-ROL
           IF MODO-SIMULAR
               MOVE "SIMULA-UMBRALES" TO WS-OPR-ACCION
           ELSE
               MOVE "CAMBIO-UMBRALES" TO WS-OPR-ACCION
           END-IF
           SET OPR-SIN-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "SOLICITANTE SIN AUTORIZACION: " WS-OPR-MOTIVO
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF SOL-FECHA-EFECTIVA = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SOLICITUD SIN FECHA EFECTIVA" TO WS-RC-MENSAJE
           MOVE SOL-SENIOR-MIN TO HPA-SENIOR-MIN
           MOVE SOL-MENOR-MAX TO HPA-MENOR-MAX
           MOVE SOL-NOTAS-DEFECTO TO HPA-NOTAS-DEFECTO
           MOVE SOL-ASISTENCIA-MIN TO HPA-ASISTENCIA-MIN
           MOVE SOL-HONOR-PROMEDIO TO HPA-HONOR-PROMEDIO
           MOVE SOL-HONOR-PERIODOS TO HPA-HONOR-PERIODOS
           MOVE SOL-NOTA-APROBACION TO HPA-NOTA-APROBACION
           WRITE REG-HISTORIA-PAR
           CLOSE ARCHIVO-HISTORIA.

           MOVE ZERO TO WS-VIG-HORA-CARGA
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-HISTORIA
      *> Al simular, una historia todavia inexistente es un juego no
      *> hallado: la comparacion se hace contra los defectos.
           IF WS-HISTORIA-STATUS = "35" AND MODO-SIMULAR
               SET FIN-ARCHIVO TO TRUE
           END-IF
           IF WS-HISTORIA-STATUS NOT = "00" AND MAS-DATOS
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "SIN HISTORIA DE PARAMETROS, STATUS="
                   WS-HISTORIA-STATUS DELIMITED BY SIZE
                       PERFORM EVALUAR-ENTRADA-HISTORIA
               END-READ
           END-PERFORM
           IF WS-HISTORIA-STATUS NOT = "35"
               CLOSE ARCHIVO-HISTORIA
           END-IF
           SET MAS-DATOS TO TRUE.

       EVALUAR-ENTRADA-HISTORIA.
                   MOVE HPA-SENIOR-MIN TO WS-VIG-SENIOR-MIN
                   MOVE HPA-MENOR-MAX TO WS-VIG-MENOR-MAX
                   MOVE HPA-NOTAS-DEFECTO TO WS-VIG-NOTAS
                   IF HPA-ASISTENCIA-MIN IS NUMERIC
                       MOVE HPA-ASISTENCIA-MIN TO WS-VIG-ASISTENCIA
                   ELSE
                       MOVE WS-ASISTENCIA-DEFECTO TO WS-VIG-ASISTENCIA
                   END-IF
                   IF HPA-HONOR-PROMEDIO IS NUMERIC
                       AND HPA-HONOR-PERIODOS IS NUMERIC
                       MOVE HPA-HONOR-PROMEDIO TO WS-VIG-HONOR-PROM
                       MOVE HPA-HONOR-PERIODOS TO WS-VIG-HONOR-PER
                   ELSE
                       MOVE WS-HONOR-PROM-DEFECTO TO WS-VIG-HONOR-PROM
                       MOVE WS-HONOR-PER-DEFECTO TO WS-VIG-HONOR-PER
                   END-IF
                   IF HPA-NOTA-APROBACION IS NUMERIC
                       MOVE HPA-NOTA-APROBACION
                           TO WS-VIG-NOTA-APROBACION
                   ELSE
                       MOVE WS-APROBACION-DEFECTO
                           TO WS-VIG-NOTA-APROBACION
                   END-IF
               END-IF
           END-IF.

       GENERAR-PARAMETROS.
      *> Reescribe parametros.txt en el layout CPY-PARAMETROS que
      *> leen VALIDAR-EDAD, CALCULAR-PROMEDIO, EVALUA-SITUACION y las
      *> correcciones de notas.
           OPEN OUTPUT ARCHIVO-PARAMETROS
           IF WS-PARAM-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               " SENIOR-MIN=" WS-VIG-SENIOR-MIN
               " MENOR-MAX=" WS-VIG-MENOR-MAX
               " NOTAS-DEFECTO=" WS-VIG-NOTAS
               " ASISTENCIA-MIN=" WS-VIG-ASISTENCIA
               " HONOR-PROM=" WS-VIG-HONOR-PROM
               " HONOR-PERIODOS=" WS-VIG-HONOR-PER
               " APROBACION-MIN=" WS-VIG-NOTA-APROBACION
               DELIMITED BY SIZE INTO REG-PARAMETROS
           WRITE REG-PARAMETROS
           CLOSE ARCHIVO-PARAMETROS
                   " SENIOR-MIN=" WS-VIG-SENIOR-MIN
                   " MENOR-MAX=" WS-VIG-MENOR-MAX
                   " NOTAS-DEFECTO=" WS-VIG-NOTAS
                   " ASISTENCIA-MIN=" WS-VIG-ASISTENCIA
               DISPLAY "  HONOR-PROM=" WS-VIG-HONOR-PROM
                   " HONOR-PERIODOS=" WS-VIG-HONOR-PER
                   " APROBACION-MIN=" WS-VIG-NOTA-APROBACION
               DISPLAY "  Cargado por " WS-VIG-USUARIO
                   " el " WS-VIG-FECHA-CARGA
                   " efectivo desde " WS-VIG-FECHA-EFE
                   " programa)"
           END-IF.

       SIMULAR-SOLICITUD.
      *> Corre la solicitud contra los datos actuales sin tocar la
      *> historia, parametros.txt ni ninguna salida de VALIDAR-EDAD o
      *> CALCULAR-PROMEDIO: lo unico que graba es la simulacion.
           PERFORM LEER-SOLICITUD
           PERFORM VALIDAR-SOLICITUD
           CLOSE ARCHIVO-SOLICITUD

      *> "Antes" es el juego que regiria ese dia sin la solicitud.
           MOVE SOL-FECHA-EFECTIVA TO WS-FECHA-CONSULTA
           PERFORM BUSCAR-VIGENTE
           IF VIGENTE-HALLADO
               MOVE WS-VIG-VOTO-MIN TO WS-ANT-VOTO-MIN
               MOVE WS-VIG-SENIOR-MIN TO WS-ANT-SENIOR-MIN
               MOVE WS-VIG-MENOR-MAX TO WS-ANT-MENOR-MAX
               MOVE WS-VIG-ASISTENCIA TO WS-ANT-ASISTENCIA
               MOVE WS-VIG-NOTA-APROBACION TO WS-ANT-APROBACION
           ELSE
               DISPLAY "Sin juego vigente al " WS-FECHA-CONSULTA
                   ": se compara contra los valores por defecto"
           END-IF

           OPEN OUTPUT ARCHIVO-SIMULACION
           IF WS-SIMULACION-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR SIMULACION, STATUS="
                   WS-SIMULACION-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO REG-SIM-CABECERA
           MOVE "SOLICITUD" TO SIM-TIPO
           MOVE REG-SOLICITUD TO SIM-SOLICITUD
           MOVE WS-FECHA-HOY TO SIM-FECHA
           MOVE WS-HORA-AHORA TO SIM-HORA
           WRITE REG-SIM-CABECERA

           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   ANTES   VOTO-MIN=" WS-ANT-VOTO-MIN
               " SENIOR-MIN=" WS-ANT-SENIOR-MIN
               " MENOR-MAX=" WS-ANT-MENOR-MAX
               " ASISTENCIA-MIN=" WS-ANT-ASISTENCIA
               " APROBACION-MIN=" WS-ANT-APROBACION
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM
           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   DESPUES VOTO-MIN=" SOL-VOTO-MIN
               " SENIOR-MIN=" SOL-SENIOR-MIN
               " MENOR-MAX=" SOL-MENOR-MAX
               " ASISTENCIA-MIN=" SOL-ASISTENCIA-MIN
               " APROBACION-MIN=" SOL-NOTA-APROBACION
               " EFECTIVA " SOL-FECHA-EFECTIVA
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM

           PERFORM SIMULAR-EDADES
           PERFORM SIMULAR-NOTAS
           PERFORM ESCRIBIR-RESUMEN-SIM
           CLOSE ARCHIVO-SIMULACION

           DISPLAY "Simulacion de la solicitud de " SOL-USUARIO
               " grabada en simulacion_parametros.txt"
           DISPLAY "  Personas que cambian de categoria: "
               WS-SIM-PERS-CAMBIAN " (dejan de ser senior: "
               WS-SIM-DEJA-SENIOR ")"
           DISPLAY "  Alumnos que cambian de estado: "
               WS-SIM-ALN-CAMBIAN " (de aprobado a reprobado: "
               WS-SIM-APR-A-REP ")".

       ESCRIBIR-LINEA-SIM.
           WRITE REG-SIMULACION FROM WS-SIM-LINEA.

       SIMULAR-EDADES.
      *> Reglas de VALIDAR-EDAD: vota desde VOTO-MIN, senior desde
      *> SENIOR-MIN, requiere tutor hasta MENOR-MAX. Cada cambio de
      *> una de las tres marcas es una linea, con el nombre de
      *> transicion que usa VALIDAR-EDAD.
           OPEN INPUT ARCHIVO-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "Sin roster.txt: no se simulan las edades"
               MOVE "RESUMEN   SIN ROSTER.TXT: NO SE SIMULAN EDADES"
                   TO WS-SIM-LINEA
               PERFORM ESCRIBIR-LINEA-SIM
           ELSE
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ROSTER
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM SIMULAR-PERSONA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ROSTER
               SET MAS-DATOS TO TRUE
           END-IF.

       SIMULAR-PERSONA.
           IF ROS-EDAD IS NOT NUMERIC
               ADD 1 TO WS-SIM-PERS-DESCART
           ELSE
               ADD 1 TO WS-SIM-PERSONAS
               MOVE ROS-EDAD TO WS-SIM-EDAD
               MOVE "N" TO WS-SIM-VOTO-ANT WS-SIM-VOTO-NUE
                   WS-SIM-SENIOR-ANT WS-SIM-SENIOR-NUE
                   WS-SIM-TUTOR-ANT WS-SIM-TUTOR-NUE
               IF WS-SIM-EDAD >= WS-ANT-VOTO-MIN
                   MOVE "S" TO WS-SIM-VOTO-ANT
               END-IF
               IF WS-SIM-EDAD >= SOL-VOTO-MIN
                   MOVE "S" TO WS-SIM-VOTO-NUE
               END-IF
               IF WS-SIM-EDAD >= WS-ANT-SENIOR-MIN
                   MOVE "S" TO WS-SIM-SENIOR-ANT
               END-IF
               IF WS-SIM-EDAD >= SOL-SENIOR-MIN
                   MOVE "S" TO WS-SIM-SENIOR-NUE
               END-IF
               IF WS-SIM-EDAD <= WS-ANT-MENOR-MAX
                   MOVE "S" TO WS-SIM-TUTOR-ANT
               END-IF
               IF WS-SIM-EDAD <= SOL-MENOR-MAX
                   MOVE "S" TO WS-SIM-TUTOR-NUE
               END-IF
               SET SIM-NO-CAMBIA TO TRUE
               IF WS-SIM-SENIOR-NUE NOT = WS-SIM-SENIOR-ANT
                   IF WS-SIM-SENIOR-NUE = "S"
                       MOVE "NUEVO-SENIOR" TO WS-SIM-TRANSICION
                       ADD 1 TO WS-SIM-NUEVO-SENIOR
                   ELSE
                       MOVE "DEJA-SENIOR" TO WS-SIM-TRANSICION
                       ADD 1 TO WS-SIM-DEJA-SENIOR
                   END-IF
                   PERFORM ANOTAR-CAMBIO-EDAD
               END-IF
               IF WS-SIM-VOTO-NUE NOT = WS-SIM-VOTO-ANT
                   IF WS-SIM-VOTO-NUE = "S"
                       MOVE "NUEVO-VOTANTE" TO WS-SIM-TRANSICION
                       ADD 1 TO WS-SIM-NUEVO-VOTANTE
                   ELSE
                       MOVE "PIERDE-VOTO" TO WS-SIM-TRANSICION
                       ADD 1 TO WS-SIM-PIERDE-VOTO
                   END-IF
                   PERFORM ANOTAR-CAMBIO-EDAD
               END-IF
               IF WS-SIM-TUTOR-NUE NOT = WS-SIM-TUTOR-ANT
                   IF WS-SIM-TUTOR-NUE = "S"
                       MOVE "REQUIERE-TUTOR" TO WS-SIM-TRANSICION
                       ADD 1 TO WS-SIM-REQ-TUTOR
                   ELSE
                       MOVE "SIN-TUTOR" TO WS-SIM-TRANSICION
                       ADD 1 TO WS-SIM-SIN-TUTOR
                   END-IF
                   PERFORM ANOTAR-CAMBIO-EDAD
               END-IF
               IF SIM-CAMBIA
                   ADD 1 TO WS-SIM-PERS-CAMBIAN
               END-IF
           END-IF.

       ANOTAR-CAMBIO-EDAD.
           SET SIM-CAMBIA TO TRUE
           MOVE SPACES TO WS-SIM-LINEA
           STRING "EDAD      " ROS-NOMBRE " EDAD " WS-SIM-EDAD
               " " WS-SIM-TRANSICION
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM.

       SIMULAR-NOTAS.
      *> Reglas de CALCULAR-PROMEDIO: el cambio de APROBACION-MIN o
      *> de ASISTENCIA-MIN mueve el estado de la materia y del
      *> periodo; la letra no depende de los parametros.
           OPEN INPUT ARCHIVO-NOTAS
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "Sin notas.txt: no se simulan las notas"
               MOVE "RESUMEN   SIN NOTAS.TXT: NO SE SIMULAN NOTAS"
                   TO WS-SIM-LINEA
               PERFORM ESCRIBIR-LINEA-SIM
           ELSE
               PERFORM DETERMINAR-PERIODO
               PERFORM CARGAR-MATERIAS
               PERFORM CARGAR-ASISTENCIA
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-NOTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM SIMULAR-LINEA-NOTAS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-NOTAS
               SET MAS-DATOS TO TRUE
               PERFORM VARYING WS-SIM-IDX-ALN FROM 1 BY 1
                       UNTIL WS-SIM-IDX-ALN > WS-SIM-TOTAL-ALN
                   PERFORM SIMULAR-PERIODO-ALUMNO
               END-PERFORM
           END-IF.

       DETERMINAR-PERIODO.
      *> Mismo periodo que CALCULAR-PROMEDIO: periodo_actual.txt o,
      *> sin el, el anio-mes del dia.
           OPEN INPUT ARCHIVO-PERIODO
           IF WS-PERIODO-STATUS = "00"
               READ ARCHIVO-PERIODO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PERIODO TO WS-SIM-PERIODO
               END-READ
               CLOSE ARCHIVO-PERIODO
           END-IF
           IF WS-SIM-PERIODO = SPACES
               MOVE WS-FECHA-HOY(1:6) TO WS-SIM-PERIODO
           END-IF.

       CARGAR-MATERIAS.
      *> Sin catalogo solo entran las lineas sin materia, como en
      *> CALCULAR-PROMEDIO.
           OPEN INPUT ARCHIVO-MATERIAS
           IF WS-MATERIAS-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-MATERIAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF MAT-CREDITOS IS NUMERIC
                               AND MAT-CREDITOS > ZERO
                               AND WS-SIM-TOTAL-MAT < 200
                               ADD 1 TO WS-SIM-TOTAL-MAT
                               MOVE MAT-CODIGO TO
                                   WS-SIM-MAT-CODIGO(WS-SIM-TOTAL-MAT)
                               MOVE MAT-CREDITOS TO
                                   WS-SIM-MAT-CREDITOS(WS-SIM-TOTAL-MAT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MATERIAS
               SET MAS-DATOS TO TRUE
           END-IF.

       CARGAR-ASISTENCIA.
      *> Vale la primera linea valida de cada alumno en el periodo.
      *> Obligatorio, como en CALCULAR-PROMEDIO: sin asistencia la
      *> simulacion no reproduciria la regla de minimo.
           OPEN INPUT ARCHIVO-ASISTENCIA
           IF WS-ASISTENCIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ASISTENCIA, STATUS="
                   WS-ASISTENCIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ASISTENCIA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-ASISTENCIA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASISTENCIA
           SET MAS-DATOS TO TRUE.

       GUARDAR-ASISTENCIA.
           IF ASI-PERIODO = WS-SIM-PERIODO
               AND ASI-DICTADAS IS NUMERIC
               AND ASI-DICTADAS > ZERO
               AND ASI-ASISTIDAS IS NUMERIC
               AND ASI-ASISTIDAS NOT > ASI-DICTADAS
               MOVE ASI-ID TO WS-SIM-ID
               PERFORM BUSCAR-ASISTENCIA
               IF SIM-ASI-NO-HALLADA AND WS-SIM-TOTAL-ASI < 2000
                   ADD 1 TO WS-SIM-TOTAL-ASI
                   MOVE ASI-ID TO WS-SIM-ASI-ID(WS-SIM-TOTAL-ASI)
                   MOVE ASI-DICTADAS
                       TO WS-SIM-ASI-DICTADAS(WS-SIM-TOTAL-ASI)
                   MOVE ASI-ASISTIDAS
                       TO WS-SIM-ASI-ASISTIDAS(WS-SIM-TOTAL-ASI)
               END-IF
           END-IF.

       BUSCAR-ASISTENCIA.
           SET SIM-ASI-NO-HALLADA TO TRUE
           MOVE ZERO TO WS-SIM-PORC-ASIST
           PERFORM VARYING WS-SIM-IDX-ASI FROM 1 BY 1
                   UNTIL WS-SIM-IDX-ASI > WS-SIM-TOTAL-ASI
               IF WS-SIM-ASI-ID(WS-SIM-IDX-ASI) = WS-SIM-ID
                   SET SIM-ASI-HALLADA TO TRUE
                   MOVE WS-SIM-IDX-ASI TO WS-SIM-IDX-ASI-HALL
                   MOVE WS-SIM-TOTAL-ASI TO WS-SIM-IDX-ASI
               END-IF
           END-PERFORM
           IF SIM-ASI-HALLADA
               COMPUTE WS-SIM-PORC-ASIST =
                   (WS-SIM-ASI-ASISTIDAS(WS-SIM-IDX-ASI-HALL) * 100)
                   / WS-SIM-ASI-DICTADAS(WS-SIM-IDX-ASI-HALL)
           END-IF.

       SIMULAR-LINEA-NOTAS.
           ADD 1 TO WS-SIM-LINEAS
           PERFORM VALIDAR-LINEA-NOTAS
           IF SIM-LINEA-INVALIDA
               ADD 1 TO WS-SIM-LIN-DESCART
           ELSE
               MOVE ZERO TO WS-SIM-SUMA WS-SIM-SUMA-POND
                   WS-SIM-SUMA-PESOS
               PERFORM VARYING WS-SIM-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-SIM-IDX-NOTA > WS-SIM-CANT
                   IF NOT-MODO = "P"
                       MOVE NOT-PESO(WS-SIM-IDX-NOTA) TO WS-SIM-PESO
                   ELSE
                       MOVE 1 TO WS-SIM-PESO
                   END-IF
                   ADD NOT-NOTA(WS-SIM-IDX-NOTA) TO WS-SIM-SUMA
                   COMPUTE WS-SIM-SUMA-POND = WS-SIM-SUMA-POND
                       + (NOT-NOTA(WS-SIM-IDX-NOTA) * WS-SIM-PESO)
                   ADD WS-SIM-PESO TO WS-SIM-SUMA-PESOS
               END-PERFORM
               IF NOT-MODO = "P"
                   DIVIDE WS-SIM-SUMA-POND BY WS-SIM-SUMA-PESOS
                       GIVING WS-SIM-PROMEDIO
               ELSE
                   DIVIDE WS-SIM-SUMA BY WS-SIM-CANT
                       GIVING WS-SIM-PROMEDIO
               END-IF
               MOVE NOT-ID TO WS-SIM-ID
               PERFORM BUSCAR-ASISTENCIA
               IF NOT-MATERIA = SPACES
                   MOVE 1 TO WS-SIM-CREDITOS
               ELSE
                   MOVE WS-SIM-MAT-CREDITOS(WS-SIM-IDX-MAT-HALL)
                       TO WS-SIM-CREDITOS
                   PERFORM COMPARAR-ESTADOS
                   IF WS-SIM-ESTADO-NUE NOT = WS-SIM-ESTADO-ANT
                       ADD 1 TO WS-SIM-MAT-CAMBIAN
                       MOVE SPACES TO WS-SIM-LINEA
                       STRING "MATERIA   " NOT-ID " " NOT-MATERIA
                           " PROMEDIO " WS-SIM-PROMEDIO
                           " ASISTENCIA " WS-SIM-PORC-ASIST "% "
                           WS-SIM-ESTADO-ANT " -> " WS-SIM-ESTADO-NUE
                           DELIMITED BY SIZE INTO WS-SIM-LINEA
                       PERFORM ESCRIBIR-LINEA-SIM
                   END-IF
               END-IF
               PERFORM ACUMULAR-ALUMNO
           END-IF.

       VALIDAR-LINEA-NOTAS.
      *> Las reglas de rechazo de la entrada de CALCULAR-PROMEDIO que
      *> no dependen del maestro de alumnos.
           SET SIM-LINEA-VALIDA TO TRUE
           IF NOT-ID = SPACES
               OR NOT-CANT IS NOT NUMERIC
               OR NOT-CANT < 1 OR NOT-CANT > 20
               SET SIM-LINEA-INVALIDA TO TRUE
           ELSE
               MOVE NOT-CANT TO WS-SIM-CANT
               PERFORM VARYING WS-SIM-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-SIM-IDX-NOTA > WS-SIM-CANT
                   IF NOT-NOTA(WS-SIM-IDX-NOTA) IS NOT NUMERIC
                       OR NOT-NOTA(WS-SIM-IDX-NOTA) = ZERO
                       SET SIM-LINEA-INVALIDA TO TRUE
                   END-IF
                   IF NOT-MODO = "P"
                       AND (NOT-PESO(WS-SIM-IDX-NOTA) IS NOT NUMERIC
                           OR NOT-PESO(WS-SIM-IDX-NOTA) = ZERO)
                       SET SIM-LINEA-INVALIDA TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF SIM-LINEA-VALIDA AND NOT-MATERIA NOT = SPACES
               MOVE ZERO TO WS-SIM-IDX-MAT-HALL
               PERFORM VARYING WS-SIM-IDX-MAT FROM 1 BY 1
                       UNTIL WS-SIM-IDX-MAT > WS-SIM-TOTAL-MAT
                   IF WS-SIM-MAT-CODIGO(WS-SIM-IDX-MAT) = NOT-MATERIA
                       MOVE WS-SIM-IDX-MAT TO WS-SIM-IDX-MAT-HALL
                       MOVE WS-SIM-TOTAL-MAT TO WS-SIM-IDX-MAT
                   END-IF
               END-PERFORM
               IF WS-SIM-IDX-MAT-HALL = ZERO
                   SET SIM-LINEA-INVALIDA TO TRUE
               END-IF
           END-IF.

       ACUMULAR-ALUMNO.
           MOVE ZERO TO WS-SIM-IDX-ALN-HALL
           PERFORM VARYING WS-SIM-IDX-ALN FROM 1 BY 1
                   UNTIL WS-SIM-IDX-ALN > WS-SIM-TOTAL-ALN
               IF WS-SIM-ALN-ID(WS-SIM-IDX-ALN) = NOT-ID
                   MOVE WS-SIM-IDX-ALN TO WS-SIM-IDX-ALN-HALL
                   MOVE WS-SIM-TOTAL-ALN TO WS-SIM-IDX-ALN
               END-IF
           END-PERFORM
           IF WS-SIM-IDX-ALN-HALL = ZERO
               IF WS-SIM-TOTAL-ALN NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "NOTAS.TXT EXCEDE 2000 ALUMNOS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-SIM-TOTAL-ALN
               MOVE WS-SIM-TOTAL-ALN TO WS-SIM-IDX-ALN-HALL
               MOVE NOT-ID TO WS-SIM-ALN-ID(WS-SIM-IDX-ALN-HALL)
               MOVE ZERO TO WS-SIM-ALN-SUMA-PROM(WS-SIM-IDX-ALN-HALL)
               MOVE ZERO TO WS-SIM-ALN-SUMA-CRED(WS-SIM-IDX-ALN-HALL)
           END-IF
           COMPUTE WS-SIM-ALN-SUMA-PROM(WS-SIM-IDX-ALN-HALL) =
               WS-SIM-ALN-SUMA-PROM(WS-SIM-IDX-ALN-HALL)
               + (WS-SIM-PROMEDIO * WS-SIM-CREDITOS)
           ADD WS-SIM-CREDITOS
               TO WS-SIM-ALN-SUMA-CRED(WS-SIM-IDX-ALN-HALL).

       SIMULAR-PERIODO-ALUMNO.
      *> Promedio del periodo ponderado por creditos, como el que
      *> CALCULAR-PROMEDIO graba en promedios.txt.
           MOVE WS-SIM-ALN-ID(WS-SIM-IDX-ALN) TO WS-SIM-ID
           DIVIDE WS-SIM-ALN-SUMA-PROM(WS-SIM-IDX-ALN)
               BY WS-SIM-ALN-SUMA-CRED(WS-SIM-IDX-ALN)
               GIVING WS-SIM-PROMEDIO
           PERFORM BUSCAR-ASISTENCIA
           PERFORM COMPARAR-ESTADOS
           IF WS-SIM-ESTADO-NUE NOT = WS-SIM-ESTADO-ANT
               ADD 1 TO WS-SIM-ALN-CAMBIAN
               EVALUATE TRUE
                   WHEN WS-SIM-ESTADO-NUE = "LIBRE"
                       ADD 1 TO WS-SIM-A-LIBRE
                   WHEN WS-SIM-ESTADO-ANT = "LIBRE"
                       ADD 1 TO WS-SIM-DEJA-LIBRE
                   WHEN WS-SIM-ESTADO-NUE = "REPROBADO"
                       ADD 1 TO WS-SIM-APR-A-REP
                   WHEN OTHER
                       ADD 1 TO WS-SIM-REP-A-APR
               END-EVALUATE
               MOVE SPACES TO WS-SIM-LINEA
               STRING "ALUMNO    " WS-SIM-ID " PERIODO " WS-SIM-PERIODO
                   " PROMEDIO " WS-SIM-PROMEDIO
                   " ASISTENCIA " WS-SIM-PORC-ASIST "% "
                   WS-SIM-ESTADO-ANT " -> " WS-SIM-ESTADO-NUE
                   DELIMITED BY SIZE INTO WS-SIM-LINEA
               PERFORM ESCRIBIR-LINEA-SIM
           END-IF.

       COMPARAR-ESTADOS.
           MOVE WS-ANT-APROBACION TO WS-SIM-APROB-USO
           MOVE WS-ANT-ASISTENCIA TO WS-SIM-ASIST-USO
           PERFORM DETERMINAR-ESTADO
           MOVE WS-SIM-ESTADO TO WS-SIM-ESTADO-ANT
           MOVE SOL-NOTA-APROBACION TO WS-SIM-APROB-USO
           MOVE SOL-ASISTENCIA-MIN TO WS-SIM-ASIST-USO
           PERFORM DETERMINAR-ESTADO
           MOVE WS-SIM-ESTADO TO WS-SIM-ESTADO-NUE.

       DETERMINAR-ESTADO.
      *> Sin asistencia informada el estado sale solo de las notas.
           IF WS-SIM-PROMEDIO >= WS-SIM-APROB-USO
               MOVE "APROBADO" TO WS-SIM-ESTADO
           ELSE
               MOVE "REPROBADO" TO WS-SIM-ESTADO
           END-IF
           IF SIM-ASI-HALLADA
               AND WS-SIM-PORC-ASIST < WS-SIM-ASIST-USO
               MOVE "LIBRE" TO WS-SIM-ESTADO
           END-IF.

       ESCRIBIR-RESUMEN-SIM.
           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   ROSTER: PERSONAS " WS-SIM-PERSONAS
               " DESCARTADAS " WS-SIM-PERS-DESCART
               " CAMBIAN DE CATEGORIA " WS-SIM-PERS-CAMBIAN
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM
           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   NUEVO-SENIOR " WS-SIM-NUEVO-SENIOR
               " DEJA-SENIOR " WS-SIM-DEJA-SENIOR
               " NUEVO-VOTANTE " WS-SIM-NUEVO-VOTANTE
               " PIERDE-VOTO " WS-SIM-PIERDE-VOTO
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM
           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   SIN-TUTOR " WS-SIM-SIN-TUTOR
               " REQUIERE-TUTOR " WS-SIM-REQ-TUTOR
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM
           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   NOTAS: LINEAS " WS-SIM-LINEAS
               " DESCARTADAS " WS-SIM-LIN-DESCART
               " ALUMNOS " WS-SIM-TOTAL-ALN
               " MATERIAS QUE CAMBIAN " WS-SIM-MAT-CAMBIAN
               " ALUMNOS QUE CAMBIAN " WS-SIM-ALN-CAMBIAN
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM
           MOVE SPACES TO WS-SIM-LINEA
           STRING "RESUMEN   APROBADO->REPROBADO " WS-SIM-APR-A-REP
               " REPROBADO->APROBADO " WS-SIM-REP-A-APR
               " PASAN A LIBRE " WS-SIM-A-LIBRE
               " DEJAN LIBRE " WS-SIM-DEJA-LIBRE
               DELIMITED BY SIZE INTO WS-SIM-LINEA
           PERFORM ESCRIBIR-LINEA-SIM.

       VERIFICAR-SIMULACION.
      *> La solicitud solo se aplica con una simulacion de impacto
      *> hecha sobre ella misma (misma imagen completa); el resumen
      *> de la simulacion queda a la vista en el log de la corrida.
           OPEN INPUT ARCHIVO-SIMULACION
           IF WS-SIMULACION-STATUS NOT = "00"
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SOLICITUD SIN SIMULACION DE IMPACTO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           READ ARCHIVO-SIMULACION
               AT END
                   MOVE SPACES TO REG-SIM-CABECERA
           END-READ
           IF NOT SIM-ES-CABECERA
               OR SIM-SOLICITUD NOT = REG-SOLICITUD
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIMULACION DE IMPACTO DE OTRA SOLICITUD"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Impacto simulado el " SIM-FECHA " " SIM-HORA ":"
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-SIMULACION
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF SIM-ES-RESUMEN
                           DISPLAY "  " REG-SIMULACION(11:122)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SIMULACION
           SET MAS-DATOS TO TRUE.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
