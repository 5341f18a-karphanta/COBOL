               ASSIGN TO 'control_notas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-NOTAS-STATUS.
           SELECT ARCHIVO-MATERIAS ASSIGN TO 'materias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATERIAS-STATUS.
           SELECT ARCHIVO-ASISTENCIA ASSIGN TO 'asistencia.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIST-STATUS.
           SELECT ARCHIVO-EXC-ASISTENCIA
               ASSIGN TO 'excepciones_asistencia.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-ASIST-STATUS.
           COPY CPY-ALUMNO-SELECT.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

           05 PRO-PROMEDIO     PIC 99.
           05 PRO-LETRA        PIC X.
           05 PRO-ESTADO       PIC X(10).
           05 PRO-MOTIVO       PIC X(30).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           COPY CPY-PARAMETROS.

       FD  ARCHIVO-NOTAS.
      *> Una linea por alumno y materia del periodo. NOT-MATERIA en
      *> blanco es el formato anterior al catalogo (todas las notas
      *> del alumno en una linea): entra al promedio del periodo con
      *> peso de un credito y sin linea de materia en la historia.
       01  REG-NOTAS.
           05 NOT-ID           PIC X(10).
           05 NOT-MODO         PIC X.
           05 NOT-DETALLE OCCURS 20 TIMES.
               10 NOT-NOTA     PIC 99.
               10 NOT-PESO     PIC 99.
           05 NOT-MATERIA      PIC X(6).

       FD  ARCHIVO-ESTADISTICAS.
       01  REG-ESTADISTICA     PIC X(100).

       FD  ARCHIVO-HISTORIA-ACA.
      *> Historia academica persistente: una linea por alumno y
      *> historico (BOLETIN-ACADEMICO). Si un periodo se reprocesa
      *> vale la ultima linea de ese alumno y periodo.
       01  REG-HISTORIA-ACA.
           COPY CPY-HISTORIA-ACA.

       FD  ARCHIVO-PERIODO.
      *> Identificador del periodo lectivo en curso (p.ej. 202601),
           05 NRJ-ID           PIC X(10).
           05 NRJ-CODIGO       PIC 9(2).
           05 NRJ-MOTIVO       PIC X(30).
           05 NRJ-REGISTRO-ORIG PIC X(99).

       FD  ARCHIVO-CONTROL-NOTAS.
       01  REG-CONTROL-NOTAS   PIC X(300).

       FD  MAESTRO-ALUMNOS.
       01  REG-ALUMNO.
           COPY CPY-ALUMNO.

       FD  ARCHIVO-MATERIAS.
       01  REG-MATERIA.
           COPY CPY-MATERIA.

       FD  ARCHIVO-ASISTENCIA.
      *> Asistencia del periodo por alumno (clases dictadas y
      *> asistidas), informada por bedelia junto con notas.txt.
       01  REG-ASISTENCIA.
           05 ASI-ID           PIC X(10).
           05 ASI-PERIODO      PIC X(6).
           05 ASI-DICTADAS     PIC 9(3).
           05 ASI-ASISTIDAS    PIC 9(3).

       FD  ARCHIVO-EXC-ASISTENCIA.
      *> Excepciones del cruce notas/asistencia: asistencia sin notas,
      *> notas sin asistencia y lineas de asistencia invalidas.
       01  REG-EXC-ASISTENCIA.
           05 EXA-ID           PIC X(10).
           05 EXA-PERIODO      PIC X(6).
           05 EXA-TIPO         PIC X(26).
           05 EXA-DETALLE      PIC X(40).

       COPY CPY-LOCK-FD.

       01  WS-LETRA            PIC X VALUE SPACES.
       01  WS-ESTADO           PIC X(10) VALUE SPACES.
       01  WS-CANT-NOTAS-DEFECTO PIC 99 VALUE 5.
      *> Minimo de asistencia (%) para conservar la regularidad;
      *> debajo el alumno queda LIBRE cualquiera sea su promedio.
       01  WS-ASISTENCIA-MIN   PIC 9(3) VALUE 75.
      *> Promedio minimo para aprobar (parametros.txt).
       01  WS-NOTA-APROBACION  PIC 99 VALUE 60.

       01  WS-NOTA             PIC 99 VALUE ZERO.
       01  WS-PESO             PIC 99 VALUE ZERO.
       01  WS-ERR-NOTA-RANGO   PIC 9(2) VALUE 02.
       01  WS-ERR-NOTA-PESO    PIC 9(2) VALUE 03.
       01  WS-ERR-NOTA-DUPLIC  PIC 9(2) VALUE 04.
      *> Contra el maestro de alumnos (MANTIENE-ALUMNOS): un ID que
      *> no esta no genera un alumno fantasma en promedios.txt ni en
      *> la historia, y un alumno de BAJA o EGRESADO no se califica.
       01  WS-ERR-NOTA-INEXIST PIC 9(2) VALUE 05.
       01  WS-ERR-NOTA-NO-INSC PIC 9(2) VALUE 06.
       01  WS-ALUMNOS-STATUS   PIC XX VALUE "00".
       01  WS-ERR-NOTA-MATERIA PIC 9(2) VALUE 07.
       01  WS-COD-RECH-NOTA    PIC 9(2) VALUE ZERO.
       01  WS-MOTIVO-RECH-NOTA PIC X(30) VALUE SPACES.
       01  WS-NOTA-VALIDA-SW   PIC X VALUE 'S'.
       01  WS-RECH-RANGO       PIC 9(5) VALUE ZERO.
       01  WS-RECH-PESO        PIC 9(5) VALUE ZERO.
       01  WS-RECH-DUPLIC      PIC 9(5) VALUE ZERO.
       01  WS-RECH-INEXIST     PIC 9(5) VALUE ZERO.
       01  WS-RECH-NO-INSC     PIC 9(5) VALUE ZERO.
       01  WS-RECH-MATERIA     PIC 9(5) VALUE ZERO.
      *> Control de duplicados: un alumno puede traer una linea por
      *> materia, pero no dos de la misma materia en la corrida.
       01  WS-TOTAL-IDS-NOTAS  PIC 9(5) VALUE ZERO.
       01  WS-IDX-ID-NOTA      PIC 9(5) VALUE ZERO.
       01  WS-ID-NOTA-SW       PIC X VALUE 'N'.
           88 ID-NOTA-REGISTRADO   VALUE 'S'.
           88 ID-NOTA-NO-REGISTRADO VALUE 'N'.
       01  WS-TABLA-IDS-NOTAS.
           05 WS-ID-NOTA-ENT OCCURS 10000 TIMES.
               10 WS-ID-NOTA         PIC X(10).
               10 WS-ID-NOTA-MATERIA PIC X(6).
       01  WS-LINEA-CTL-NOTAS  PIC X(300) VALUE SPACES.

      *> Catalogo de materias en memoria, con los acumulados de la
      *> corrida para la tasa de aprobacion por materia.
       01  WS-MATERIAS-STATUS  PIC XX VALUE "00".
       01  WS-EOF-MATERIAS     PIC X VALUE 'N'.
           88 FIN-MATERIAS      VALUE 'S'.
       01  WS-TOTAL-MATERIAS   PIC 9(3) VALUE ZERO.
       01  WS-IDX-MAT          PIC 9(3) VALUE ZERO.
       01  WS-IDX-MAT-LINEA    PIC 9(3) VALUE ZERO.
       01  WS-MAT-SW           PIC X VALUE 'N'.
           88 MATERIA-HALLADA    VALUE 'S'.
           88 MATERIA-NO-HALLADA VALUE 'N'.
       01  WS-TABLA-MATERIAS.
           05 WS-MAT-ENT OCCURS 200 TIMES.
               10 WS-MAT-CODIGO    PIC X(6).
               10 WS-MAT-NOMBRE    PIC X(30).
               10 WS-MAT-CREDITOS  PIC 99.
               10 WS-MAT-EVALUADOS PIC 9(5).
               10 WS-MAT-APROBADOS PIC 9(5).
       01  WS-MAT-TASA         PIC 9(3) VALUE ZERO.
       01  WS-MATERIA          PIC X(6) VALUE SPACES.
       01  WS-CREDITOS         PIC 9(3) VALUE ZERO.

      *> Asistencia del periodo en memoria. WS-ASI-USADA marca las
      *> que casaron con notas; las que no, son excepcion al cierre.
       01  WS-ASIST-STATUS     PIC XX VALUE "00".
       01  WS-EXC-ASIST-STATUS PIC XX VALUE "00".
       01  WS-EOF-ASISTENCIA   PIC X VALUE 'N'.
           88 FIN-ASISTENCIA    VALUE 'S'.
       01  WS-ASIST-SW         PIC X VALUE 'N'.
           88 ASISTENCIA-PRESENTE VALUE 'S'.
           88 ASISTENCIA-AUSENTE  VALUE 'N'.
       01  WS-TOTAL-ASI        PIC 9(4) VALUE ZERO.
       01  WS-IDX-ASI          PIC 9(4) VALUE ZERO.
       01  WS-IDX-ASI-HALLADA  PIC 9(4) VALUE ZERO.
       01  WS-ASI-SW           PIC X VALUE 'N'.
           88 ASI-HALLADA        VALUE 'S'.
           88 ASI-NO-HALLADA     VALUE 'N'.
       01  WS-TABLA-ASISTENCIA.
           05 WS-ASI-ENT OCCURS 2000 TIMES.
               10 WS-ASI-ID         PIC X(10).
               10 WS-ASI-DICTADAS   PIC 9(3).
               10 WS-ASI-ASISTIDAS  PIC 9(3).
               10 WS-ASI-USADA      PIC X.
       01  WS-PORC-ASIST       PIC 9(3) VALUE ZERO.
       01  WS-MOTIVO-ESTADO    PIC X(30) VALUE SPACES.
       01  WS-EXC-ID           PIC X(10) VALUE SPACES.
       01  WS-EXC-TIPO         PIC X(26) VALUE SPACES.
       01  WS-EXC-DETALLE      PIC X(40) VALUE SPACES.
       01  WS-TOTAL-LIBRES     PIC 9(5) VALUE ZERO.
       01  WS-EXC-SIN-NOTAS    PIC 9(5) VALUE ZERO.
       01  WS-EXC-SIN-ASIST    PIC 9(5) VALUE ZERO.
       01  WS-EXC-ASIST-INVAL  PIC 9(5) VALUE ZERO.

      *> Acumulados por alumno de la corrida batch: el promedio del
      *> periodo se cierra al final, ponderando el promedio de cada
      *> materia por sus creditos.
       01  WS-TOTAL-ALN        PIC 9(4) VALUE ZERO.
       01  WS-IDX-ALN          PIC 9(4) VALUE ZERO.
       01  WS-ALN-SW           PIC X VALUE 'N'.
           88 ALN-HALLADO        VALUE 'S'.
           88 ALN-NO-HALLADO     VALUE 'N'.
       01  WS-TABLA-ALUMNOS-NOTAS.
           05 WS-ALN-ENT OCCURS 2000 TIMES.
               10 WS-ALN-ID         PIC X(10).
               10 WS-ALN-SUMA-PROM  PIC 9(7).
               10 WS-ALN-SUMA-CRED  PIC 9(5).
               10 WS-ALN-MATERIAS   PIC 9(3).
               10 WS-ALN-REPROBADAS PIC 9(3).
       01  WS-EST-TOTAL        PIC 9(5) VALUE ZERO.
       01  WS-EST-CANT-A       PIC 9(5) VALUE ZERO.
       01  WS-EST-CANT-B       PIC 9(5) VALUE ZERO.
       01  WS-EST-CANT-F       PIC 9(5) VALUE ZERO.
       01  WS-EST-APROBADOS    PIC 9(5) VALUE ZERO.
       01  WS-EST-REPROBADOS   PIC 9(5) VALUE ZERO.
       01  WS-EST-LIBRES       PIC 9(5) VALUE ZERO.
       01  WS-EST-SUMA-PROM    PIC 9(7) VALUE ZERO.
       01  WS-EST-PROM-CLASE   PIC 99 VALUE ZERO.
       01  WS-EST-TASA-APROB   PIC 9(3) VALUE ZERO.
       01  WS-EST-MEJOR-ID     PIC X(10) VALUE SPACES.
       01  WS-EST-PEOR-PROM    PIC 99 VALUE 99.
       01  WS-EST-PEOR-ID      PIC X(10) VALUE SPACES.
       01  WS-EST-LINEA        PIC X(100).

           COPY CPY-RETCODES.

                       THRU CARGAR-REGISTRO-NOTAS-EXIT
                   PERFORM CALCULAR THRU CALCULAR-EXIT
                   PERFORM CLASIFICAR THRU CLASIFICAR-EXIT
                   PERFORM REGISTRAR-MATERIA
                       THRU REGISTRAR-MATERIA-EXIT
               END-IF
               PERFORM LEER-NOTAS THRU LEER-NOTAS-EXIT
           END-PERFORM
           CLOSE ARCHIVO-NOTAS
           PERFORM CERRAR-PERIODO-ALUMNOS
               THRU CERRAR-PERIODO-ALUMNOS-EXIT
           PERFORM CERRAR-VALIDACION-NOTAS
               THRU CERRAR-VALIDACION-NOTAS-EXIT
           CONTINUE.
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN INPUT MAESTRO-ALUMNOS
           IF WS-ALUMNOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-ALUMNOS, STATUS="
                   WS-ALUMNOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM CARGAR-MATERIAS THRU CARGAR-MATERIAS-EXIT
           OPEN OUTPUT ARCHIVO-EXC-ASISTENCIA
           IF WS-EXC-ASIST-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR EXC-ASISTENCIA, STATUS="
                   WS-EXC-ASIST-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM CARGAR-ASISTENCIA THRU CARGAR-ASISTENCIA-EXIT
           CONTINUE.
       ABRIR-VALIDACION-NOTAS-EXIT.
           EXIT.

       CARGAR-MATERIAS.
      *> Archivo opcional: sin materias.txt solo se aceptan lineas
      *> en el formato sin materia. Un credito ilegible o en cero
      *> corta la corrida: con el catalogo mal no hay promedio
      *> ponderado confiable.
           OPEN INPUT ARCHIVO-MATERIAS
           IF WS-MATERIAS-STATUS NOT = "00"
               DISPLAY "Sin materias.txt: solo se aceptan lineas"
                   " sin materia"
           ELSE
               PERFORM LEER-MATERIA THRU LEER-MATERIA-EXIT
               PERFORM UNTIL FIN-MATERIAS
                   IF MAT-CREDITOS IS NOT NUMERIC
                       OR MAT-CREDITOS = ZERO
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       STRING "MATERIAS.TXT: CREDITOS INVALIDOS EN "
                           MAT-CODIGO DELIMITED BY SIZE
                           INTO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   IF WS-TOTAL-MATERIAS NOT < 200
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "MATERIAS.TXT EXCEDE 200 MATERIAS"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-TOTAL-MATERIAS
                   MOVE MAT-CODIGO TO WS-MAT-CODIGO(WS-TOTAL-MATERIAS)
                   MOVE MAT-NOMBRE TO WS-MAT-NOMBRE(WS-TOTAL-MATERIAS)
                   MOVE MAT-CREDITOS
                       TO WS-MAT-CREDITOS(WS-TOTAL-MATERIAS)
                   MOVE ZERO TO WS-MAT-EVALUADOS(WS-TOTAL-MATERIAS)
                   MOVE ZERO TO WS-MAT-APROBADOS(WS-TOTAL-MATERIAS)
                   PERFORM LEER-MATERIA THRU LEER-MATERIA-EXIT
               END-PERFORM
               CLOSE ARCHIVO-MATERIAS
               DISPLAY "Materias en catalogo: " WS-TOTAL-MATERIAS
           END-IF
           CONTINUE.
       CARGAR-MATERIAS-EXIT.
           EXIT.

       CARGAR-ASISTENCIA.
      *> Insumo obligatorio cuando hay notas.txt: sin asistencia.txt
      *> (status 35 incluido) se corta, porque calcular sin el
      *> minimo dejaria aprobados a alumnos LIBRES. Solo cuentan las
      *> lineas validas del periodo en curso; las demas van a
      *> excepciones.
           OPEN INPUT ARCHIVO-ASISTENCIA
           IF WS-ASIST-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ASISTENCIA, STATUS="
                   WS-ASIST-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET ASISTENCIA-PRESENTE TO TRUE
           PERFORM LEER-ASISTENCIA THRU LEER-ASISTENCIA-EXIT
           PERFORM UNTIL FIN-ASISTENCIA
               PERFORM GUARDAR-ASISTENCIA
                   THRU GUARDAR-ASISTENCIA-EXIT
               PERFORM LEER-ASISTENCIA THRU LEER-ASISTENCIA-EXIT
           END-PERFORM
           CLOSE ARCHIVO-ASISTENCIA
           DISPLAY "Asistencias cargadas: " WS-TOTAL-ASI
               " minimo " WS-ASISTENCIA-MIN "%"
           CONTINUE.
       CARGAR-ASISTENCIA-EXIT.
           EXIT.

       LEER-ASISTENCIA.
           READ ARCHIVO-ASISTENCIA
               AT END
                   SET FIN-ASISTENCIA TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       LEER-ASISTENCIA-EXIT.
           EXIT.

       GUARDAR-ASISTENCIA.
           MOVE ASI-ID TO WS-EXC-ID
           MOVE SPACES TO WS-EXC-TIPO
           MOVE SPACES TO WS-EXC-DETALLE
           EVALUATE TRUE
               WHEN ASI-PERIODO NOT = WS-PERIODO-ACTUAL
                   MOVE "ASISTENCIA OTRO PERIODO" TO WS-EXC-TIPO
                   STRING "PERIODO " ASI-PERIODO
                       DELIMITED BY SIZE INTO WS-EXC-DETALLE
               WHEN ASI-DICTADAS IS NOT NUMERIC
                   OR ASI-DICTADAS = ZERO
                   OR ASI-ASISTIDAS IS NOT NUMERIC
                   OR ASI-ASISTIDAS > ASI-DICTADAS
                   MOVE "ASISTENCIA INVALIDA" TO WS-EXC-TIPO
                   STRING "DICTADAS=" ASI-DICTADAS
                       " ASISTIDAS=" ASI-ASISTIDAS
                       DELIMITED BY SIZE INTO WS-EXC-DETALLE
               WHEN OTHER
                   MOVE ASI-ID TO WS-ID
                   PERFORM BUSCAR-ASISTENCIA
                       THRU BUSCAR-ASISTENCIA-EXIT
                   IF ASI-HALLADA
                       MOVE "ASISTENCIA DUPLICADA" TO WS-EXC-TIPO
                       MOVE "VALE LA PRIMERA LINEA DEL ALUMNO"
                           TO WS-EXC-DETALLE
                   END-IF
           END-EVALUATE
           IF WS-EXC-TIPO NOT = SPACES
               ADD 1 TO WS-EXC-ASIST-INVAL
               PERFORM GRABAR-EXC-ASISTENCIA
                   THRU GRABAR-EXC-ASISTENCIA-EXIT
           ELSE
               IF WS-TOTAL-ASI NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "ASISTENCIA.TXT EXCEDE 2000 ALUMNOS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-ASI
               MOVE ASI-ID TO WS-ASI-ID(WS-TOTAL-ASI)
               MOVE ASI-DICTADAS TO WS-ASI-DICTADAS(WS-TOTAL-ASI)
               MOVE ASI-ASISTIDAS TO WS-ASI-ASISTIDAS(WS-TOTAL-ASI)
               MOVE "N" TO WS-ASI-USADA(WS-TOTAL-ASI)
           END-IF
           CONTINUE.
       GUARDAR-ASISTENCIA-EXIT.
           EXIT.

       BUSCAR-ASISTENCIA.
           SET ASI-NO-HALLADA TO TRUE
           MOVE ZERO TO WS-IDX-ASI-HALLADA
           PERFORM VARYING WS-IDX-ASI FROM 1 BY 1
                   UNTIL WS-IDX-ASI > WS-TOTAL-ASI
               IF WS-ASI-ID(WS-IDX-ASI) = WS-ID
                   SET ASI-HALLADA TO TRUE
                   MOVE WS-IDX-ASI TO WS-IDX-ASI-HALLADA
                   MOVE WS-TOTAL-ASI TO WS-IDX-ASI
               END-IF
           END-PERFORM
           CONTINUE.
       BUSCAR-ASISTENCIA-EXIT.
           EXIT.

       APLICAR-ASISTENCIA.
      *> Regla de regularidad: por debajo del minimo el alumno queda
      *> LIBRE aunque el promedio apruebe; el motivo acompana al
      *> estado en promedios.txt y en la historia.
           MOVE ZERO TO WS-PORC-ASIST
           MOVE SPACES TO WS-MOTIVO-ESTADO
           SET ASI-NO-HALLADA TO TRUE
           IF ASISTENCIA-PRESENTE
               PERFORM BUSCAR-ASISTENCIA THRU BUSCAR-ASISTENCIA-EXIT
           END-IF
           IF ASI-HALLADA
               COMPUTE WS-PORC-ASIST =
                   (WS-ASI-ASISTIDAS(WS-IDX-ASI-HALLADA) * 100)
                   / WS-ASI-DICTADAS(WS-IDX-ASI-HALLADA)
               IF WS-PORC-ASIST < WS-ASISTENCIA-MIN
                   MOVE "LIBRE" TO WS-ESTADO
                   STRING "ASISTENCIA " WS-PORC-ASIST
                       "% MINIMO " WS-ASISTENCIA-MIN "%"
                       DELIMITED BY SIZE INTO WS-MOTIVO-ESTADO
               END-IF
           END-IF
           CONTINUE.
       APLICAR-ASISTENCIA-EXIT.
           EXIT.

       GRABAR-EXC-ASISTENCIA.
           MOVE WS-EXC-ID TO EXA-ID
           MOVE WS-PERIODO-ACTUAL TO EXA-PERIODO
           MOVE WS-EXC-TIPO TO EXA-TIPO
           MOVE WS-EXC-DETALLE TO EXA-DETALLE
           WRITE REG-EXC-ASISTENCIA
           CONTINUE.
       GRABAR-EXC-ASISTENCIA-EXIT.
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

       VALIDAR-NOTAS.
      *> Validacion de la linea antes de calcular, con corte en la
      *> primera regla que falla (un rechazo, un solo motivo):
      *> cantidad 1-20, notas en 1-99, pesos mayores a cero en modo
      *> ponderado, alumno INSCRIPTO en el maestro, materia del
      *> catalogo y alumno sin otra linea de la misma materia en la
      *> corrida.
           SET NOTA-VALIDA TO TRUE
           IF NOT-CANT IS NOT NUMERIC
               OR NOT-CANT < 1 OR NOT-CANT > 20
                   END-IF
               END-PERFORM
           END-IF
           IF NOTA-VALIDA
               PERFORM VALIDAR-ALUMNO THRU VALIDAR-ALUMNO-EXIT
           END-IF
           IF NOTA-VALIDA AND NOT-MATERIA NOT = SPACES
               MOVE NOT-MATERIA TO WS-MATERIA
               PERFORM BUSCAR-MATERIA THRU BUSCAR-MATERIA-EXIT
               IF MATERIA-NO-HALLADA
                   SET NOTA-INVALIDA TO TRUE
                   ADD 1 TO WS-RECH-MATERIA
                   MOVE WS-ERR-NOTA-MATERIA TO WS-COD-RECH-NOTA
                   MOVE "MATERIA INEXISTENTE EN CATALOGO"
                       TO WS-MOTIVO-RECH-NOTA
               END-IF
           END-IF
           IF NOTA-VALIDA
               PERFORM VALIDAR-ID-DUPLICADO
                   THRU VALIDAR-ID-DUPLICADO-EXIT
       VALIDAR-NOTAS-EXIT.
           EXIT.

       VALIDAR-ALUMNO.
           MOVE NOT-ID TO ALU-ID
           READ MAESTRO-ALUMNOS
               INVALID KEY
                   SET NOTA-INVALIDA TO TRUE
                   ADD 1 TO WS-RECH-INEXIST
                   MOVE WS-ERR-NOTA-INEXIST TO WS-COD-RECH-NOTA
                   MOVE "ALUMNO INEXISTENTE EN MAESTRO"
                       TO WS-MOTIVO-RECH-NOTA
               NOT INVALID KEY
                   IF NOT ALU-INSCRIPTO
                       SET NOTA-INVALIDA TO TRUE
                       ADD 1 TO WS-RECH-NO-INSC
                       MOVE WS-ERR-NOTA-NO-INSC TO WS-COD-RECH-NOTA
                       MOVE "ALUMNO NO INSCRIPTO"
                           TO WS-MOTIVO-RECH-NOTA
                   END-IF
           END-READ
           CONTINUE.
       VALIDAR-ALUMNO-EXIT.
           EXIT.

       BUSCAR-MATERIA.
           SET MATERIA-NO-HALLADA TO TRUE
           MOVE ZERO TO WS-IDX-MAT-LINEA
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-TOTAL-MATERIAS
               IF WS-MAT-CODIGO(WS-IDX-MAT) = WS-MATERIA
                   SET MATERIA-HALLADA TO TRUE
                   MOVE WS-IDX-MAT TO WS-IDX-MAT-LINEA
                   MOVE WS-TOTAL-MATERIAS TO WS-IDX-MAT
               END-IF
           END-PERFORM
           CONTINUE.
       BUSCAR-MATERIA-EXIT.
           EXIT.

       VALIDAR-ID-DUPLICADO.
           SET ID-NOTA-NO-REGISTRADO TO TRUE
           PERFORM VARYING WS-IDX-ID-NOTA FROM 1 BY 1
                   UNTIL WS-IDX-ID-NOTA > WS-TOTAL-IDS-NOTAS
               IF WS-ID-NOTA(WS-IDX-ID-NOTA) = NOT-ID
                   AND WS-ID-NOTA-MATERIA(WS-IDX-ID-NOTA) = NOT-MATERIA
                   SET ID-NOTA-REGISTRADO TO TRUE
                   MOVE WS-TOTAL-IDS-NOTAS TO WS-IDX-ID-NOTA
               END-IF
               SET NOTA-INVALIDA TO TRUE
               ADD 1 TO WS-RECH-DUPLIC
               MOVE WS-ERR-NOTA-DUPLIC TO WS-COD-RECH-NOTA
               MOVE "ALUMNO Y MATERIA DUPLICADOS"
                   TO WS-MOTIVO-RECH-NOTA
           ELSE
      *> Con la tabla llena el control de duplicados quedaria ciego
      *> sin aviso: se corta con error, como hace ANALIZA-JOURNAL.
               IF WS-TOTAL-IDS-NOTAS NOT < 10000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "NOTAS.TXT EXCEDE 10000 LINEAS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-IDS-NOTAS
               MOVE NOT-ID TO WS-ID-NOTA(WS-TOTAL-IDS-NOTAS)
               MOVE NOT-MATERIA
                   TO WS-ID-NOTA-MATERIA(WS-TOTAL-IDS-NOTAS)
           END-IF
           CONTINUE.
       VALIDAR-ID-DUPLICADO-EXIT.

       CERRAR-VALIDACION-NOTAS.
           CLOSE ARCHIVO-NOTAS-RECH
           CLOSE ARCHIVO-EXC-ASISTENCIA
           CLOSE MAESTRO-ALUMNOS
           MOVE SPACES TO WS-LINEA-CTL-NOTAS
           STRING "LEIDAS=" WS-TOTAL-NOTAS-LEIDAS
               " ACEPTADAS=" WS-TOTAL-NOTAS-ACEP
               " RECH-NOTA=" WS-RECH-RANGO
               " RECH-PESO=" WS-RECH-PESO
               " RECH-DUPLIC=" WS-RECH-DUPLIC
               " RECH-INEXIST=" WS-RECH-INEXIST
               " RECH-NO-INSC=" WS-RECH-NO-INSC
               " RECH-MATERIA=" WS-RECH-MATERIA
               " LIBRES=" WS-TOTAL-LIBRES
               " ASIST-SIN-NOTAS=" WS-EXC-SIN-NOTAS
               " NOTAS-SIN-ASIST=" WS-EXC-SIN-ASIST
               " ASIST-INVALIDA=" WS-EXC-ASIST-INVAL
               " CORRIDA=" WS-ID-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-CTL-NOTAS
           MOVE WS-LINEA-CTL-NOTAS TO REG-CONTROL-NOTAS

       CARGAR-REGISTRO-NOTAS.
           MOVE NOT-ID TO WS-ID
           MOVE NOT-MATERIA TO WS-MATERIA
           MOVE NOT-MODO TO WS-MODO
           IF NOT WS-MODO-PONDERADO AND NOT WS-MODO-SIMPLE
               MOVE "S" TO WS-MODO
       CARGAR-REGISTRO-NOTAS-EXIT.
           EXIT.

       REGISTRAR-MATERIA.
      *> La linea con materia deja su resultado en la historia y en
      *> la tasa de aprobacion de la materia; la linea sin materia
      *> (formato anterior) solo suma al periodo, con un credito.
           IF WS-MATERIA = SPACES
               MOVE 1 TO WS-CREDITOS
           ELSE
               MOVE WS-MAT-CREDITOS(WS-IDX-MAT-LINEA) TO WS-CREDITOS
               PERFORM APLICAR-ASISTENCIA THRU APLICAR-ASISTENCIA-EXIT
               ADD 1 TO WS-MAT-EVALUADOS(WS-IDX-MAT-LINEA)
               IF WS-ESTADO = "APROBADO"
                   ADD 1 TO WS-MAT-APROBADOS(WS-IDX-MAT-LINEA)
               END-IF
               DISPLAY WS-ID " " WS-MATERIA " Promedio materia: "
                   WS-PROMEDIO " " WS-LETRA " " WS-ESTADO
               PERFORM ANOTAR-HISTORIA-ACA
                   THRU ANOTAR-HISTORIA-ACA-EXIT
           END-IF
           PERFORM ACUMULAR-ALUMNO-NOTAS
               THRU ACUMULAR-ALUMNO-NOTAS-EXIT
           CONTINUE.
       REGISTRAR-MATERIA-EXIT.
           EXIT.

       ACUMULAR-ALUMNO-NOTAS.
           SET ALN-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-ALN FROM 1 BY 1
                   UNTIL WS-IDX-ALN > WS-TOTAL-ALN
               IF WS-ALN-ID(WS-IDX-ALN) = WS-ID
                   SET ALN-HALLADO TO TRUE
                   PERFORM SUMAR-ALUMNO-NOTAS
                       THRU SUMAR-ALUMNO-NOTAS-EXIT
                   MOVE WS-TOTAL-ALN TO WS-IDX-ALN
               END-IF
           END-PERFORM
           IF ALN-NO-HALLADO
               IF WS-TOTAL-ALN NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "NOTAS.TXT EXCEDE 2000 ALUMNOS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-ALN
               MOVE WS-TOTAL-ALN TO WS-IDX-ALN
               MOVE WS-ID TO WS-ALN-ID(WS-IDX-ALN)
               MOVE ZERO TO WS-ALN-SUMA-PROM(WS-IDX-ALN)
               MOVE ZERO TO WS-ALN-SUMA-CRED(WS-IDX-ALN)
               MOVE ZERO TO WS-ALN-MATERIAS(WS-IDX-ALN)
               MOVE ZERO TO WS-ALN-REPROBADAS(WS-IDX-ALN)
               PERFORM SUMAR-ALUMNO-NOTAS THRU SUMAR-ALUMNO-NOTAS-EXIT
           END-IF
           CONTINUE.
       ACUMULAR-ALUMNO-NOTAS-EXIT.
           EXIT.

       SUMAR-ALUMNO-NOTAS.
           COMPUTE WS-ALN-SUMA-PROM(WS-IDX-ALN) =
               WS-ALN-SUMA-PROM(WS-IDX-ALN)
               + (WS-PROMEDIO * WS-CREDITOS)
           ADD WS-CREDITOS TO WS-ALN-SUMA-CRED(WS-IDX-ALN)
           ADD 1 TO WS-ALN-MATERIAS(WS-IDX-ALN)
           IF WS-ESTADO NOT = "APROBADO"
               ADD 1 TO WS-ALN-REPROBADAS(WS-IDX-ALN)
           END-IF
           CONTINUE.
       SUMAR-ALUMNO-NOTAS-EXIT.
           EXIT.

       CERRAR-PERIODO-ALUMNOS.
      *> Promedio del periodo de cada alumno: promedio de sus
      *> materias ponderado por creditos. Es el que va a
      *> promedios.txt, a la linea de periodo de la historia y a las
      *> estadisticas de la clase.
           MOVE SPACES TO WS-MATERIA
           PERFORM VARYING WS-IDX-ALN FROM 1 BY 1
                   UNTIL WS-IDX-ALN > WS-TOTAL-ALN
               MOVE WS-ALN-ID(WS-IDX-ALN) TO WS-ID
               DIVIDE WS-ALN-SUMA-PROM(WS-IDX-ALN)
                   BY WS-ALN-SUMA-CRED(WS-IDX-ALN)
                   GIVING WS-PROMEDIO
               MOVE WS-ALN-SUMA-CRED(WS-IDX-ALN) TO WS-CREDITOS
               PERFORM CLASIFICAR THRU CLASIFICAR-EXIT
               PERFORM APLICAR-ASISTENCIA THRU APLICAR-ASISTENCIA-EXIT
               PERFORM CRUZAR-ASISTENCIA THRU CRUZAR-ASISTENCIA-EXIT
               IF WS-ALN-REPROBADAS(WS-IDX-ALN) > ZERO
                   DISPLAY WS-ID " Materias reprobadas: "
                       WS-ALN-REPROBADAS(WS-IDX-ALN)
                       " de " WS-ALN-MATERIAS(WS-IDX-ALN)
               END-IF
               PERFORM MOSTRAR THRU MOSTRAR-EXIT
           END-PERFORM
           PERFORM LISTAR-ASISTENCIA-SIN-NOTAS
               THRU LISTAR-ASISTENCIA-SIN-NOTAS-EXIT
           CONTINUE.
       CERRAR-PERIODO-ALUMNOS-EXIT.
           EXIT.

       CRUZAR-ASISTENCIA.
           IF ASI-HALLADA
               MOVE "S" TO WS-ASI-USADA(WS-IDX-ASI-HALLADA)
           ELSE
               IF ASISTENCIA-PRESENTE
                   ADD 1 TO WS-EXC-SIN-ASIST
                   MOVE WS-ID TO WS-EXC-ID
                   MOVE "NOTAS SIN ASISTENCIA" TO WS-EXC-TIPO
                   MOVE "ESTADO SEGUN NOTAS, SIN CONTROL DE MINIMO"
                       TO WS-EXC-DETALLE
                   PERFORM GRABAR-EXC-ASISTENCIA
                       THRU GRABAR-EXC-ASISTENCIA-EXIT
               END-IF
           END-IF
           IF WS-ESTADO = "LIBRE"
               ADD 1 TO WS-TOTAL-LIBRES
           END-IF
           CONTINUE.
       CRUZAR-ASISTENCIA-EXIT.
           EXIT.

       LISTAR-ASISTENCIA-SIN-NOTAS.
           PERFORM VARYING WS-IDX-ASI FROM 1 BY 1
                   UNTIL WS-IDX-ASI > WS-TOTAL-ASI
               IF WS-ASI-USADA(WS-IDX-ASI) = "N"
                   ADD 1 TO WS-EXC-SIN-NOTAS
                   MOVE WS-ASI-ID(WS-IDX-ASI) TO WS-EXC-ID
                   MOVE "ASISTENCIA SIN NOTAS" TO WS-EXC-TIPO
                   MOVE SPACES TO WS-EXC-DETALLE
                   STRING "DICTADAS=" WS-ASI-DICTADAS(WS-IDX-ASI)
                       " ASISTIDAS=" WS-ASI-ASISTIDAS(WS-IDX-ASI)
                       DELIMITED BY SIZE INTO WS-EXC-DETALLE
                   PERFORM GRABAR-EXC-ASISTENCIA
                       THRU GRABAR-EXC-ASISTENCIA-EXIT
               END-IF
           END-PERFORM
           CONTINUE.
       LISTAR-ASISTENCIA-SIN-NOTAS-EXIT.
           EXIT.

       ABRIR-SALIDA.
           OPEN EXTEND ARCHIVO-PROMEDIOS
           IF WS-SALIDA-STATUS = "35"
           EXIT.

       CARGAR-PARAMETROS.
      *> Archivo opcional: si no existe, se conservan la cantidad de
      *> notas, el minimo de asistencia y la nota de aprobacion por
      *> defecto definidos en WORKING-STORAGE (5, 75% y 60).
           OPEN INPUT ARCHIVO-PARAMETROS
           IF WS-PARAM-STATUS = "00"
               READ ARCHIVO-PARAMETROS
                   NOT AT END
                       MOVE PAR-CANT-NOTAS-DEFECTO
                           TO WS-CANT-NOTAS-DEFECTO
                       IF PAR-ASISTENCIA-MIN IS NUMERIC
                           AND PAR-ASISTENCIA-MIN > ZERO
                           MOVE PAR-ASISTENCIA-MIN
                               TO WS-ASISTENCIA-MIN
                       END-IF
                       IF PAR-NOTA-APROBACION IS NUMERIC
                           AND PAR-NOTA-APROBACION > ZERO
                           MOVE PAR-NOTA-APROBACION
                               TO WS-NOTA-APROBACION
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           MOVE WS-LETRA TO HAC-LETRA
           MOVE WS-ESTADO TO HAC-ESTADO
           MOVE WS-FECHA-CORRIDA TO HAC-FECHA
           MOVE WS-MATERIA TO HAC-MATERIA
           MOVE WS-CREDITOS TO HAC-CREDITOS
           MOVE WS-PORC-ASIST TO HAC-ASISTENCIA
           MOVE WS-MOTIVO-ESTADO TO HAC-MOTIVO
           MOVE SPACE TO HAC-CORRECCION
           WRITE REG-HISTORIA-ACA
           CONTINUE.
       ANOTAR-HISTORIA-ACA-EXIT.
               WHEN OTHER
                   ADD 1 TO WS-EST-CANT-F
           END-EVALUATE
           EVALUATE WS-ESTADO
               WHEN "APROBADO"
                   ADD 1 TO WS-EST-APROBADOS
               WHEN "LIBRE"
                   ADD 1 TO WS-EST-LIBRES
               WHEN OTHER
                   ADD 1 TO WS-EST-REPROBADOS
           END-EVALUATE
           ADD WS-PROMEDIO TO WS-EST-SUMA-PROM
           IF WS-PROMEDIO >= WS-EST-MEJOR-PROM
               MOVE WS-PROMEDIO TO WS-EST-MEJOR-PROM
           MOVE SPACES TO WS-EST-LINEA
           STRING "APROBADOS=" WS-EST-APROBADOS
               " REPROBADOS=" WS-EST-REPROBADOS
               " LIBRES=" WS-EST-LIBRES
               " TASA-APROBACION=" WS-EST-TASA-APROB "%"
               DELIMITED BY SIZE INTO WS-EST-LINEA
           MOVE WS-EST-LINEA TO REG-ESTADISTICA
           MOVE WS-EST-LINEA TO REG-ESTADISTICA
           WRITE REG-ESTADISTICA

           IF WS-TOTAL-MATERIAS > ZERO
               MOVE "APROBACION POR MATERIA:" TO REG-ESTADISTICA
               WRITE REG-ESTADISTICA
               PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                       UNTIL WS-IDX-MAT > WS-TOTAL-MATERIAS
                   IF WS-MAT-EVALUADOS(WS-IDX-MAT) > ZERO
                       PERFORM ESCRIBIR-TASA-MATERIA
                           THRU ESCRIBIR-TASA-MATERIA-EXIT
                   END-IF
               END-PERFORM
           END-IF

           CLOSE ARCHIVO-ESTADISTICAS
           DISPLAY "Estadisticas generadas: estadisticas_clase.txt"
           CONTINUE.
       GENERAR-ESTADISTICAS-EXIT.
           EXIT.

       ESCRIBIR-TASA-MATERIA.
           COMPUTE WS-MAT-TASA =
               (WS-MAT-APROBADOS(WS-IDX-MAT) * 100)
               / WS-MAT-EVALUADOS(WS-IDX-MAT)
           MOVE SPACES TO WS-EST-LINEA
           STRING "  " WS-MAT-CODIGO(WS-IDX-MAT)
               " " WS-MAT-NOMBRE(WS-IDX-MAT)
               " EVALUADOS=" WS-MAT-EVALUADOS(WS-IDX-MAT)
               " APROBADOS=" WS-MAT-APROBADOS(WS-IDX-MAT)
               " TASA=" WS-MAT-TASA "%"
               DELIMITED BY SIZE INTO WS-EST-LINEA
           MOVE WS-EST-LINEA TO REG-ESTADISTICA
           WRITE REG-ESTADISTICA
           CONTINUE.
       ESCRIBIR-TASA-MATERIA-EXIT.
           EXIT.

       PEDIR-ID.
           DISPLAY "ID del alumno (FIN para terminar):"
           ACCEPT WS-ID
               WHEN OTHER
                   MOVE "F" TO WS-LETRA
           END-EVALUATE
           IF WS-PROMEDIO >= WS-NOTA-APROBACION
               MOVE "APROBADO" TO WS-ESTADO
           ELSE
               MOVE "REPROBADO" TO WS-ESTADO
       MOSTRAR.
           MOVE "Promedio calculado: " TO WS-MENSAJE
           DISPLAY WS-ID " " WS-MENSAJE WS-PROMEDIO
               " " WS-LETRA " " WS-ESTADO " " WS-MOTIVO-ESTADO
           MOVE WS-ID TO PRO-ID
           MOVE WS-PROMEDIO TO PRO-PROMEDIO
           MOVE WS-LETRA TO PRO-LETRA
           MOVE WS-ESTADO TO PRO-ESTADO
           MOVE WS-MOTIVO-ESTADO TO PRO-MOTIVO
           WRITE REG-PROMEDIO-OUT
           PERFORM ANOTAR-HISTORIA-ACA
               THRU ANOTAR-HISTORIA-ACA-EXIT
