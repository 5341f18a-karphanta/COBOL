           SELECT ARCHIVO-PARAMETROS ASSIGN TO 'parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ARCHIVO-ESTADO-ELEG
               ASSIGN TO 'estado_elegibilidad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ELEG-STATUS.
           SELECT ARCHIVO-TRANSICIONES
               ASSIGN TO 'transiciones_elegibilidad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSICIONES-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       01  REG-ROSTER.
           05 ROS-NOMBRE       PIC X(30).
           05 ROS-EDAD         PIC 99.
           05 ROS-ID           PIC X(10).

       FD  ARCHIVO-RESULTADOS.
       01  REG-RESULTADO.
           05 RES-SENIOR       PIC X.
           05 RES-MENOR-TUTOR  PIC X.
           05 RES-MENSAJE      PIC X(130).
           05 RES-ID           PIC X(10).

       FD  ARCHIVO-JOURNAL.
       01  REG-JOURNAL.
       01  REG-PARAMETROS.
           COPY CPY-PARAMETROS.

       FD  ARCHIVO-ESTADO-ELEG.
      *> Ultima decision conocida de cada persona y desde cuando
      *> rige. Se reescribe completo al final de cada corrida; las
      *> personas que salieron del roster se conservan.
       01  REG-ESTADO-ELEG.
           05 EEL-NOMBRE       PIC X(30).
           05 EEL-VALIDO       PIC X.
           05 EEL-SENIOR       PIC X.
           05 EEL-MENOR-TUTOR  PIC X.
           05 EEL-EDAD         PIC 99.
           05 EEL-FECHA-DESDE  PIC 9(8).
           05 EEL-FECHA-ULTIMA PIC 9(8).
      *> ID del maestro: clave de la persona. Las lineas grabadas
      *> antes de que el roster trajera el ID lo tienen en blanco.
           05 EEL-ID           PIC X(10).

       FD  ARCHIVO-TRANSICIONES.
       01  REG-TRANSICION.
           COPY CPY-TRANSICION.

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       01  WS-EDAD             PIC 99 VALUE ZERO.
       01  WS-NOMBRE           PIC X(30) VALUE SPACES.
       01  WS-ID-PERSONA       PIC X(10) VALUE SPACES.
       01  WS-MENSAJE          PIC X(130).
       01  WS-VALIDO           PIC X VALUE "N".
       01  WS-SENIOR           PIC X VALUE "N".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-ROSTER-STATUS    PIC XX VALUE "00".
       01  WS-PARAM-STATUS     PIC XX VALUE "00".
       01  WS-ESTADO-ELEG-STATUS PIC XX VALUE "00".
       01  WS-TRANSICIONES-STATUS PIC XX VALUE "00".

      *> Decisiones anteriores (estado_elegibilidad.txt) para
      *> comparar con las de esta corrida; la transicion rige desde
      *> la fecha de la corrida que la detecta.
       01  WS-FECHA-CORRIDA    PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-ESTADOS    PIC 9(5) VALUE ZERO.
       01  WS-IDX-EST          PIC 9(5) VALUE ZERO.
       01  WS-IDX-EST-HALLADO  PIC 9(5) VALUE ZERO.
       01  WS-EOF-ESTADO       PIC X VALUE 'N'.
           88 FIN-ESTADO        VALUE 'S'.
       01  WS-TABLA-ESTADOS.
           05 WS-EST-ENT OCCURS 5000 TIMES.
               10 WS-EST-NOMBRE      PIC X(30).
               10 WS-EST-VALIDO      PIC X.
               10 WS-EST-SENIOR      PIC X.
               10 WS-EST-MENOR-TUTOR PIC X.
               10 WS-EST-EDAD        PIC 99.
               10 WS-EST-FECHA-DESDE PIC 9(8).
               10 WS-EST-FECHA-ULTIMA PIC 9(8).
               10 WS-EST-ID          PIC X(10).
       01  WS-TIPO-TRANSICION  PIC X(16) VALUE SPACES.
       01  WS-TOTAL-TRANSICIONES PIC 9(5) VALUE ZERO.

           COPY CPY-RETCODES.

           PERFORM UNTIL FIN-ARCHIVO
               PERFORM VALIDAR THRU VALIDAR-EXIT
               PERFORM MOSTRAR THRU MOSTRAR-EXIT
               PERFORM DETECTAR-TRANSICION
                   THRU DETECTAR-TRANSICION-EXIT
               PERFORM LOG-DETALLADO THRU LOG-DETALLADO-EXIT
               PERFORM LEER-REGISTRO THRU LEER-REGISTRO-EXIT
           END-PERFORM
           MOVE ZERO TO WS-CONTADOR-NO
           MOVE ZERO TO WS-TOTAL-LEIDOS
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           PERFORM CARGAR-ESTADOS THRU CARGAR-ESTADOS-EXIT
           OPEN OUTPUT ARCHIVO-TRANSICIONES
           IF WS-TRANSICIONES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR TRANSICIONES, STATUS="
                   WS-TRANSICIONES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           CONTINUE.
       INICIO-EXIT.
           EXIT.
       CARGAR-PARAMETROS-EXIT.
           EXIT.

       CARGAR-ESTADOS.
      *> Sin archivo (primera corrida) nadie tiene decision previa:
      *> toda la poblacion sale como ALTA una unica vez.
           OPEN INPUT ARCHIVO-ESTADO-ELEG
           IF WS-ESTADO-ELEG-STATUS = "00"
               PERFORM LEER-ESTADO THRU LEER-ESTADO-EXIT
               PERFORM UNTIL FIN-ESTADO
                   IF WS-TOTAL-ESTADOS NOT < 5000
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "ESTADO DE ELEGIBILIDAD EXCEDE 5000"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-TOTAL-ESTADOS
                   MOVE WS-TOTAL-ESTADOS TO WS-IDX-EST
                   MOVE EEL-NOMBRE TO WS-EST-NOMBRE(WS-IDX-EST)
                   MOVE EEL-VALIDO TO WS-EST-VALIDO(WS-IDX-EST)
                   MOVE EEL-SENIOR TO WS-EST-SENIOR(WS-IDX-EST)
                   MOVE EEL-MENOR-TUTOR
                       TO WS-EST-MENOR-TUTOR(WS-IDX-EST)
                   MOVE EEL-EDAD TO WS-EST-EDAD(WS-IDX-EST)
                   MOVE EEL-FECHA-DESDE
                       TO WS-EST-FECHA-DESDE(WS-IDX-EST)
                   MOVE EEL-FECHA-ULTIMA
                       TO WS-EST-FECHA-ULTIMA(WS-IDX-EST)
                   MOVE EEL-ID TO WS-EST-ID(WS-IDX-EST)
                   PERFORM LEER-ESTADO THRU LEER-ESTADO-EXIT
               END-PERFORM
               CLOSE ARCHIVO-ESTADO-ELEG
           ELSE
               DISPLAY "Sin estado_elegibilidad.txt: todas las"
                   " decisiones salen como ALTA"
           END-IF
           CONTINUE.
       CARGAR-ESTADOS-EXIT.
           EXIT.

       LEER-ESTADO.
           READ ARCHIVO-ESTADO-ELEG
               AT END
                   SET FIN-ESTADO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       LEER-ESTADO-EXIT.
           EXIT.

       LEER-REGISTRO.
           READ ARCHIVO-ROSTER
               AT END
               NOT AT END
                   MOVE ROS-NOMBRE TO WS-NOMBRE
                   MOVE ROS-EDAD TO WS-EDAD
                   MOVE ROS-ID TO WS-ID-PERSONA
                   ADD 1 TO WS-TOTAL-LEIDOS
           END-READ.
       LEER-REGISTRO-EXIT.
           MOVE WS-SENIOR TO RES-SENIOR
           MOVE WS-MENOR-TUTOR TO RES-MENOR-TUTOR
           MOVE WS-MENSAJE TO RES-MENSAJE
           MOVE WS-ID-PERSONA TO RES-ID
           WRITE REG-RESULTADO
           IF WS-VALIDO = "S"
               ADD 1 TO WS-CONTADOR-SI
       MOSTRAR-EXIT.
           EXIT.

       DETECTAR-TRANSICION.
      *> Compara la decision de esta noche con la ultima conocida de
      *> la persona. Solo un cambio genera linea de transicion; con
      *> varios cambios a la vez (p.ej. umbrales nuevos en
      *> parametros.txt) el tipo informado es el primero de: adulto
      *> mayor, voto, tutor.
      *> La persona se busca por su ID del maestro: dos clientes con
      *> el mismo nombre son dos personas. Una linea de estado sin
      *> ID (grabada antes de que el roster lo trajera) se toma por
      *> nombre una unica vez y queda con el ID de quien la tomo.
           MOVE ZERO TO WS-IDX-EST-HALLADO
           IF WS-ID-PERSONA NOT = SPACES
               PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > WS-TOTAL-ESTADOS
                   IF WS-EST-ID(WS-IDX-EST) = WS-ID-PERSONA
                       MOVE WS-IDX-EST TO WS-IDX-EST-HALLADO
                       MOVE WS-TOTAL-ESTADOS TO WS-IDX-EST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IDX-EST-HALLADO = ZERO
               PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > WS-TOTAL-ESTADOS
                   IF WS-EST-ID(WS-IDX-EST) = SPACES
                       AND WS-EST-NOMBRE(WS-IDX-EST) = WS-NOMBRE
                       MOVE WS-IDX-EST TO WS-IDX-EST-HALLADO
                       MOVE WS-ID-PERSONA
                           TO WS-EST-ID(WS-IDX-EST-HALLADO)
                       MOVE WS-TOTAL-ESTADOS TO WS-IDX-EST
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-TIPO-TRANSICION
           IF WS-IDX-EST-HALLADO = ZERO
               IF WS-TOTAL-ESTADOS NOT < 5000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "ESTADO DE ELEGIBILIDAD EXCEDE 5000"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-ESTADOS
               MOVE WS-TOTAL-ESTADOS TO WS-IDX-EST-HALLADO
               MOVE WS-NOMBRE TO WS-EST-NOMBRE(WS-IDX-EST-HALLADO)
               MOVE WS-ID-PERSONA TO WS-EST-ID(WS-IDX-EST-HALLADO)
               MOVE SPACE TO WS-EST-VALIDO(WS-IDX-EST-HALLADO)
               MOVE SPACE TO WS-EST-SENIOR(WS-IDX-EST-HALLADO)
               MOVE SPACE TO WS-EST-MENOR-TUTOR(WS-IDX-EST-HALLADO)
               MOVE "ALTA" TO WS-TIPO-TRANSICION
           ELSE
               EVALUATE TRUE
                   WHEN WS-SENIOR = "S"
                       AND WS-EST-SENIOR(WS-IDX-EST-HALLADO) = "N"
                       MOVE "NUEVO-SENIOR" TO WS-TIPO-TRANSICION
                   WHEN WS-SENIOR = "N"
                       AND WS-EST-SENIOR(WS-IDX-EST-HALLADO) = "S"
                       MOVE "DEJA-SENIOR" TO WS-TIPO-TRANSICION
                   WHEN WS-VALIDO = "S"
                       AND WS-EST-VALIDO(WS-IDX-EST-HALLADO) = "N"
                       MOVE "NUEVO-VOTANTE" TO WS-TIPO-TRANSICION
                   WHEN WS-VALIDO = "N"
                       AND WS-EST-VALIDO(WS-IDX-EST-HALLADO) = "S"
                       MOVE "PIERDE-VOTO" TO WS-TIPO-TRANSICION
                   WHEN WS-MENOR-TUTOR = "N"
                       AND WS-EST-MENOR-TUTOR(WS-IDX-EST-HALLADO)
                           = "S"
                       MOVE "SIN-TUTOR" TO WS-TIPO-TRANSICION
                   WHEN WS-MENOR-TUTOR = "S"
                       AND WS-EST-MENOR-TUTOR(WS-IDX-EST-HALLADO)
                           = "N"
                       MOVE "REQUIERE-TUTOR" TO WS-TIPO-TRANSICION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-TIPO-TRANSICION NOT = SPACES
               PERFORM GRABAR-TRANSICION THRU GRABAR-TRANSICION-EXIT
               MOVE WS-VALIDO TO WS-EST-VALIDO(WS-IDX-EST-HALLADO)
               MOVE WS-SENIOR TO WS-EST-SENIOR(WS-IDX-EST-HALLADO)
               MOVE WS-MENOR-TUTOR
                   TO WS-EST-MENOR-TUTOR(WS-IDX-EST-HALLADO)
               MOVE WS-FECHA-CORRIDA
                   TO WS-EST-FECHA-DESDE(WS-IDX-EST-HALLADO)
           END-IF
           MOVE WS-EDAD TO WS-EST-EDAD(WS-IDX-EST-HALLADO)
           MOVE WS-FECHA-CORRIDA
               TO WS-EST-FECHA-ULTIMA(WS-IDX-EST-HALLADO)
           CONTINUE.
       DETECTAR-TRANSICION-EXIT.
           EXIT.

       GRABAR-TRANSICION.
           MOVE WS-NOMBRE TO TRA-NOMBRE
           MOVE WS-VALIDO TO TRA-VALIDO
           MOVE WS-SENIOR TO TRA-SENIOR
           MOVE WS-MENOR-TUTOR TO TRA-MENOR-TUTOR
           MOVE WS-TIPO-TRANSICION TO TRA-TIPO
           MOVE WS-EST-VALIDO(WS-IDX-EST-HALLADO) TO TRA-VALIDO-ANT
           MOVE WS-EST-SENIOR(WS-IDX-EST-HALLADO) TO TRA-SENIOR-ANT
           MOVE WS-EST-MENOR-TUTOR(WS-IDX-EST-HALLADO)
               TO TRA-MENOR-ANT
           MOVE WS-EDAD TO TRA-EDAD
           MOVE WS-FECHA-CORRIDA TO TRA-FECHA-EFECTIVA
           MOVE WS-ID-CORRIDA TO TRA-CORRIDA
           MOVE WS-ID-PERSONA TO TRA-ID
           WRITE REG-TRANSICION
           ADD 1 TO WS-TOTAL-TRANSICIONES
           CONTINUE.
       GRABAR-TRANSICION-EXIT.
           EXIT.

       GRABAR-ESTADOS.
           OPEN OUTPUT ARCHIVO-ESTADO-ELEG
           IF WS-ESTADO-ELEG-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR ESTADO-ELEG, STATUS="
                   WS-ESTADO-ELEG-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-ESTADOS
               MOVE WS-EST-NOMBRE(WS-IDX-EST) TO EEL-NOMBRE
               MOVE WS-EST-VALIDO(WS-IDX-EST) TO EEL-VALIDO
               MOVE WS-EST-SENIOR(WS-IDX-EST) TO EEL-SENIOR
               MOVE WS-EST-MENOR-TUTOR(WS-IDX-EST) TO EEL-MENOR-TUTOR
               MOVE WS-EST-EDAD(WS-IDX-EST) TO EEL-EDAD
               MOVE WS-EST-FECHA-DESDE(WS-IDX-EST) TO EEL-FECHA-DESDE
               MOVE WS-EST-FECHA-ULTIMA(WS-IDX-EST)
                   TO EEL-FECHA-ULTIMA
               MOVE WS-EST-ID(WS-IDX-EST) TO EEL-ID
               WRITE REG-ESTADO-ELEG
           END-PERFORM
           CLOSE ARCHIVO-ESTADO-ELEG
           CONTINUE.
       GRABAR-ESTADOS-EXIT.
           EXIT.

       TERMINAR.
           MOVE SPACES TO RES-NOMBRE RES-VALIDO RES-SENIOR
               RES-MENOR-TUTOR RES-MENSAJE RES-ID
           STRING "TOTAL=" WS-TOTAL-LEIDOS
               " VALIDOS(S)=" WS-CONTADOR-SI
               " NO-VALIDOS(N)=" WS-CONTADOR-NO
               " CORRIDA=" WS-ID-CORRIDA
               " TRANSICIONES=" WS-TOTAL-TRANSICIONES
               DELIMITED BY SIZE INTO RES-MENSAJE
           WRITE REG-RESULTADO
           MOVE RES-MENSAJE TO WS-RESUMEN
           CLOSE ARCHIVO-ROSTER
           CLOSE ARCHIVO-RESULTADOS
           CLOSE ARCHIVO-JOURNAL
           CLOSE ARCHIVO-TRANSICIONES
           PERFORM GRABAR-ESTADOS THRU GRABAR-ESTADOS-EXIT
           PERFORM LIBERAR-LOCK
           CONTINUE.
       TERMINAR-EXIT.
