      ******************************************************************
      * PROGRAMA: RECONOCE-ALERTAS
      * TIPO:     Consola interactiva
      * OBJETIVO: Reconocimiento de las alertas del archivo central de
      *           operaciones (alertas_operacion.txt): el operador de
      *           guardia lista las alertas abiertas por severidad, las
      *           marca VISTAS cuando las toma y RESUELTAS cuando la
      *           causa quedo corregida. Vista o resuelta queda con el
      *           legajo y la fecha de quien la marco. Una alerta
      *           resuelta deja de suprimir repeticiones: si la
      *           condicion vuelve a aparecer, el programa que la
      *           detecta abre una alerta nueva.
      *           Al grabar, las resueltas pasan al historico
      *           (alertas_historico.txt) y el archivo central queda
      *           con las abiertas y vistas: la tabla de la sesion y
      *           el recorrido de EMITIR-ALERTA no crecen con los
      *           anios de alertas cerradas.
      *           Ingresa solo un operador del registro central con
      *           PIN y rol ALERTAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONOCE-ALERTAS.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ALERTAS
               ASSIGN TO 'alertas_operacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT ARCHIVO-ALERTAS-HIST
               ASSIGN TO 'alertas_historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ALERTAS.
       01  REG-ALERTA.
           COPY CPY-ALERTA-REG.

       FD  ARCHIVO-ALERTAS-HIST.
       01  REG-ALERTA-HIST       PIC X(199).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-ALERTAS-STATUS     PIC XX VALUE SPACES.
       77  WS-HISTORICO-STATUS   PIC XX VALUE SPACES.

       77  WS-USUARIO            PIC X(8) VALUE SPACES.
       77  WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-LISTAR        VALUE 'L'.
           88 OPCION-VISTA         VALUE 'V'.
           88 OPCION-RESOLVER      VALUE 'R'.
           88 OPCION-FIN           VALUE 'F'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Alertas abiertas y vistas cargadas en memoria; el archivo se
      *> reescribe completo al salir. Las resueltas no se cargan:
      *> pasan al historico al grabar. Con la tabla llena se corta
      *> con error antes de tocar nada.
       77  WS-TOTAL-ALERTAS      PIC 9(4) VALUE ZERO.
       77  WS-IDX-ALE            PIC 9(4) VALUE ZERO.
       01  WS-TABLA-ALERTAS.
           05 WS-ALE-ENT OCCURS 2000 TIMES.
               10 WS-ALE-NUMERO      PIC 9(6).
               10 WS-ALE-FECHA       PIC 9(8).
               10 WS-ALE-HORA        PIC 9(8).
               10 WS-ALE-CORRIDA     PIC X(11).
               10 WS-ALE-PROGRAMA    PIC X(20).
               10 WS-ALE-SEVERIDAD   PIC X.
               10 WS-ALE-CODIGO      PIC X(12).
               10 WS-ALE-CLAVE       PIC X(20).
               10 WS-ALE-TEXTO       PIC X(80).
               10 WS-ALE-ESTADO      PIC X.
               10 WS-ALE-VISTA-POR   PIC X(8).
               10 WS-ALE-FECHA-VISTA PIC 9(8).
               10 WS-ALE-RESUELTA-POR PIC X(8).
               10 WS-ALE-FECHA-RESUELTA PIC 9(8).

      *> Numero mas alto cargado al entrar: lo que aparezca por
      *> encima al salir lo emitio un batch durante la sesion y se
      *> agrega a la tabla antes de reescribir, para no perderlo.
       77  WS-MAXIMO-CARGADO     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-NUEVAS-SESION PIC 9(4) VALUE ZERO.

      *> La alerta de numero mas alto se queda en el archivo central
      *> aunque este resuelta: de ella saca EMITIR-ALERTA el ultimo
      *> numero emitido. Si es una resuelta que no se cargo, se
      *> guarda aparte para volver a grabarla.
       77  WS-NUMERO-MAXIMO      PIC 9(6) VALUE ZERO.
       77  WS-ULTIMA-RES-NUMERO  PIC 9(6) VALUE ZERO.
       01  WS-ULTIMA-RESUELTA    PIC X(199) VALUE SPACES.
       77  WS-TOTAL-HISTORICO    PIC 9(5) VALUE ZERO.

       77  WS-NUMERO-TRABAJO     PIC 9(6) VALUE ZERO.
       77  WS-SEVERIDAD-LISTA    PIC X VALUE SPACE.
       77  WS-NOMBRE-SEVERIDAD   PIC X(8) VALUE SPACES.
       77  WS-CANT-LISTADAS      PIC 9(4) VALUE ZERO.

       77  WS-ALE-HALLADA        PIC X VALUE 'N'.
           88 ALE-HALLADA          VALUE 'S'.
           88 ALE-NO-HALLADA       VALUE 'N'.

       77  WS-TOTAL-VISTAS       PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-RESUELTAS    PIC 9(4) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== RECONOCIMIENTO DE ALERTAS DE OPERACION ==="
           DISPLAY "Usuario (legajo):"
           ACCEPT WS-USUARIO
           DISPLAY "PIN:"
           ACCEPT WS-OPR-PIN
           MOVE "RECONOCE-ALERTAS" TO WS-OPR-PROGRAMA
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-ALERTAS TO WS-OPR-ROL
           MOVE "INGRESO" TO WS-OPR-ACCION
           SET OPR-CON-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN ACCESO NO HAY SESION" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Operador: " WS-OPR-NOMBRE
           PERFORM CARGAR-ALERTAS

           PERFORM PEDIR-OPCION
           PERFORM UNTIL OPCION-FIN
               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-ABIERTAS
                   WHEN OPCION-VISTA
                       PERFORM MARCAR-ALERTA
                   WHEN OPCION-RESOLVER
                       PERFORM MARCAR-ALERTA
                   WHEN OTHER
                       DISPLAY "Opcion invalida: " WS-OPCION
               END-EVALUATE
               PERFORM PEDIR-OPCION
           END-PERFORM

           PERFORM AGREGAR-NUEVAS-SESION
           PERFORM GRABAR-ALERTAS
           DISPLAY "=== FIN DE LA SESION ==="
           DISPLAY "Vistas: " WS-TOTAL-VISTAS
               " Resueltas: " WS-TOTAL-RESUELTAS
               " Emitidas durante la sesion: " WS-TOTAL-NUEVAS-SESION
           DISPLAY "Resueltas pasadas al historico: " WS-TOTAL-HISTORICO
           STOP RUN.

       CARGAR-ALERTAS.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF ALR-RESUELTA
                               IF ALR-NUMERO > WS-ULTIMA-RES-NUMERO
                                   MOVE ALR-NUMERO
                                       TO WS-ULTIMA-RES-NUMERO
                                   MOVE REG-ALERTA
                                       TO WS-ULTIMA-RESUELTA
                               END-IF
                           ELSE
                               PERFORM GUARDAR-ALERTA-TABLA
                           END-IF
                           IF ALR-NUMERO > WS-MAXIMO-CARGADO
                               MOVE ALR-NUMERO TO WS-MAXIMO-CARGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALERTAS
           END-IF
           MOVE WS-MAXIMO-CARGADO TO WS-NUMERO-MAXIMO
           DISPLAY "Alertas abiertas cargadas: " WS-TOTAL-ALERTAS.

       GUARDAR-ALERTA-TABLA.
           IF WS-TOTAL-ALERTAS NOT < 2000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "ALERTAS DE OPERACION EXCEDEN 2000"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-ALERTAS
           MOVE WS-TOTAL-ALERTAS TO WS-IDX-ALE
           MOVE ALR-NUMERO TO WS-ALE-NUMERO(WS-IDX-ALE)
           MOVE ALR-FECHA TO WS-ALE-FECHA(WS-IDX-ALE)
           MOVE ALR-HORA TO WS-ALE-HORA(WS-IDX-ALE)
           MOVE ALR-CORRIDA TO WS-ALE-CORRIDA(WS-IDX-ALE)
           MOVE ALR-PROGRAMA TO WS-ALE-PROGRAMA(WS-IDX-ALE)
           MOVE ALR-SEVERIDAD TO WS-ALE-SEVERIDAD(WS-IDX-ALE)
           MOVE ALR-CODIGO TO WS-ALE-CODIGO(WS-IDX-ALE)
           MOVE ALR-CLAVE TO WS-ALE-CLAVE(WS-IDX-ALE)
           MOVE ALR-TEXTO TO WS-ALE-TEXTO(WS-IDX-ALE)
           MOVE ALR-ESTADO TO WS-ALE-ESTADO(WS-IDX-ALE)
           MOVE ALR-VISTA-POR TO WS-ALE-VISTA-POR(WS-IDX-ALE)
           MOVE ALR-FECHA-VISTA TO WS-ALE-FECHA-VISTA(WS-IDX-ALE)
           MOVE ALR-RESUELTA-POR TO WS-ALE-RESUELTA-POR(WS-IDX-ALE)
           MOVE ALR-FECHA-RESUELTA
               TO WS-ALE-FECHA-RESUELTA(WS-IDX-ALE).

       PEDIR-OPCION.
           DISPLAY " "
           DISPLAY "(L) listar abiertas  (V) marcar vista"
           DISPLAY "(R) resolver         (F) fin"
           ACCEPT WS-OPCION.

       LISTAR-ABIERTAS.
           MOVE ZERO TO WS-CANT-LISTADAS
           MOVE "C" TO WS-SEVERIDAD-LISTA
           MOVE "CRITICAS" TO WS-NOMBRE-SEVERIDAD
           PERFORM LISTAR-SEVERIDAD
           MOVE "A" TO WS-SEVERIDAD-LISTA
           MOVE "ALTAS" TO WS-NOMBRE-SEVERIDAD
           PERFORM LISTAR-SEVERIDAD
           MOVE "M" TO WS-SEVERIDAD-LISTA
           MOVE "MEDIAS" TO WS-NOMBRE-SEVERIDAD
           PERFORM LISTAR-SEVERIDAD
           IF WS-CANT-LISTADAS = ZERO
               DISPLAY "Sin alertas abiertas"
           END-IF.

       LISTAR-SEVERIDAD.
      *> Abierta = no resuelta (A o V). Lo que no es C ni A se
      *> lista con las medias.
           DISPLAY "--- " WS-NOMBRE-SEVERIDAD " ---"
           PERFORM VARYING WS-IDX-ALE FROM 1 BY 1
                   UNTIL WS-IDX-ALE > WS-TOTAL-ALERTAS
               IF WS-ALE-ESTADO(WS-IDX-ALE) NOT = "R"
                   AND (WS-ALE-SEVERIDAD(WS-IDX-ALE)
                            = WS-SEVERIDAD-LISTA
                        OR (WS-SEVERIDAD-LISTA = "M"
                            AND WS-ALE-SEVERIDAD(WS-IDX-ALE)
                                NOT = "C"
                            AND WS-ALE-SEVERIDAD(WS-IDX-ALE)
                                NOT = "A"))
                   ADD 1 TO WS-CANT-LISTADAS
                   DISPLAY "  " WS-ALE-NUMERO(WS-IDX-ALE)
                       " " WS-ALE-FECHA(WS-IDX-ALE)
                       " " WS-ALE-CORRIDA(WS-IDX-ALE)
                       " " WS-ALE-PROGRAMA(WS-IDX-ALE)
                       " " WS-ALE-CODIGO(WS-IDX-ALE)
                       " " WS-ALE-CLAVE(WS-IDX-ALE)
                   DISPLAY "    " WS-ALE-TEXTO(WS-IDX-ALE)
                   IF WS-ALE-ESTADO(WS-IDX-ALE) = "V"
                       DISPLAY "    vista por "
                           WS-ALE-VISTA-POR(WS-IDX-ALE)
                           " el " WS-ALE-FECHA-VISTA(WS-IDX-ALE)
                   END-IF
               END-IF
           END-PERFORM.

       MARCAR-ALERTA.
           DISPLAY "Numero de alerta:"
           ACCEPT WS-NUMERO-TRABAJO
           SET ALE-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-ALE FROM 1 BY 1
                   UNTIL WS-IDX-ALE > WS-TOTAL-ALERTAS
               IF WS-ALE-NUMERO(WS-IDX-ALE) = WS-NUMERO-TRABAJO
                   SET ALE-HALLADA TO TRUE
                   PERFORM APLICAR-MARCA
                   MOVE WS-TOTAL-ALERTAS TO WS-IDX-ALE
               END-IF
           END-PERFORM
           IF ALE-NO-HALLADA
               DISPLAY "Sin alerta numero " WS-NUMERO-TRABAJO
           END-IF.

       APLICAR-MARCA.
      *> Resolver no exige haberla visto antes; quien resuelve una
      *> alerta no vista queda tambien como quien la vio.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN WS-ALE-ESTADO(WS-IDX-ALE) = "R"
                   DISPLAY "La alerta ya esta RESUELTA por "
                       WS-ALE-RESUELTA-POR(WS-IDX-ALE)
               WHEN OPCION-VISTA
                   AND WS-ALE-ESTADO(WS-IDX-ALE) = "V"
                   DISPLAY "La alerta ya esta VISTA por "
                       WS-ALE-VISTA-POR(WS-IDX-ALE)
               WHEN OPCION-VISTA
                   MOVE "V" TO WS-ALE-ESTADO(WS-IDX-ALE)
                   MOVE WS-USUARIO TO WS-ALE-VISTA-POR(WS-IDX-ALE)
                   MOVE WS-FECHA-SISTEMA
                       TO WS-ALE-FECHA-VISTA(WS-IDX-ALE)
                   ADD 1 TO WS-TOTAL-VISTAS
                   DISPLAY "Alerta marcada VISTA"
               WHEN OTHER
                   IF WS-ALE-ESTADO(WS-IDX-ALE) NOT = "V"
                       MOVE WS-USUARIO
                           TO WS-ALE-VISTA-POR(WS-IDX-ALE)
                       MOVE WS-FECHA-SISTEMA
                           TO WS-ALE-FECHA-VISTA(WS-IDX-ALE)
                   END-IF
                   MOVE "R" TO WS-ALE-ESTADO(WS-IDX-ALE)
                   MOVE WS-USUARIO TO WS-ALE-RESUELTA-POR(WS-IDX-ALE)
                   MOVE WS-FECHA-SISTEMA
                       TO WS-ALE-FECHA-RESUELTA(WS-IDX-ALE)
                   ADD 1 TO WS-TOTAL-RESUELTAS
                   DISPLAY "Alerta marcada RESUELTA"
           END-EVALUATE.

       AGREGAR-NUEVAS-SESION.
      *> Los batch agregan alertas con EXTEND; las emitidas mientras
      *> la consola estaba abierta se suman a la tabla tal cual.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF ALR-NUMERO > WS-MAXIMO-CARGADO
                               PERFORM GUARDAR-ALERTA-TABLA
                               ADD 1 TO WS-TOTAL-NUEVAS-SESION
                               IF ALR-NUMERO > WS-NUMERO-MAXIMO
                                   MOVE ALR-NUMERO
                                       TO WS-NUMERO-MAXIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALERTAS
           END-IF.

       GRABAR-ALERTAS.
      *> Primero al historico: las resueltas que quedaron en el
      *> archivo sin cargar y las resueltas de la tabla; despues el
      *> archivo central con el resto. La de numero mas alto no se
      *> mueve.
           OPEN EXTEND ARCHIVO-ALERTAS-HIST
           IF WS-HISTORICO-STATUS = "35"
               OPEN OUTPUT ARCHIVO-ALERTAS-HIST
           END-IF
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORICO DE ALERTAS, STATUS="
                   WS-HISTORICO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF ALR-RESUELTA
                               AND ALR-NUMERO < WS-NUMERO-MAXIMO
                               MOVE REG-ALERTA TO REG-ALERTA-HIST
                               WRITE REG-ALERTA-HIST
                               ADD 1 TO WS-TOTAL-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALERTAS
           END-IF
           OPEN OUTPUT ARCHIVO-ALERTAS
           IF WS-ALERTAS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR ALERTAS, STATUS="
                   WS-ALERTAS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-ALE FROM 1 BY 1
                   UNTIL WS-IDX-ALE > WS-TOTAL-ALERTAS
               MOVE SPACES TO REG-ALERTA
               MOVE WS-ALE-NUMERO(WS-IDX-ALE) TO ALR-NUMERO
               MOVE WS-ALE-FECHA(WS-IDX-ALE) TO ALR-FECHA
               MOVE WS-ALE-HORA(WS-IDX-ALE) TO ALR-HORA
               MOVE WS-ALE-CORRIDA(WS-IDX-ALE) TO ALR-CORRIDA
               MOVE WS-ALE-PROGRAMA(WS-IDX-ALE) TO ALR-PROGRAMA
               MOVE WS-ALE-SEVERIDAD(WS-IDX-ALE) TO ALR-SEVERIDAD
               MOVE WS-ALE-CODIGO(WS-IDX-ALE) TO ALR-CODIGO
               MOVE WS-ALE-CLAVE(WS-IDX-ALE) TO ALR-CLAVE
               MOVE WS-ALE-TEXTO(WS-IDX-ALE) TO ALR-TEXTO
               MOVE WS-ALE-ESTADO(WS-IDX-ALE) TO ALR-ESTADO
               MOVE WS-ALE-VISTA-POR(WS-IDX-ALE) TO ALR-VISTA-POR
               MOVE WS-ALE-FECHA-VISTA(WS-IDX-ALE) TO ALR-FECHA-VISTA
               MOVE WS-ALE-RESUELTA-POR(WS-IDX-ALE)
                   TO ALR-RESUELTA-POR
               MOVE WS-ALE-FECHA-RESUELTA(WS-IDX-ALE)
                   TO ALR-FECHA-RESUELTA
               IF ALR-RESUELTA
                   AND ALR-NUMERO < WS-NUMERO-MAXIMO
                   MOVE REG-ALERTA TO REG-ALERTA-HIST
                   WRITE REG-ALERTA-HIST
                   ADD 1 TO WS-TOTAL-HISTORICO
               ELSE
                   WRITE REG-ALERTA
               END-IF
           END-PERFORM
           IF WS-ULTIMA-RES-NUMERO > ZERO
               AND WS-ULTIMA-RES-NUMERO = WS-NUMERO-MAXIMO
               MOVE WS-ULTIMA-RESUELTA TO REG-ALERTA
               WRITE REG-ALERTA
           END-IF
           CLOSE ARCHIVO-ALERTAS
           CLOSE ARCHIVO-ALERTAS-HIST.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
