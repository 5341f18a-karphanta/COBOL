      ******************************************************************
      * PROGRAMA: RESUELVE-FRAUDE
      * TIPO:     Consola interactiva
      * OBJETIVO: Resolucion de los casos de revision que abre
      *           DETECTA-REPETIDOS (casos_fraude.txt) cuando un
      *           DNI aparece presentado en forma sospechosa por
      *           varias sucursales, con datos distintos o aceptado
      *           despues de varios rechazos. Cumplimiento lista los
      *           casos pendientes y cierra cada uno como FRAUDE
      *           CONFIRMADO o DESCARTADO, con una observacion. El
      *           cierre no toca el maestro: si corresponde bloquear
      *           o dar de baja se hace por los circuitos habituales.
      *           Cada decision queda en auditoria_fraude.txt con
      *           quien la tomo. Un caso cerrado no se reabre; si el
      *           DNI vuelve a aparecer despues de la decision, el
      *           control nocturno abre un caso nuevo.
      *           Al grabar, los casos cerrados pasan al historico
      *           (casos_fraude_historico.txt) y casos_fraude.txt
      *           queda con los pendientes.
      *           El analista ingresa con su legajo del registro
      *           central, PIN y rol LISTAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUELVE-FRAUDE.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS
               ASSIGN TO 'casos_fraude.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
           SELECT ARCHIVO-CASOS-HIST
               ASSIGN TO 'casos_fraude_historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'auditoria_fraude.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           COPY CPY-CASO-FRAUDE.

       FD  ARCHIVO-CASOS-HIST.
       01  REG-CASO-HIST         PIC X(182).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           COPY CPY-AUDIT-FRAUDE.

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-CASOS-STATUS       PIC XX VALUE SPACES.
       77  WS-HISTORICO-STATUS   PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.

       77  WS-USUARIO            PIC X(8) VALUE SPACES.
       77  WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-LISTAR        VALUE 'L'.
           88 OPCION-DECIDIR       VALUE 'D'.
           88 OPCION-FIN           VALUE 'F'.
       77  WS-DECISION           PIC X VALUE SPACE.
           88 DECISION-FRAUDE      VALUE 'F'.
           88 DECISION-DESCARTA    VALUE 'D'.
       77  WS-OBSERVACION        PIC X(40) VALUE SPACES.
       77  WS-MOTIVOS            PIC X(40) VALUE SPACES.
       77  WS-PTR-MOTIVOS        PIC 9(2) VALUE ZERO.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.

      *> Casos pendientes cargados en memoria; el archivo se reescribe
      *> completo al salir. Los cerrados no se cargan: pasan al
      *> historico al grabar. Con la tabla llena se corta con error
      *> antes de tocar nada.
       77  WS-TOTAL-CASOS        PIC 9(4) VALUE ZERO.
       77  WS-IDX-CASO           PIC 9(4) VALUE ZERO.
       77  WS-IDX-HALLADO        PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CASOS.
           05 WS-CAS-ENT OCCURS 2000 TIMES PIC X(182).
       01  WS-CASO-TRABAJO.
           COPY CPY-CASO-FRAUDE
               REPLACING LEADING ==CFR-== BY ==CTR-==.

      *> Numero mas alto cargado al entrar: los casos que abra el
      *> control batch durante la sesion se agregan antes de
      *> reescribir, para no perderlos.
       77  WS-MAXIMO-CARGADO     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-NUEVOS-SESION PIC 9(4) VALUE ZERO.

      *> El caso de numero mas alto se queda en casos_fraude.txt
      *> aunque este cerrado: de el saca DETECTA-REPETIDOS el ultimo
      *> numero. Si es un cerrado que no se cargo, se guarda aparte
      *> para volver a grabarlo.
       77  WS-NUMERO-MAXIMO      PIC 9(6) VALUE ZERO.
       77  WS-ULTIMO-CERRADO-NRO PIC 9(6) VALUE ZERO.
       01  WS-ULTIMO-CERRADO     PIC X(182) VALUE SPACES.
       77  WS-TOTAL-HISTORICO    PIC 9(5) VALUE ZERO.

       77  WS-NUMERO-TRABAJO     PIC 9(6) VALUE ZERO.
       77  WS-CANT-LISTADOS      PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-CONFIRMADOS  PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-DESCARTADOS  PIC 9(4) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== RESOLUCION DE CASOS DE DNI REPETIDOS ==="
           DISPLAY "Analista (legajo):"
           ACCEPT WS-USUARIO
           DISPLAY "PIN:"
           ACCEPT WS-OPR-PIN
           MOVE "RESUELVE-FRAUDE" TO WS-OPR-PROGRAMA
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-LISTAS TO WS-OPR-ROL
           MOVE "INGRESO" TO WS-OPR-ACCION
           SET OPR-CON-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN ACCESO NO HAY SESION" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Analista: " WS-OPR-NOMBRE
           PERFORM CARGAR-CASOS
           PERFORM ABRIR-AUDITORIA

           PERFORM PEDIR-OPCION
           PERFORM UNTIL OPCION-FIN
               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-PENDIENTES
                   WHEN OPCION-DECIDIR
                       PERFORM DECIDIR-CASO
                   WHEN OTHER
                       DISPLAY "Opcion invalida: " WS-OPCION
               END-EVALUATE
               PERFORM PEDIR-OPCION
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA
           PERFORM AGREGAR-NUEVOS-SESION
           PERFORM GRABAR-CASOS
           DISPLAY "=== FIN DE LA SESION ==="
           DISPLAY "Confirmados: " WS-TOTAL-CONFIRMADOS
               " Descartados: " WS-TOTAL-DESCARTADOS
               " Abiertos durante la sesion: " WS-TOTAL-NUEVOS-SESION
           DISPLAY "Cerrados pasados al historico: " WS-TOTAL-HISTORICO
           STOP RUN.

       CARGAR-CASOS.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CFR-PENDIENTE
                               PERFORM GUARDAR-CASO-TABLA
                           ELSE
                               IF CFR-NUMERO > WS-ULTIMO-CERRADO-NRO
                                   MOVE CFR-NUMERO
                                       TO WS-ULTIMO-CERRADO-NRO
                                   MOVE REG-CASO TO WS-ULTIMO-CERRADO
                               END-IF
                           END-IF
                           IF CFR-NUMERO > WS-MAXIMO-CARGADO
                               MOVE CFR-NUMERO TO WS-MAXIMO-CARGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS
           END-IF
           MOVE WS-MAXIMO-CARGADO TO WS-NUMERO-MAXIMO
           DISPLAY "Casos pendientes cargados: " WS-TOTAL-CASOS.

       GUARDAR-CASO-TABLA.
           IF WS-TOTAL-CASOS NOT < 2000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "CASOS PENDIENTES DE FRAUDE EXCEDEN 2000"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-CASOS
           MOVE REG-CASO TO WS-CAS-ENT(WS-TOTAL-CASOS).

       ABRIR-AUDITORIA.
           OPEN EXTEND ARCHIVO-AUDITORIA
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUDITORIA DE FRAUDE, STATUS="
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       PEDIR-OPCION.
           DISPLAY " "
           DISPLAY "(L) listar pendientes  (D) decidir caso  (F) fin"
           ACCEPT WS-OPCION.

       LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CANT-LISTADOS
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
               MOVE WS-CAS-ENT(WS-IDX-CASO) TO WS-CASO-TRABAJO
               IF CTR-PENDIENTE
                   ADD 1 TO WS-CANT-LISTADOS
                   PERFORM MOSTRAR-CASO
               END-IF
           END-PERFORM
           IF WS-CANT-LISTADOS = ZERO
               DISPLAY "Sin casos pendientes"
           END-IF.

       MOSTRAR-CASO.
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-PTR-MOTIVOS
           STRING "MOTIVOS:" DELIMITED BY SIZE INTO WS-MOTIVOS
               WITH POINTER WS-PTR-MOTIVOS
           IF CTR-POR-SUCURSALES
               STRING " SUCURSALES" DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-PTR-MOTIVOS
           END-IF
           IF CTR-POR-DATOS
               STRING " DATOS" DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-PTR-MOTIVOS
           END-IF
           IF CTR-POR-RECHAZOS
               STRING " RECHAZOS" DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-PTR-MOTIVOS
           END-IF
           DISPLAY "  " CTR-NUMERO " " CTR-FECHA-ALTA
               " DNI=" CTR-DNI " " CTR-NOMBRE " " WS-MOTIVOS
           DISPLAY "    PRESENTACIONES=" CTR-PRESENTACIONES
               " ENTRE " CTR-FECHA-DESDE " Y " CTR-FECHA-HASTA
               " SUCURSALES(" CTR-CANT-SUCURSALES ")=" CTR-SUCURSALES
           DISPLAY "    RECHAZOS=" CTR-RECHAZOS
               " ACEPTADO DESPUES: " CTR-ID-ACEPTADO
               " " CTR-SUC-ACEPTADO.

       DECIDIR-CASO.
           DISPLAY "Numero de caso:"
           ACCEPT WS-NUMERO-TRABAJO
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
                      OR WS-IDX-HALLADO > ZERO
               MOVE WS-CAS-ENT(WS-IDX-CASO) TO WS-CASO-TRABAJO
               IF CTR-NUMERO = WS-NUMERO-TRABAJO
                   MOVE WS-IDX-CASO TO WS-IDX-HALLADO
               END-IF
           END-PERFORM
           IF WS-IDX-HALLADO = ZERO
               DISPLAY "Sin caso pendiente numero " WS-NUMERO-TRABAJO
           ELSE
               MOVE WS-CAS-ENT(WS-IDX-HALLADO) TO WS-CASO-TRABAJO
               IF NOT CTR-PENDIENTE
                   DISPLAY "El caso ya fue resuelto (" CTR-ESTADO
                       ") por " CTR-ANALISTA " el "
                       CTR-FECHA-DECISION
               ELSE
                   PERFORM MOSTRAR-CASO
                   PERFORM PEDIR-DECISION
               END-IF
           END-IF.

       PEDIR-DECISION.
           DISPLAY "Decision: (F) fraude confirmado  (D) descartado"
               "  (otra) dejar pendiente"
           ACCEPT WS-DECISION
           IF DECISION-FRAUDE OR DECISION-DESCARTA
               DISPLAY "Observacion:"
               ACCEPT WS-OBSERVACION
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               PERFORM CERRAR-CASO
           ELSE
               DISPLAY "Caso sin cambios"
           END-IF.

       CERRAR-CASO.
           IF DECISION-FRAUDE
               SET CTR-CONFIRMADO TO TRUE
               ADD 1 TO WS-TOTAL-CONFIRMADOS
           ELSE
               SET CTR-DESCARTADO TO TRUE
               ADD 1 TO WS-TOTAL-DESCARTADOS
           END-IF
           MOVE WS-USUARIO TO CTR-ANALISTA
           MOVE WS-FECHA-SISTEMA TO CTR-FECHA-DECISION
           MOVE WS-OBSERVACION TO CTR-OBSERVACION
           MOVE WS-CASO-TRABAJO TO WS-CAS-ENT(WS-IDX-HALLADO)

           MOVE SPACES TO REG-AUDITORIA
           MOVE WS-FECHA-SISTEMA TO AUF-FECHA
           MOVE WS-HORA-SISTEMA TO AUF-HORA
           MOVE "RESUELVE-FRAUDE" TO AUF-ORIGEN
           MOVE WS-USUARIO TO AUF-USUARIO
           IF DECISION-FRAUDE
               MOVE "CONFIRMADO" TO AUF-EVENTO
           ELSE
               MOVE "DESCARTADO" TO AUF-EVENTO
           END-IF
           MOVE CTR-NUMERO TO AUF-CASO
           MOVE CTR-DNI TO AUF-DNI
           MOVE WS-OBSERVACION TO AUF-DETALLE
           WRITE REG-AUDITORIA
           DISPLAY "Caso " CTR-NUMERO " cerrado como " AUF-EVENTO.

       AGREGAR-NUEVOS-SESION.
      *> DETECTA-REPETIDOS agrega casos con EXTEND; los abiertos
      *> mientras la consola estaba abierta se suman tal cual.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CFR-NUMERO > WS-MAXIMO-CARGADO
                               PERFORM GUARDAR-CASO-TABLA
                               ADD 1 TO WS-TOTAL-NUEVOS-SESION
                               IF CFR-NUMERO > WS-NUMERO-MAXIMO
                                   MOVE CFR-NUMERO
                                       TO WS-NUMERO-MAXIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS
           END-IF.

       GRABAR-CASOS.
      *> Primero al historico: los cerrados que quedaron en el
      *> archivo sin cargar y los cerrados de la tabla; despues
      *> casos_fraude.txt con los pendientes. El de numero mas alto
      *> no se mueve.
           OPEN EXTEND ARCHIVO-CASOS-HIST
           IF WS-HISTORICO-STATUS = "35"
               OPEN OUTPUT ARCHIVO-CASOS-HIST
           END-IF
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORICO DE CASOS, STATUS="
                   WS-HISTORICO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF NOT CFR-PENDIENTE
                               AND CFR-NUMERO < WS-NUMERO-MAXIMO
                               MOVE REG-CASO TO REG-CASO-HIST
                               WRITE REG-CASO-HIST
                               ADD 1 TO WS-TOTAL-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS
           END-IF
           OPEN OUTPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR CASOS, STATUS="
                   WS-CASOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
               MOVE WS-CAS-ENT(WS-IDX-CASO) TO REG-CASO
               IF NOT CFR-PENDIENTE
                   AND CFR-NUMERO < WS-NUMERO-MAXIMO
                   MOVE REG-CASO TO REG-CASO-HIST
                   WRITE REG-CASO-HIST
                   ADD 1 TO WS-TOTAL-HISTORICO
               ELSE
                   WRITE REG-CASO
               END-IF
           END-PERFORM
           IF WS-ULTIMO-CERRADO-NRO > ZERO
               AND WS-ULTIMO-CERRADO-NRO = WS-NUMERO-MAXIMO
               MOVE WS-ULTIMO-CERRADO TO REG-CASO
               WRITE REG-CASO
           END-IF
           CLOSE ARCHIVO-CASOS
           CLOSE ARCHIVO-CASOS-HIST.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
