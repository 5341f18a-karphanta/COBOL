      ******************************************************************
      * PROGRAMA: RESUELVE-CASOS-LISTA
      * TIPO:     Consola interactiva
      * OBJETIVO: Resolucion de los casos de revision que abre
      *           CONTROLA-LISTAS (casos_listas.txt) cuando un cliente
      *           coincide con una lista externa. El analista lista
      *           los casos pendientes y decide cada uno: FALSO
      *           POSITIVO (la persona no es la de la lista) o
      *           CONFIRMADO. La confirmacion necesita un supervisor
      *           con legajo distinto del analista y bloquea al
      *           cliente en el maestro (CLM-BLOQUEADO, con lista y
      *           fecha): desde ahi no recibe cartas ni avisos, no va
      *           al regulador ni a la carga de DB2. Cada decision
      *           queda en auditoria_listas.txt con quien la tomo y
      *           quien la autorizo; el bloqueo se toma bajo el
      *           lock de corrida y queda ademas en journal_maestro.txt
      *           (tipo BLOQUEO) como todo cambio del maestro.
      *           Al grabar, los casos cerrados pasan al historico
      *           (casos_listas_historico.txt) y casos_listas.txt
      *           queda con los pendientes.
      *           El analista ingresa con su legajo del registro
      *           central, PIN y rol LISTAS; el supervisor que
      *           autoriza la confirmacion se identifica con su PIN y
      *           debe tener el rol APRUEBA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUELVE-CASOS-LISTA.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS
               ASSIGN TO 'casos_listas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
           SELECT ARCHIVO-CASOS-HIST
               ASSIGN TO 'casos_listas_historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'auditoria_listas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           COPY CPY-MAESTRO-SELECT.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           COPY CPY-OPERADOR-SELECT.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           COPY CPY-CASO-LISTA.

       FD  ARCHIVO-CASOS-HIST.
       01  REG-CASO-HIST         PIC X(188).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           COPY CPY-AUDIT-LISTA.

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  JOURNAL-MAESTRO.
      *> Mismo journal de movimientos que ACTUALIZA-MAESTRO: cada
      *> cliente bloqueado queda anotado con su ID.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           05 JMA-CORRIDA        PIC X(11).
           05 JMA-TIPO           PIC X(7).
           05 JMA-ID             PIC X(10).

           COPY CPY-OPERADOR-FD.

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       77  WS-CASOS-STATUS       PIC XX VALUE SPACES.
       77  WS-HISTORICO-STATUS   PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.

       77  WS-USUARIO            PIC X(8) VALUE SPACES.
       77  WS-SUPERVISOR         PIC X(8) VALUE SPACES.
       77  WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-LISTAR        VALUE 'L'.
           88 OPCION-DECIDIR       VALUE 'D'.
           88 OPCION-FIN           VALUE 'F'.
       77  WS-DECISION           PIC X VALUE SPACE.
           88 DECISION-FALSO       VALUE 'F'.
           88 DECISION-CONFIRMA    VALUE 'C'.
       77  WS-OBSERVACION        PIC X(40) VALUE SPACES.
       77  WS-NOMBRE-LISTA       PIC X(12) VALUE SPACES.

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
           05 WS-CAS-ENT OCCURS 2000 TIMES PIC X(188).
       01  WS-CASO-TRABAJO.
           COPY CPY-CASO-LISTA
               REPLACING LEADING ==CAS-== BY ==CTR-==.

      *> Numero mas alto cargado al entrar: los casos que abra el
      *> control batch durante la sesion se agregan antes de
      *> reescribir, para no perderlos.
       77  WS-MAXIMO-CARGADO     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-NUEVOS-SESION PIC 9(4) VALUE ZERO.

      *> El caso de numero mas alto se queda en casos_listas.txt
      *> aunque este cerrado: de el saca CONTROLA-LISTAS el ultimo
      *> numero. Si es un cerrado que no se cargo, se guarda aparte
      *> para volver a grabarlo.
       77  WS-NUMERO-MAXIMO      PIC 9(6) VALUE ZERO.
       77  WS-ULTIMO-CERRADO-NRO PIC 9(6) VALUE ZERO.
       01  WS-ULTIMO-CERRADO     PIC X(188) VALUE SPACES.
       77  WS-TOTAL-HISTORICO    PIC 9(5) VALUE ZERO.

       77  WS-NUMERO-TRABAJO     PIC 9(6) VALUE ZERO.
       77  WS-CANT-LISTADOS      PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-FALSOS       PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-CONFIRMADOS  PIC 9(4) VALUE ZERO.

       77  WS-BLOQUEO-OK         PIC X VALUE 'N'.
           88 BLOQUEO-OK           VALUE 'S'.
           88 BLOQUEO-FALLIDO      VALUE 'N'.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).
       01  WS-HORA-SISTEMA-DESC REDEFINES WS-HORA-SISTEMA.
           05 WS-HOR-HORA        PIC 9(2).
           05 WS-HOR-MINUTO      PIC 9(2).
           05 WS-HOR-SEGUNDO     PIC 9(2).
           05 WS-HOR-CENTESIMA   PIC 9(2).
       01  WS-TIMESTAMP-ACT      PIC X(14).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== RESOLUCION DE CASOS DE LISTAS EXTERNAS ==="
           DISPLAY "Analista (legajo):"
           ACCEPT WS-USUARIO
           DISPLAY "PIN:"
           ACCEPT WS-OPR-PIN
           MOVE "RESUELVE-CASOS-LISTA" TO WS-OPR-PROGRAMA
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
           DISPLAY "Falsos positivos: " WS-TOTAL-FALSOS
               " Confirmados: " WS-TOTAL-CONFIRMADOS
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
                           IF CAS-PENDIENTE
                               PERFORM GUARDAR-CASO-TABLA
                           ELSE
                               IF CAS-NUMERO > WS-ULTIMO-CERRADO-NRO
                                   MOVE CAS-NUMERO
                                       TO WS-ULTIMO-CERRADO-NRO
                                   MOVE REG-CASO TO WS-ULTIMO-CERRADO
                               END-IF
                           END-IF
                           IF CAS-NUMERO > WS-MAXIMO-CARGADO
                               MOVE CAS-NUMERO TO WS-MAXIMO-CARGADO
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
               MOVE "CASOS PENDIENTES DE LISTAS EXCEDEN 2000"
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
               STRING "NO SE PUDO ABRIR AUDITORIA DE LISTAS, STATUS="
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
           EVALUATE TRUE
               WHEN CTR-LISTA-FALLECIDOS
                   MOVE "FALLECIDOS" TO WS-NOMBRE-LISTA
               WHEN CTR-LISTA-SANCIONADOS
                   MOVE "SANCIONADOS" TO WS-NOMBRE-LISTA
               WHEN CTR-LISTA-PEP
                   MOVE "PEP" TO WS-NOMBRE-LISTA
               WHEN OTHER
                   MOVE CTR-LISTA TO WS-NOMBRE-LISTA
           END-EVALUATE
           DISPLAY "  " CTR-NUMERO " " CTR-FECHA-ALTA
               " " WS-NOMBRE-LISTA " POR " CTR-COINCIDENCIA
               " CLIENTE " CTR-ID " " CTR-NOMBRE
           DISPLAY "    DNI=" CTR-DNI " NAC=" CTR-FECHA-NAC
               "  LISTADO: DNI=" CTR-LST-DNI " " CTR-LST-NOMBRE.

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
           DISPLAY "Decision: (F) falso positivo  (C) confirmado"
               "  (otra) dejar pendiente"
           ACCEPT WS-DECISION
           IF DECISION-FALSO OR DECISION-CONFIRMA
               DISPLAY "Observacion:"
               ACCEPT WS-OBSERVACION
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               IF DECISION-FALSO
                   MOVE SPACES TO WS-SUPERVISOR
                   PERFORM CERRAR-CASO
               ELSE
                   PERFORM CONFIRMAR-CASO
               END-IF
           ELSE
               DISPLAY "Caso sin cambios"
           END-IF.

       CONFIRMAR-CASO.
      *> Confirmar bloquea al cliente: sin un segundo legajo distinto
      *> del analista, identificado con su PIN y con rol APRUEBA, no
      *> se toca el maestro ni el caso.
           DISPLAY "Legajo del supervisor que autoriza:"
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR = SPACES
               OR WS-SUPERVISOR = WS-USUARIO
               DISPLAY "Confirmacion NO aplicada: requiere supervisor"
                   " distinto del analista"
               IF WS-SUPERVISOR = WS-USUARIO
                   MOVE WS-USUARIO TO WS-OPR-LEGAJO
                   MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                   MOVE "CONFIRMA-CASO" TO WS-OPR-ACCION
                   MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
                   MOVE SPACES TO WS-OPR-DETALLE
                   STRING "AUTORIZA SU PROPIO CASO " CTR-NUMERO
                       DELIMITED BY SIZE INTO WS-OPR-DETALLE
                   PERFORM ANOTAR-DENEGACION
               END-IF
           ELSE
               DISPLAY "PIN del supervisor:"
               ACCEPT WS-OPR-PIN
               MOVE WS-SUPERVISOR TO WS-OPR-LEGAJO
               MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
               MOVE "CONFIRMA-CASO" TO WS-OPR-ACCION
               SET OPR-CON-PIN TO TRUE
               PERFORM VERIFICAR-ACCESO
               IF ACCESO-DENEGADO
                   DISPLAY "Confirmacion NO aplicada: el supervisor"
                       " no puede autorizarla"
               ELSE
                   PERFORM BLOQUEAR-CLIENTE
                   IF BLOQUEO-OK
                       PERFORM CERRAR-CASO
                   END-IF
               END-IF
           END-IF.

       BLOQUEAR-CLIENTE.
      *> El maestro se abre solo para el bloqueo, para no retenerlo
      *> durante la sesion, y bajo el lock de corrida como cualquier
      *> otro paso que lo toca. Con una corrida en curso el caso
      *> queda pendiente (sin cortar la sesion). Un cliente de esta
      *> noche que todavia no llego al maestro no se puede bloquear:
      *> el caso queda pendiente hasta despues de la actualizacion.
           SET BLOQUEO-FALLIDO TO TRUE
           PERFORM VERIFICAR-LOCK-LIBRE
           IF DUENIO-LOCK-VIVO
               DISPLAY "Confirmacion NO aplicada: corrida en curso de "
                   LCK-PROCESO ", reintentar al terminar"
           ELSE
               MOVE "RESUELVE-CASOS-LISTA" TO WS-NOMBRE-PROCESO
               PERFORM TOMAR-LOCK
               PERFORM LEER-ID-CORRIDA
               PERFORM BLOQUEAR-EN-MAESTRO
               PERFORM LIBERAR-LOCK
           END-IF.

       VERIFICAR-LOCK-LIBRE.
      *> Misma lectura que TOMAR-LOCK pero sin abend: solo un lock
      *> TOMADO de hoy con su proceso duenio vivo frena el bloqueo.
           SET DUENIO-LOCK-MUERTO TO TRUE
           ACCEPT WS-LOCK-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-LOCK
           IF WS-LOCK-STATUS = "00"
               READ ARCHIVO-LOCK
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-ESTADO = "TOMADO"
                           AND LCK-FECHA = WS-LOCK-FECHA-HOY
                           PERFORM VERIFICAR-DUENIO-LOCK
                       END-IF
               END-READ
               CLOSE ARCHIVO-LOCK
           END-IF.

       BLOQUEAR-EN-MAESTRO.
           OPEN I-O MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "Confirmacion NO aplicada: no se pudo abrir el"
                   " maestro, STATUS=" WS-MAESTRO-STATUS
           ELSE
               MOVE CTR-ID TO CLM-ID
               READ MAESTRO-CLIENTES
                   INVALID KEY
                       DISPLAY "Confirmacion NO aplicada: el cliente "
                           CTR-ID " todavia no esta en el maestro"
                   NOT INVALID KEY
                       STRING WS-FECHA-SISTEMA DELIMITED BY SIZE
                           WS-HOR-HORA DELIMITED BY SIZE
                           WS-HOR-MINUTO DELIMITED BY SIZE
                           WS-HOR-SEGUNDO DELIMITED BY SIZE
                           INTO WS-TIMESTAMP-ACT
                       SET CLM-BLOQUEADO TO TRUE
                       MOVE CTR-LISTA TO CLM-LISTA-BLOQUEO
                       MOVE WS-FECHA-SISTEMA TO CLM-FECHA-BLOQUEO
                       MOVE WS-TIMESTAMP-ACT TO CLM-FECHA-ULT-ACT
                       REWRITE REG-CLIENTE-MAESTRO
                           INVALID KEY
                               DISPLAY "No se pudo regrabar, STATUS="
                                   WS-MAESTRO-STATUS
                           NOT INVALID KEY
                               SET BLOQUEO-OK TO TRUE
                               PERFORM ANOTAR-JOURNAL-MAESTRO
                               DISPLAY "Cliente " CLM-ID
                                   " BLOQUEADO"
                       END-REWRITE
               END-READ
               CLOSE MAESTRO-CLIENTES
           END-IF.

       ANOTAR-JOURNAL-MAESTRO.
           OPEN EXTEND JOURNAL-MAESTRO
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-MAESTRO
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ADVERTENCIA: bloqueo de " CLM-ID
                   " sin anotar en journal_maestro, STATUS="
                   WS-JOURNAL-STATUS
           ELSE
               MOVE WS-FECHA-SISTEMA TO JMA-FECHA
               MOVE WS-HORA-SISTEMA TO JMA-HORA
               MOVE WS-ID-CORRIDA TO JMA-CORRIDA
               MOVE "BLOQUEO" TO JMA-TIPO
               MOVE CLM-ID TO JMA-ID
               WRITE REG-JOURNAL-MAESTRO
               CLOSE JOURNAL-MAESTRO
           END-IF.

       CERRAR-CASO.
           IF DECISION-FALSO
               SET CTR-FALSO-POSITIVO TO TRUE
               ADD 1 TO WS-TOTAL-FALSOS
           ELSE
               SET CTR-CONFIRMADO TO TRUE
               ADD 1 TO WS-TOTAL-CONFIRMADOS
           END-IF
           MOVE WS-USUARIO TO CTR-ANALISTA
           MOVE WS-SUPERVISOR TO CTR-SUPERVISOR
           MOVE WS-FECHA-SISTEMA TO CTR-FECHA-DECISION
           MOVE WS-OBSERVACION TO CTR-OBSERVACION
           MOVE WS-CASO-TRABAJO TO WS-CAS-ENT(WS-IDX-HALLADO)

           MOVE SPACES TO REG-AUDITORIA
           MOVE WS-FECHA-SISTEMA TO AUL-FECHA
           MOVE WS-HORA-SISTEMA TO AUL-HORA
           MOVE "RESUELVE-CASOS-LISTA" TO AUL-ORIGEN
           MOVE WS-USUARIO TO AUL-USUARIO
           IF DECISION-FALSO
               MOVE "FALSO-POSITIVO" TO AUL-EVENTO
           ELSE
               MOVE "CONFIRMADO" TO AUL-EVENTO
           END-IF
           MOVE CTR-NUMERO TO AUL-CASO
           MOVE CTR-ID TO AUL-ID
           MOVE CTR-LISTA TO AUL-LISTA
           MOVE CTR-COINCIDENCIA TO AUL-COINCIDENCIA
           MOVE CTR-LST-DNI TO AUL-LST-DNI
           STRING "SUP=" WS-SUPERVISOR " " WS-OBSERVACION
               DELIMITED BY SIZE INTO AUL-DETALLE
           WRITE REG-AUDITORIA
           DISPLAY "Caso " CTR-NUMERO " cerrado como " AUL-EVENTO.

       AGREGAR-NUEVOS-SESION.
      *> CONTROLA-LISTAS agrega casos con EXTEND; los abiertos
      *> mientras la consola estaba abierta se suman tal cual.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CAS-NUMERO > WS-MAXIMO-CARGADO
                               PERFORM GUARDAR-CASO-TABLA
                               ADD 1 TO WS-TOTAL-NUEVOS-SESION
                               IF CAS-NUMERO > WS-NUMERO-MAXIMO
                                   MOVE CAS-NUMERO
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
      *> casos_listas.txt con los pendientes. El de numero mas alto
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
                           IF NOT CAS-PENDIENTE
                               AND CAS-NUMERO < WS-NUMERO-MAXIMO
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
               IF NOT CAS-PENDIENTE
                   AND CAS-NUMERO < WS-NUMERO-MAXIMO
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
           COPY CPY-CORRIDA.
           COPY CPY-LOCK.
           COPY CPY-ABEND.
