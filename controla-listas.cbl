      ******************************************************************
      * PROGRAMA: CONTROLA-LISTAS
      * TIPO:     Batch COBOL
      * OBJETIVO: Control de clientes contra las listas externas que
      *           recibe cumplimiento (layout CPY-LISTA-VIGILANCIA):
      *           lista_fallecidos.txt (registro de fallecidos),
      *           lista_sancionados.txt (personas sancionadas) y
      *           lista_pep.txt (expuestos politicamente). Coincide
      *           por DNI exacto y por nombre normalizado (solo letras,
      *           en mayusculas) mas fecha de nacimiento. Cada
      *           coincidencia nueva abre un caso de revision en
      *           casos_listas.txt (CPY-CASO-LISTA), queda en el
      *           registro de auditoria auditoria_listas.txt
      *           (CPY-AUDIT-LISTA) y se informa en reporte_listas.txt;
      *           una coincidencia que ya tiene caso (en cualquier
      *           estado) no abre otro. Los casos los resuelve el
      *           analista en RESUELVE-CASOS-LISTA, que deja en
      *           casos_listas.txt solo los pendientes y pasa los
      *           cerrados a casos_listas_historico.txt; una
      *           coincidencia sin caso pendiente se busca tambien en
      *           el historico antes de abrir uno nuevo.
      *           Parametro: T (o en blanco) controla todo el maestro
      *           (menos los fusionados); N controla solo los clientes
      *           aceptados esta noche en clientes_out.dat (menos las
      *           bajas), y es como corre en la cadena nocturna a
      *           continuacion de PROCESA-CLIENTES. Una lista faltante
      *           se advierte (codigo 4); sin ninguna lista, abend.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLA-LISTAS.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FALLECIDOS
               ASSIGN TO 'lista_fallecidos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLECIDOS-STATUS.
           SELECT LISTA-SANCIONADOS
               ASSIGN TO 'lista_sancionados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCIONADOS-STATUS.
           SELECT LISTA-PEP
               ASSIGN TO 'lista_pep.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEP-STATUS.
      *> Indice de trabajo de la corrida con las tres listas juntas:
      *> por nombre normalizado + fecha de nacimiento (clave
      *> primaria) y por DNI (clave alterna). Se rearma cada vez.
           SELECT LISTA-TRABAJO
               ASSIGN TO 'lista_vigilancia_trabajo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVT-CLAVE
               ALTERNATE RECORD KEY IS LVT-DNI WITH DUPLICATES
               FILE STATUS IS WS-TRABAJO-STATUS.
           COPY CPY-MAESTRO-SELECT.
           SELECT CLIENTES-OUT ASSIGN TO 'clientes_out.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTES-OUT-STATUS.
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
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_listas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-FALLECIDOS.
       01  REG-LISTA-FALLECIDOS.
           COPY CPY-LISTA-VIGILANCIA
               REPLACING LEADING ==LST-== BY ==LSF-==.

       FD  LISTA-SANCIONADOS.
       01  REG-LISTA-SANCIONADOS.
           COPY CPY-LISTA-VIGILANCIA
               REPLACING LEADING ==LST-== BY ==LSS-==.

       FD  LISTA-PEP.
       01  REG-LISTA-PEP.
           COPY CPY-LISTA-VIGILANCIA
               REPLACING LEADING ==LST-== BY ==LSP-==.

       FD  LISTA-TRABAJO.
       01  REG-LISTA-TRABAJO.
           05 LVT-CLAVE.
               10 LVT-NOMBRE-NORM    PIC X(30).
               10 LVT-FECHA-NAC      PIC X(08).
               10 LVT-LISTA          PIC X(01).
               10 LVT-DNI-CLAVE      PIC X(09).
           05 LVT-DNI            PIC X(09).
           05 LVT-NOMBRE         PIC X(30).

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  CLIENTES-OUT.
       01  REG-CLIENTE-OUT.
           COPY CPY-CLIENTE-OUT.

       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           COPY CPY-CASO-LISTA.

       FD  ARCHIVO-CASOS-HIST.
       01  REG-CASO-HIST         PIC X(188).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           COPY CPY-AUDIT-LISTA.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       77  WS-FALLECIDOS-STATUS  PIC XX VALUE SPACES.
       77  WS-SANCIONADOS-STATUS PIC XX VALUE SPACES.
       77  WS-PEP-STATUS         PIC XX VALUE SPACES.
       77  WS-TRABAJO-STATUS     PIC XX VALUE SPACES.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-CLIENTES-OUT-STATUS PIC XX VALUE SPACES.
       77  WS-CASOS-STATUS       PIC XX VALUE SPACES.
       77  WS-HISTORICO-STATUS   PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(132).

       77  WS-MODO               PIC X VALUE SPACE.
           88 MODO-TODO            VALUE 'T' ' '.
           88 MODO-NOCHE           VALUE 'N'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.
       77  WS-FIN-TRABAJO        PIC X VALUE 'N'.
           88 FIN-TRABAJO          VALUE 'S'.
           88 MAS-TRABAJO          VALUE 'N'.

      *> Entrada de lista en curso (comun a las tres listas).
       77  WS-LISTA-ACTUAL       PIC X VALUE SPACE.
       77  WS-NOMBRE-LISTA       PIC X(12) VALUE SPACES.
       77  WS-ENT-DNI            PIC X(9) VALUE SPACES.
       77  WS-ENT-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-ENT-FECHA-NAC      PIC X(8) VALUE SPACES.
       77  WS-LISTAS-FALTANTES   PIC 9 VALUE ZERO.

      *> Cliente que se controla (del maestro o de clientes_out).
       77  WS-SUJ-ID             PIC X(10) VALUE SPACES.
       77  WS-SUJ-DNI            PIC X(9) VALUE SPACES.
       77  WS-SUJ-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-SUJ-FECHA-NAC      PIC X(8) VALUE SPACES.
       77  WS-SUJ-NORMAL         PIC X(30) VALUE SPACES.
       77  WS-COINCIDENCIA       PIC X VALUE SPACE.

      *> Normalizacion de nombres: mayusculas y solo letras, para que
      *> "Perez, Juan" y "PEREZ JUAN" coincidan.
       77  WS-NORM-ENTRADA       PIC X(30) VALUE SPACES.
       77  WS-NORM-SALIDA        PIC X(30) VALUE SPACES.
       77  WS-IDX-CAR            PIC 9(2) VALUE ZERO.
       77  WS-IDX-NORM           PIC 9(2) VALUE ZERO.

      *> Casos de casos_listas.txt (los pendientes, mas el de numero
      *> mas alto): evitan reabrir una coincidencia ya vista y dan el
      *> ultimo numero. Los cerrados se buscan en el historico, que
      *> no se carga. Con la tabla llena se corta con error antes de
      *> abrir casos.
       77  WS-TOTAL-CASOS        PIC 9(4) VALUE ZERO.
       77  WS-IDX-CASO           PIC 9(4) VALUE ZERO.
       77  WS-ULTIMO-CASO        PIC 9(6) VALUE ZERO.
       01  WS-TABLA-CASOS.
           05 WS-CAS-ENT OCCURS 2000 TIMES PIC X(188).
       01  WS-CASO-TRABAJO.
           COPY CPY-CASO-LISTA
               REPLACING LEADING ==CAS-== BY ==CTR-==.
       77  WS-CASO-EXISTE        PIC X VALUE 'N'.
           88 CASO-EXISTE          VALUE 'S'.
           88 CASO-NO-EXISTE       VALUE 'N'.
       77  WS-FIN-HISTORICO      PIC X VALUE 'N'.
           88 FIN-HISTORICO        VALUE 'S'.
           88 MAS-HISTORICO        VALUE 'N'.

       77  WS-TOTAL-ENTRADAS     PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-REPETIDAS    PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-CONTROLADOS  PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-COINCIDENCIAS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CASOS-NUEVOS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-YA-EN-CASO   PIC 9(5) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONTROL DE CLIENTES CONTRA LISTAS EXTERNAS ==="
           MOVE "CONTROLA-LISTAS" TO WS-ALR-PROGRAMA
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODO FROM ARGUMENT-VALUE
           IF NOT MODO-TODO AND NOT MODO-NOCHE
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "PARAMETRO INVALIDO (T O N): " WS-MODO
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM LEER-CORRIDA-ALERTA
           PERFORM ARMAR-INDICE-LISTAS
           PERFORM CARGAR-CASOS
           PERFORM ABRIR-ARCHIVOS

           IF MODO-NOCHE
               PERFORM CONTROLAR-CLIENTES-OUT
           ELSE
               PERFORM CONTROLAR-MAESTRO
           END-IF

           PERFORM ESCRIBE-RESUMEN
           CLOSE LISTA-TRABAJO
           CLOSE ARCHIVO-CASOS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-REPORTE

      *> Una sola alerta por corrida con casos nuevos: el detalle
      *> esta en el reporte y en la consola de casos.
           IF WS-TOTAL-CASOS-NUEVOS > ZERO
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE "CASOS-LISTA" TO WS-ALR-CODIGO
               MOVE WS-ALR-CORRIDA TO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-TOTAL-CASOS-NUEVOS
                   " CASOS NUEVOS DE LISTAS EXTERNAS A REVISAR"
                   " (RESUELVE-CASOS-LISTA)"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM EMITIR-ALERTA
           END-IF

           DISPLAY "=== FIN CONTROL CONTRA LISTAS ==="
           DISPLAY "Entradas de lista: " WS-TOTAL-ENTRADAS
               " Repetidas: " WS-TOTAL-REPETIDAS
           DISPLAY "Clientes controlados: " WS-TOTAL-CONTROLADOS
               " Coincidencias: " WS-TOTAL-COINCIDENCIAS
               " Casos nuevos: " WS-TOTAL-CASOS-NUEVOS
               " Ya en caso: " WS-TOTAL-YA-EN-CASO
           IF WS-LISTAS-FALTANTES > ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
           STOP RUN.

       ARMAR-INDICE-LISTAS.
           OPEN OUTPUT LISTA-TRABAJO
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO CREAR INDICE DE LISTAS, STATUS="
                   WS-TRABAJO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF

           MOVE "F" TO WS-LISTA-ACTUAL
           MOVE "FALLECIDOS" TO WS-NOMBRE-LISTA
           OPEN INPUT LISTA-FALLECIDOS
           IF WS-FALLECIDOS-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ LISTA-FALLECIDOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE LSF-DNI TO WS-ENT-DNI
                           MOVE LSF-NOMBRE TO WS-ENT-NOMBRE
                           MOVE LSF-FECHA-NAC TO WS-ENT-FECHA-NAC
                           PERFORM GUARDAR-ENTRADA-LISTA
                   END-READ
               END-PERFORM
               CLOSE LISTA-FALLECIDOS
           ELSE
               PERFORM AVISAR-LISTA-FALTANTE
           END-IF

           MOVE "S" TO WS-LISTA-ACTUAL
           MOVE "SANCIONADOS" TO WS-NOMBRE-LISTA
           OPEN INPUT LISTA-SANCIONADOS
           IF WS-SANCIONADOS-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ LISTA-SANCIONADOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE LSS-DNI TO WS-ENT-DNI
                           MOVE LSS-NOMBRE TO WS-ENT-NOMBRE
                           MOVE LSS-FECHA-NAC TO WS-ENT-FECHA-NAC
                           PERFORM GUARDAR-ENTRADA-LISTA
                   END-READ
               END-PERFORM
               CLOSE LISTA-SANCIONADOS
           ELSE
               PERFORM AVISAR-LISTA-FALTANTE
           END-IF

           MOVE "P" TO WS-LISTA-ACTUAL
           MOVE "PEP" TO WS-NOMBRE-LISTA
           OPEN INPUT LISTA-PEP
           IF WS-PEP-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ LISTA-PEP
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE LSP-DNI TO WS-ENT-DNI
                           MOVE LSP-NOMBRE TO WS-ENT-NOMBRE
                           MOVE LSP-FECHA-NAC TO WS-ENT-FECHA-NAC
                           PERFORM GUARDAR-ENTRADA-LISTA
                   END-READ
               END-PERFORM
               CLOSE LISTA-PEP
           ELSE
               PERFORM AVISAR-LISTA-FALTANTE
           END-IF

           CLOSE LISTA-TRABAJO
           IF WS-LISTAS-FALTANTES = 3
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               MOVE "NO LLEGO NINGUNA LISTA EXTERNA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Entradas de lista indexadas: " WS-TOTAL-ENTRADAS.

       AVISAR-LISTA-FALTANTE.
      *> Una lista que no llego no frena el control con las otras,
      *> pero la corrida termina con advertencia.
           ADD 1 TO WS-LISTAS-FALTANTES
           DISPLAY "ADVERTENCIA: falta la lista " WS-NOMBRE-LISTA
               ", se controla sin ella".

       GUARDAR-ENTRADA-LISTA.
      *> La misma persona repetida en una lista (mismo nombre, fecha
      *> y DNI) se indexa una sola vez.
           IF WS-ENT-DNI = SPACES AND WS-ENT-NOMBRE = SPACES
               CONTINUE
           ELSE
               MOVE WS-ENT-NOMBRE TO WS-NORM-ENTRADA
               PERFORM NORMALIZAR-NOMBRE
               MOVE SPACES TO REG-LISTA-TRABAJO
               MOVE WS-NORM-SALIDA TO LVT-NOMBRE-NORM
               MOVE WS-ENT-FECHA-NAC TO LVT-FECHA-NAC
               MOVE WS-LISTA-ACTUAL TO LVT-LISTA
               MOVE WS-ENT-DNI TO LVT-DNI-CLAVE
               MOVE WS-ENT-DNI TO LVT-DNI
               MOVE WS-ENT-NOMBRE TO LVT-NOMBRE
               WRITE REG-LISTA-TRABAJO
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-REPETIDAS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ENTRADAS
               END-WRITE
           END-IF.

       NORMALIZAR-NOMBRE.
           MOVE SPACES TO WS-NORM-SALIDA
           MOVE ZERO TO WS-IDX-NORM
           INSPECT WS-NORM-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 30
               IF WS-NORM-ENTRADA(WS-IDX-CAR:1) IS ALPHABETIC
                   AND WS-NORM-ENTRADA(WS-IDX-CAR:1) NOT = SPACE
                   ADD 1 TO WS-IDX-NORM
                   MOVE WS-NORM-ENTRADA(WS-IDX-CAR:1)
                       TO WS-NORM-SALIDA(WS-IDX-NORM:1)
               END-IF
           END-PERFORM.

       CARGAR-CASOS.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-CASO-TABLA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS
           END-IF
           DISPLAY "Casos en curso: " WS-TOTAL-CASOS.

       GUARDAR-CASO-TABLA.
           IF WS-TOTAL-CASOS NOT < 2000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "CASOS PENDIENTES DE LISTAS EXCEDEN 2000"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-CASOS
           MOVE REG-CASO TO WS-CAS-ENT(WS-TOTAL-CASOS)
           IF CAS-NUMERO > WS-ULTIMO-CASO
               MOVE CAS-NUMERO TO WS-ULTIMO-CASO
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT LISTA-TRABAJO
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR INDICE DE LISTAS, STATUS="
                   WS-TRABAJO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Casos y auditoria solo crecen: los casos nuevos se agregan
      *> al final y la consola de resolucion reescribe el archivo
      *> sumando lo que aparezca durante su sesion.
           OPEN EXTEND ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "35"
               OPEN OUTPUT ARCHIVO-CASOS
           END-IF
           IF WS-CASOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR CASOS DE LISTAS, STATUS="
                   WS-CASOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
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
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CONTROL CONTRA LISTAS EXTERNAS - CORRIDA "
               WS-ALR-CORRIDA " - FECHA " WS-FECHA-SISTEMA
               " - MODO " WS-MODO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       CONTROLAR-MAESTRO.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ MAESTRO-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
      *> Un fusionado ya no es una persona: la controla su
      *> sobreviviente. Un suprimido no tiene datos que controlar.
                       IF CLM-ESTADO NOT = "FUSIONADO"
                           AND CLM-ESTADO NOT = "SUPRIMIDO"
                           MOVE CLM-ID TO WS-SUJ-ID
                           MOVE CLM-DNI TO WS-SUJ-DNI
                           MOVE CLM-NOMBRE TO WS-SUJ-NOMBRE
                           MOVE CLM-FECHA-NAC TO WS-SUJ-FECHA-NAC
                           PERFORM CONTROLAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAESTRO-CLIENTES.

       CONTROLAR-CLIENTES-OUT.
           OPEN INPUT CLIENTES-OUT
           IF WS-CLIENTES-OUT-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR CLIENTES-OUT, STATUS="
                   WS-CLIENTES-OUT-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ CLIENTES-OUT
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CLO-ESTADO NOT = "BAJA"
                           MOVE CLO-ID TO WS-SUJ-ID
                           MOVE CLO-DNI TO WS-SUJ-DNI
                           MOVE CLO-NOMBRE TO WS-SUJ-NOMBRE
                           MOVE CLO-FECHA-NAC TO WS-SUJ-FECHA-NAC
                           PERFORM CONTROLAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTES-OUT.

       CONTROLAR-CLIENTE.
           ADD 1 TO WS-TOTAL-CONTROLADOS
           IF WS-SUJ-DNI NOT = SPACES
               PERFORM BUSCAR-POR-DNI
           END-IF
      *> Sin fecha de nacimiento no hay coincidencia por nombre: un
      *> nombre solo da demasiados homonimos.
           MOVE WS-SUJ-NOMBRE TO WS-NORM-ENTRADA
           PERFORM NORMALIZAR-NOMBRE
           MOVE WS-NORM-SALIDA TO WS-SUJ-NORMAL
           IF WS-SUJ-NORMAL NOT = SPACES
               AND WS-SUJ-FECHA-NAC NOT = SPACES
               PERFORM BUSCAR-POR-NOMBRE
           END-IF.

       BUSCAR-POR-DNI.
           MOVE "D" TO WS-COINCIDENCIA
           MOVE WS-SUJ-DNI TO LVT-DNI
           SET MAS-TRABAJO TO TRUE
           START LISTA-TRABAJO KEY IS EQUAL TO LVT-DNI
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START
           PERFORM UNTIL FIN-TRABAJO
               READ LISTA-TRABAJO NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF LVT-DNI NOT = WS-SUJ-DNI
                           SET FIN-TRABAJO TO TRUE
                       ELSE
                           PERFORM REGISTRAR-COINCIDENCIA
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-POR-NOMBRE.
      *> Una entrada con el mismo DNI ya coincidio por DNI: no se
      *> cuenta dos veces.
           MOVE "N" TO WS-COINCIDENCIA
           MOVE LOW-VALUES TO LVT-CLAVE
           MOVE WS-SUJ-NORMAL TO LVT-NOMBRE-NORM
           MOVE WS-SUJ-FECHA-NAC TO LVT-FECHA-NAC
           SET MAS-TRABAJO TO TRUE
           START LISTA-TRABAJO KEY IS NOT LESS THAN LVT-CLAVE
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START
           PERFORM UNTIL FIN-TRABAJO
               READ LISTA-TRABAJO NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF LVT-NOMBRE-NORM NOT = WS-SUJ-NORMAL
                           OR LVT-FECHA-NAC NOT = WS-SUJ-FECHA-NAC
                           SET FIN-TRABAJO TO TRUE
                       ELSE
                           IF LVT-DNI NOT = WS-SUJ-DNI
                               PERFORM REGISTRAR-COINCIDENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-COINCIDENCIA.
           ADD 1 TO WS-TOTAL-COINCIDENCIAS
           SET CASO-NO-EXISTE TO TRUE
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
                      OR CASO-EXISTE
               MOVE WS-CAS-ENT(WS-IDX-CASO) TO WS-CASO-TRABAJO
               PERFORM COMPARAR-CASO
           END-PERFORM
           IF CASO-NO-EXISTE
               PERFORM BUSCAR-CASO-HISTORICO
           END-IF
           IF CASO-EXISTE
               ADD 1 TO WS-TOTAL-YA-EN-CASO
           ELSE
               PERFORM ABRIR-CASO
           END-IF.

       COMPARAR-CASO.
           IF CTR-ID = WS-SUJ-ID
               AND CTR-LISTA = LVT-LISTA
               AND CTR-LST-DNI = LVT-DNI
               AND CTR-LST-NOMBRE = LVT-NOMBRE
               SET CASO-EXISTE TO TRUE
           END-IF.

       BUSCAR-CASO-HISTORICO.
      *> Solo se recorre ante una coincidencia sin caso en la tabla,
      *> que en una noche son pocas. Sin historico no hay cerrados.
           SET MAS-HISTORICO TO TRUE
           OPEN INPUT ARCHIVO-CASOS-HIST
           EVALUATE WS-HISTORICO-STATUS
               WHEN "00"
                   PERFORM UNTIL FIN-HISTORICO OR CASO-EXISTE
                       READ ARCHIVO-CASOS-HIST
                           AT END
                               SET FIN-HISTORICO TO TRUE
                           NOT AT END
                               MOVE REG-CASO-HIST TO WS-CASO-TRABAJO
                               PERFORM COMPARAR-CASO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CASOS-HIST
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO LEER HISTORICO DE CASOS, STATUS="
                       WS-HISTORICO-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE.

       ABRIR-CASO.
           IF WS-TOTAL-CASOS NOT < 2000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "CASOS PENDIENTES DE LISTAS EXCEDEN 2000"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-ULTIMO-CASO
           MOVE SPACES TO REG-CASO
           MOVE WS-ULTIMO-CASO TO CAS-NUMERO
           MOVE WS-FECHA-SISTEMA TO CAS-FECHA-ALTA
           MOVE WS-ALR-CORRIDA TO CAS-CORRIDA
           MOVE WS-SUJ-ID TO CAS-ID
           MOVE WS-SUJ-DNI TO CAS-DNI
           MOVE WS-SUJ-NOMBRE TO CAS-NOMBRE
           MOVE WS-SUJ-FECHA-NAC TO CAS-FECHA-NAC
           MOVE LVT-LISTA TO CAS-LISTA
           MOVE WS-COINCIDENCIA TO CAS-COINCIDENCIA
           MOVE LVT-DNI TO CAS-LST-DNI
           MOVE LVT-NOMBRE TO CAS-LST-NOMBRE
           SET CAS-PENDIENTE TO TRUE
           MOVE ZERO TO CAS-FECHA-DECISION
           WRITE REG-CASO
           ADD 1 TO WS-TOTAL-CASOS
           MOVE REG-CASO TO WS-CAS-ENT(WS-TOTAL-CASOS)
           ADD 1 TO WS-TOTAL-CASOS-NUEVOS

           MOVE SPACES TO REG-AUDITORIA
           MOVE WS-FECHA-SISTEMA TO AUL-FECHA
           MOVE WS-HORA-SISTEMA TO AUL-HORA
           MOVE "CONTROLA-LISTAS" TO AUL-ORIGEN
           MOVE WS-ALR-CORRIDA TO AUL-USUARIO
           MOVE "COINCIDENCIA" TO AUL-EVENTO
           MOVE CAS-NUMERO TO AUL-CASO
           MOVE CAS-ID TO AUL-ID
           MOVE CAS-LISTA TO AUL-LISTA
           MOVE CAS-COINCIDENCIA TO AUL-COINCIDENCIA
           MOVE CAS-LST-DNI TO AUL-LST-DNI
           STRING "CASO ABIERTO: " CAS-LST-NOMBRE
               " NAC=" LVT-FECHA-NAC
               DELIMITED BY SIZE INTO AUL-DETALLE
           WRITE REG-AUDITORIA

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CASO " CAS-NUMERO " " CAS-ID
               " " CAS-NOMBRE " DNI=" CAS-DNI
               " LISTA=" CAS-LISTA " POR=" CAS-COINCIDENCIA
               " LISTADO=" CAS-LST-DNI " " CAS-LST-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL CONTROLADOS=" WS-TOTAL-CONTROLADOS
               " COINCIDENCIAS=" WS-TOTAL-COINCIDENCIAS
               " CASOS-NUEVOS=" WS-TOTAL-CASOS-NUEVOS
               " YA-EN-CASO=" WS-TOTAL-YA-EN-CASO
               " LISTAS-FALTANTES=" WS-LISTAS-FALTANTES
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
