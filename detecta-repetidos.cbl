      ******************************************************************
      * PROGRAMA: DETECTA-REPETIDOS
      * TIPO:     Batch COBOL
      * OBJETIVO: Deteccion nocturna de presentaciones sospechosas del
      *           mismo DNI en los ultimos N dias (7 por defecto,
      *           ver umbral_dni_repetidos.txt). Junta las
      *           presentaciones de las generaciones archivadas de
      *           clientes.dat (CLIENTES.GaaaammddVnn dentro de la
      *           ventana), del clientes.dat de la noche y de los
      *           rechazos (los de la corrida y la cola de
      *           pendientes, con su registro original), y las
      *           decisiones del journal de clientes. Por cada DNI
      *           marca tres motivos: presentado por dos o mas
      *           sucursales, presentado con distinto nombre o fecha
      *           de nacimiento (el nombre se compara normalizado,
      *           como en CONTROLA-LISTAS), o rechazado varias veces
      *           (RECHAZOS-MIN, 2 por defecto) y despues aceptado.
      *           VLD-DNI-MAESTRO solo frena el caso en que la primera
      *           presentacion ya habia sido aceptada; esto cubre el
      *           resto. Cada DNI marcado abre un caso en
      *           casos_fraude.txt (CPY-CASO-FRAUDE), queda en
      *           auditoria_fraude.txt y se informa en
      *           reporte_dni_repetidos.txt, que ademas lista todos
      *           los casos pendientes con sus dias de antiguedad
      *           hasta que cumplimiento los cierre en
      *           RESUELVE-FRAUDE. Un DNI con caso pendiente no
      *           abre otro; con el caso cerrado, solo si hubo
      *           actividad posterior a la decision. Los cerrados
      *           que RESUELVE-FRAUDE paso a casos_fraude_historico.txt
      *           solo cuentan si la decision cae dentro de la
      *           ventana: una anterior nunca frena un caso nuevo.
      *           Termina con codigo 4 si falto el journal o no se
      *           pudo leer alguna generacion.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTA-REPETIDOS.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-UMBRAL
               ASSIGN TO 'umbral_dni_repetidos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRAL-STATUS.
      *> Lista de generaciones armada por el shell y copia de
      *> trabajo del archivo que se esta leyendo (generacion, el
      *> clientes.dat de la noche o un archivo de rechazos).
           SELECT LISTA-GENERACIONES
               ASSIGN TO 'dni_repetidos_generaciones.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           SELECT ARCHIVO-CLIENTES
               ASSIGN TO 'dni_repetidos_clientes.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT ARCHIVO-RECHAZOS
               ASSIGN TO 'dni_repetidos_rechazos.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT JOURNAL-CLIENTES
               ASSIGN TO 'journal_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *> Indices de trabajo de la corrida, se rearman cada vez: las
      *> presentaciones distintas por DNI (clave alterna por ID y
      *> sucursal, que es lo que trae el journal) y las decisiones
      *> del journal por DNI en orden cronologico.
           SELECT PRESENTACIONES-TRABAJO
               ASSIGN TO 'dni_repetidos_presentaciones.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-CLAVE
               ALTERNATE RECORD KEY IS PRT-CLAVE-JOURNAL
                   WITH DUPLICATES
               FILE STATUS IS WS-PRESENT-STATUS.
           SELECT EVENTOS-TRABAJO
               ASSIGN TO 'dni_repetidos_eventos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CLAVE
               FILE STATUS IS WS-EVENTOS-STATUS.
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
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_dni_repetidos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-UMBRAL.
      *> Editable por operaciones:
      *> "DIAS-VENTANA=nnn RECHAZOS-MIN=nn"
       01  REG-UMBRAL.
           05 FILLER             PIC X(13).
           05 UMB-DIAS-VENTANA   PIC 9(3).
           05 FILLER             PIC X(14).
           05 UMB-RECHAZOS-MIN   PIC 9(2).

       FD  LISTA-GENERACIONES.
       01  REG-GENERACION        PIC X(40).

       FD  ARCHIVO-CLIENTES.
       01  REG-CLIENTE-IN.
           COPY CPY-CLIENTE-IN.
       01  REG-CABECERA-IN.
           05 CAB-TIPO           PIC X(3).
           05 FILLER             PIC X(168).

       FD  ARCHIVO-RECHAZOS.
      *> Mismo layout en clientes_rechazados.dat y en la cola
      *> rechazos_pendientes.dat.
       01  REG-RECHAZO.
           05 RCH-ID             PIC X(10).
           05 RCH-NOMBRE         PIC X(30).
           05 RCH-CODIGO         PIC 9(2).
           05 RCH-MOTIVO         PIC X(40).
           05 RCH-REENVIOS       PIC 9(2).
           05 RCH-REGISTRO-ORIG  PIC X(171).
           05 RCH-FECHA-INGRESO  PIC 9(8).

       FD  JOURNAL-CLIENTES.
       01  REG-JOURNAL-CLI.
           05 JCL-TIMESTAMP      PIC X(17).
           05 JCL-CORRIDA        PIC X(11).
           05 JCL-ID             PIC X(10).
           05 JCL-RESULTADO      PIC X(9).
           05 JCL-CODIGO         PIC 9(2).
           05 JCL-SUCURSAL       PIC X(4).
           05 JCL-ADVERTENCIAS   PIC 9(2).

       FD  PRESENTACIONES-TRABAJO.
       01  REG-PRESENTACION.
           05 PRT-CLAVE.
               10 PRT-DNI            PIC X(09).
               10 PRT-SUCURSAL       PIC X(04).
               10 PRT-ID             PIC X(10).
               10 PRT-NOMBRE         PIC X(30).
               10 PRT-FECHA-NAC      PIC X(08).
           05 PRT-CLAVE-JOURNAL.
               10 PRT-JNL-ID         PIC X(10).
               10 PRT-JNL-SUCURSAL   PIC X(04).
           05 PRT-FECHA-PRIMERA  PIC 9(08).
           05 PRT-FECHA-ULTIMA   PIC 9(08).

       FD  EVENTOS-TRABAJO.
       01  REG-EVENTO.
           05 EVT-CLAVE.
               10 EVT-DNI            PIC X(09).
               10 EVT-TIMESTAMP      PIC X(17).
               10 EVT-SUCURSAL       PIC X(04).
               10 EVT-ID             PIC X(10).
           05 EVT-RESULTADO      PIC X(09).
           05 EVT-CODIGO         PIC 9(02).

       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           COPY CPY-CASO-FRAUDE.

       FD  ARCHIVO-CASOS-HIST.
       01  REG-CASO-HIST         PIC X(182).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           COPY CPY-AUDIT-FRAUDE.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       77  WS-UMBRAL-STATUS      PIC XX VALUE SPACES.
       77  WS-LISTA-STATUS       PIC XX VALUE SPACES.
       77  WS-CLIENTES-STATUS    PIC XX VALUE SPACES.
       77  WS-RECHAZOS-STATUS    PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-PRESENT-STATUS     PIC XX VALUE SPACES.
       77  WS-EVENTOS-STATUS     PIC XX VALUE SPACES.
       77  WS-CASOS-STATUS       PIC XX VALUE SPACES.
       77  WS-HISTORICO-STATUS   PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(132).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.
       77  WS-FIN-GENERACIONES   PIC X VALUE 'N'.
           88 FIN-GENERACIONES     VALUE 'S'.
           88 MAS-GENERACIONES     VALUE 'N'.
       77  WS-FIN-TRABAJO        PIC X VALUE 'N'.
           88 FIN-TRABAJO          VALUE 'S'.
           88 MAS-TRABAJO          VALUE 'N'.

      *> Umbrales: ventana en dias hacia atras desde hoy y cantidad
      *> de rechazos que, seguidos de una aceptacion, abren caso.
       77  WS-DIAS-VENTANA       PIC 9(3) VALUE 7.
       77  WS-RECHAZOS-MIN       PIC 9(2) VALUE 2.

      *> Antiguedades con el mismo calculo comercial de 30/360 que
      *> ANTIGUEDAD-RECHAZOS: alcanza para una ventana de dias.
       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-FECHA-SISTEMA-DESC REDEFINES WS-FECHA-SISTEMA.
           05 WS-HOY-ANIO        PIC 9(4).
           05 WS-HOY-MES         PIC 9(2).
           05 WS-HOY-DIA         PIC 9(2).
       01  WS-HORA-SISTEMA       PIC 9(8).
       01  WS-FECHA-EVAL         PIC 9(8).
       01  WS-FECHA-EVAL-DESC REDEFINES WS-FECHA-EVAL.
           05 WS-EVA-ANIO        PIC 9(4).
           05 WS-EVA-MES         PIC 9(2).
           05 WS-EVA-DIA         PIC 9(2).
       77  WS-FECHA-EVAL-X       PIC X(8) VALUE SPACES.
       77  WS-DIAS-ANTIGUEDAD    PIC S9(5) VALUE ZERO.
       77  WS-DIAS-ABIERTO       PIC 9(5) VALUE ZERO.
       77  WS-VENTANA-SW         PIC X VALUE 'N'.
           88 FECHA-EN-VENTANA     VALUE 'S'.
           88 FECHA-FUERA-VENTANA  VALUE 'N'.

       77  WS-COMANDO            PIC X(200) VALUE SPACES.
       77  WS-RC-CRUDO           PIC S9(9) VALUE ZERO.
       77  WS-CC-COMANDO         PIC S9(4) VALUE ZERO.
       77  WS-NOMBRE-ARCHIVO     PIC X(40) VALUE SPACES.
       77  WS-ADVERTENCIAS       PIC 9(3) VALUE ZERO.

      *> Registro original de un rechazo, en layout de entrada.
       01  WS-RECHAZO-ORIG.
           COPY CPY-CLIENTE-IN
               REPLACING LEADING ==CLT-== BY ==ORG-==.

      *> Presentacion que se esta guardando.
       77  WS-PRE-DNI            PIC X(9) VALUE SPACES.
       77  WS-PRE-SUCURSAL       PIC X(4) VALUE SPACES.
       77  WS-PRE-ID             PIC X(10) VALUE SPACES.
       77  WS-PRE-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-PRE-FECHA-NAC      PIC X(8) VALUE SPACES.
       77  WS-PRE-FECHA          PIC 9(8) VALUE ZERO.

      *> DNI que se esta analizando: datos de la primera
      *> presentacion, sucursales distintas y motivos.
       77  WS-GRP-DNI            PIC X(9) VALUE SPACES.
       77  WS-GRP-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-GRP-NORMAL         PIC X(30) VALUE SPACES.
       77  WS-GRP-FECHA-NAC      PIC X(8) VALUE SPACES.
       77  WS-GRP-PRESENTACIONES PIC 9(3) VALUE ZERO.
       77  WS-GRP-DESDE          PIC 9(8) VALUE ZERO.
       77  WS-GRP-HASTA          PIC 9(8) VALUE ZERO.
       77  WS-GRP-CANT-SUC       PIC 9(2) VALUE ZERO.
       77  WS-IDX-SUC            PIC 9(2) VALUE ZERO.
       01  WS-GRP-TABLA-SUC.
           05 WS-GRP-SUC OCCURS 20 TIMES PIC X(4).
       01  WS-GRP-SUCURSALES     PIC X(20) VALUE SPACES.
       77  WS-SUC-HALLADA-SW     PIC X VALUE 'N'.
           88 SUCURSAL-HALLADA     VALUE 'S'.
           88 SUCURSAL-NUEVA       VALUE 'N'.
       77  WS-GRP-RECHAZOS       PIC 9(3) VALUE ZERO.
       77  WS-GRP-RECH-SEGUIDOS  PIC 9(3) VALUE ZERO.
       77  WS-GRP-ID-ACEPTADO    PIC X(10) VALUE SPACES.
       77  WS-GRP-SUC-ACEPTADO   PIC X(4) VALUE SPACES.
       77  WS-MOT-SUCURSALES     PIC X VALUE SPACE.
       77  WS-MOT-DATOS          PIC X VALUE SPACE.
       77  WS-MOT-RECHAZOS       PIC X VALUE SPACE.

      *> Normalizacion de nombres: mayusculas y solo letras, para que
      *> "Perez, Juan" y "PEREZ JUAN" no cuenten como datos distintos.
       77  WS-NORM-ENTRADA       PIC X(30) VALUE SPACES.
       77  WS-NORM-SALIDA        PIC X(30) VALUE SPACES.
       77  WS-IDX-CAR            PIC 9(2) VALUE ZERO.
       77  WS-IDX-NORM           PIC 9(2) VALUE ZERO.

      *> Casos en curso: los pendientes y los cerrados con decision
      *> dentro de la ventana (de casos_fraude.txt y del historico).
      *> Evitan reabrir un DNI pendiente o recien revisado y dan la
      *> lista de pendientes del reporte; el ultimo numero sale de
      *> todo casos_fraude.txt. Con la tabla llena se corta con
      *> error antes de abrir casos.
       77  WS-TOTAL-CASOS        PIC 9(4) VALUE ZERO.
       77  WS-IDX-CASO           PIC 9(4) VALUE ZERO.
       77  WS-ULTIMO-CASO        PIC 9(6) VALUE ZERO.
       01  WS-TABLA-CASOS.
           05 WS-CAS-ENT OCCURS 2000 TIMES PIC X(182).
       01  WS-CASO-TRABAJO.
           COPY CPY-CASO-FRAUDE
               REPLACING LEADING ==CFR-== BY ==CTR-==.
       77  WS-CASO-PENDIENTE-NRO PIC 9(6) VALUE ZERO.
       77  WS-ULTIMA-DECISION    PIC 9(8) VALUE ZERO.

       77  WS-TOTAL-ARCHIVOS     PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-REGISTROS    PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-PRESENT      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-DECISIONES   PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-DNI          PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-MARCADOS     PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CASOS-NUEVOS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-YA-EN-CASO   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-YA-REVISADOS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-PENDIENTES   PIC 9(5) VALUE ZERO.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DETECCION DE DNI REPETIDOS ENTRE SUCURSALES ==="
           MOVE "DETECTA-REPETIDOS" TO WS-ALR-PROGRAMA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM LEER-CORRIDA-ALERTA
           PERFORM CARGAR-UMBRAL

           PERFORM ARMAR-PRESENTACIONES
           PERFORM ARMAR-EVENTOS
           PERFORM CARGAR-CASOS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ANALIZAR-PRESENTACIONES
           PERFORM LISTAR-PENDIENTES
           PERFORM ESCRIBE-RESUMEN

           CLOSE ARCHIVO-CASOS
           CLOSE ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-REPORTE

      *> Una sola alerta por corrida con casos nuevos: el detalle
      *> esta en el reporte y en la consola de casos.
           IF WS-TOTAL-CASOS-NUEVOS > ZERO
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE "CASOS-FRAUDE" TO WS-ALR-CODIGO
               MOVE WS-ALR-CORRIDA TO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-TOTAL-CASOS-NUEVOS
                   " CASOS NUEVOS DE DNI REPETIDOS A REVISAR"
                   " (RESUELVE-FRAUDE)"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM EMITIR-ALERTA
           END-IF

           DISPLAY "=== FIN DETECCION DE DNI REPETIDOS ==="
           DISPLAY "Presentaciones: " WS-TOTAL-PRESENT
               " Decisiones: " WS-TOTAL-DECISIONES
               " DNI: " WS-TOTAL-DNI
           DISPLAY "Marcados: " WS-TOTAL-MARCADOS
               " Casos nuevos: " WS-TOTAL-CASOS-NUEVOS
               " Ya en caso: " WS-TOTAL-YA-EN-CASO
               " Pendientes: " WS-TOTAL-PENDIENTES
           IF WS-ADVERTENCIAS > ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-UMBRAL.
      *> Archivo opcional: sin el rigen 7 dias y 2 rechazos.
           OPEN INPUT ARCHIVO-UMBRAL
           IF WS-UMBRAL-STATUS = "00"
               READ ARCHIVO-UMBRAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UMB-DIAS-VENTANA IS NUMERIC
                           AND UMB-DIAS-VENTANA > ZERO
                           MOVE UMB-DIAS-VENTANA TO WS-DIAS-VENTANA
                       END-IF
                       IF UMB-RECHAZOS-MIN IS NUMERIC
                           AND UMB-RECHAZOS-MIN > ZERO
                           MOVE UMB-RECHAZOS-MIN TO WS-RECHAZOS-MIN
                       END-IF
               END-READ
               CLOSE ARCHIVO-UMBRAL
           END-IF
           DISPLAY "Ventana: " WS-DIAS-VENTANA " dias"
               " Rechazos minimos: " WS-RECHAZOS-MIN.

       EVALUAR-VENTANA.
      *> WS-FECHA-EVAL-X dentro de los ultimos WS-DIAS-VENTANA dias
      *> (hoy inclusive); una fecha ilegible o futura queda fuera.
           SET FECHA-FUERA-VENTANA TO TRUE
           IF WS-FECHA-EVAL-X IS NUMERIC
               MOVE WS-FECHA-EVAL-X TO WS-FECHA-EVAL
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   ((WS-HOY-ANIO - WS-EVA-ANIO) * 360)
                   + ((WS-HOY-MES - WS-EVA-MES) * 30)
                   + WS-HOY-DIA - WS-EVA-DIA
               IF WS-DIAS-ANTIGUEDAD >= ZERO
                   AND WS-DIAS-ANTIGUEDAD <= WS-DIAS-VENTANA
                   SET FECHA-EN-VENTANA TO TRUE
               END-IF
           END-IF.

       ARMAR-PRESENTACIONES.
           OPEN OUTPUT PRESENTACIONES-TRABAJO
           IF WS-PRESENT-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO CREAR INDICE DE PRESENTACIONES, "
                   "STATUS=" WS-PRESENT-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           CLOSE PRESENTACIONES-TRABAJO
           OPEN I-O PRESENTACIONES-TRABAJO

      *> Las generaciones archivadas se enumeran con el shell, como
      *> en PURGA-RETENCION; solo se leen las de la ventana.
           MOVE SPACES TO WS-COMANDO
           STRING "rm -f dni_repetidos_generaciones.tmp; "
               "for f in CLIENTES.G????????V??; "
               "do if [ -e $f ]; then echo $f >> "
               "dni_repetidos_generaciones.tmp; fi; done"
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           SET MAS-GENERACIONES TO TRUE
           OPEN INPUT LISTA-GENERACIONES
           IF WS-LISTA-STATUS = "00"
               PERFORM UNTIL FIN-GENERACIONES
                   READ LISTA-GENERACIONES
                       AT END
                           SET FIN-GENERACIONES TO TRUE
                       NOT AT END
                           MOVE REG-GENERACION(11:8)
                               TO WS-FECHA-EVAL-X
                           PERFORM EVALUAR-VENTANA
                           IF FECHA-EN-VENTANA
                               MOVE REG-GENERACION
                                   TO WS-NOMBRE-ARCHIVO
                               MOVE WS-FECHA-EVAL TO WS-PRE-FECHA
                               PERFORM TOMAR-ARCHIVO-CLIENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-GENERACIONES
           ELSE
               DISPLAY "Sin generaciones archivadas de clientes.dat"
           END-IF

      *> El clientes.dat de esta noche todavia no tiene generacion
      *> (si ya la tiene, las mismas presentaciones no se duplican).
           MOVE "clientes.dat" TO WS-NOMBRE-ARCHIVO
           MOVE WS-FECHA-SISTEMA TO WS-PRE-FECHA
           PERFORM TOMAR-ARCHIVO-CLIENTES

      *> Los rechazos traen el registro original completo: cubren
      *> presentaciones cuya generacion ya salio de la ventana
      *> pero que siguen en la cola.
           MOVE "clientes_rechazados.dat" TO WS-NOMBRE-ARCHIVO
           PERFORM TOMAR-ARCHIVO-RECHAZOS
           MOVE "rechazos_pendientes.dat" TO WS-NOMBRE-ARCHIVO
           PERFORM TOMAR-ARCHIVO-RECHAZOS

           DISPLAY "Archivos leidos: " WS-TOTAL-ARCHIVOS
               " Registros: " WS-TOTAL-REGISTROS
               " Presentaciones distintas: " WS-TOTAL-PRESENT.

       TOMAR-ARCHIVO-CLIENTES.
      *> Se lee una copia de trabajo: un archivo que no existe deja
      *> WS-CC-COMANDO distinto de cero.
           MOVE SPACES TO WS-COMANDO
           STRING "test -f " DELIMITED BY SIZE
               WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
               " && cp " DELIMITED BY SIZE
               WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
               " dni_repetidos_clientes.tmp" DELIMITED BY SIZE
               INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           IF WS-CC-COMANDO NOT = ZERO
               DISPLAY "Sin archivo: " WS-NOMBRE-ARCHIVO
               IF WS-NOMBRE-ARCHIVO NOT = "clientes.dat"
                   PERFORM AVISAR-ARCHIVO-ILEGIBLE
               END-IF
           ELSE
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-CLIENTES-STATUS NOT = "00"
                   PERFORM AVISAR-ARCHIVO-ILEGIBLE
               ELSE
                   ADD 1 TO WS-TOTAL-ARCHIVOS
                   SET MAS-DATOS TO TRUE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF CAB-TIPO NOT = "HDR"
                                   AND CAB-TIPO NOT = "TRL"
                                   MOVE CLT-DNI TO WS-PRE-DNI
                                   MOVE CLT-SUCURSAL TO WS-PRE-SUCURSAL
                                   MOVE CLT-ID TO WS-PRE-ID
                                   MOVE CLT-NOMBRE TO WS-PRE-NOMBRE
                                   MOVE CLT-FECHA-NAC
                                       TO WS-PRE-FECHA-NAC
                                   PERFORM GUARDAR-PRESENTACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF
           END-IF.

       TOMAR-ARCHIVO-RECHAZOS.
      *> La fecha de la presentacion es la de ingreso a la cola; un
      *> reenvio la conserva, asi que no se cuenta dos veces.
           MOVE SPACES TO WS-COMANDO
           STRING "test -f " DELIMITED BY SIZE
               WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
               " && cp " DELIMITED BY SIZE
               WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
               " dni_repetidos_rechazos.tmp" DELIMITED BY SIZE
               INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           IF WS-CC-COMANDO NOT = ZERO
               DISPLAY "Sin archivo: " WS-NOMBRE-ARCHIVO
           ELSE
               OPEN INPUT ARCHIVO-RECHAZOS
               IF WS-RECHAZOS-STATUS NOT = "00"
                   PERFORM AVISAR-ARCHIVO-ILEGIBLE
               ELSE
                   ADD 1 TO WS-TOTAL-ARCHIVOS
                   SET MAS-DATOS TO TRUE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-RECHAZOS
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               MOVE RCH-FECHA-INGRESO
                                   TO WS-FECHA-EVAL-X
                               PERFORM EVALUAR-VENTANA
                               IF FECHA-EN-VENTANA
                                   PERFORM TOMAR-RECHAZO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RECHAZOS
               END-IF
           END-IF.

       TOMAR-RECHAZO.
           MOVE RCH-REGISTRO-ORIG TO WS-RECHAZO-ORIG
           MOVE ORG-DNI TO WS-PRE-DNI
           MOVE ORG-SUCURSAL TO WS-PRE-SUCURSAL
           MOVE ORG-ID TO WS-PRE-ID
           MOVE ORG-NOMBRE TO WS-PRE-NOMBRE
           MOVE ORG-FECHA-NAC TO WS-PRE-FECHA-NAC
           MOVE WS-FECHA-EVAL TO WS-PRE-FECHA
           PERFORM GUARDAR-PRESENTACION.

       AVISAR-ARCHIVO-ILEGIBLE.
      *> Una generacion que no se pudo leer no frena la deteccion
      *> con el resto, pero la corrida termina con advertencia.
           ADD 1 TO WS-ADVERTENCIAS
           DISPLAY "ADVERTENCIA: no se pudo leer " WS-NOMBRE-ARCHIVO.

       GUARDAR-PRESENTACION.
      *> Una presentacion es un DNI con una sucursal, un ID y unos
      *> datos personales; la misma en varios archivos (la
      *> generacion, el rechazo y la cola) es una sola, con la
      *> primera y la ultima fecha en que aparecio. Un DNI que no es
      *> numerico no identifica a nadie.
           ADD 1 TO WS-TOTAL-REGISTROS
           IF WS-PRE-DNI IS NUMERIC
               MOVE WS-PRE-DNI TO PRT-DNI
               MOVE WS-PRE-SUCURSAL TO PRT-SUCURSAL
               MOVE WS-PRE-ID TO PRT-ID
               MOVE WS-PRE-NOMBRE TO PRT-NOMBRE
               MOVE WS-PRE-FECHA-NAC TO PRT-FECHA-NAC
               READ PRESENTACIONES-TRABAJO
                   INVALID KEY
                       MOVE WS-PRE-DNI TO PRT-DNI
                       MOVE WS-PRE-SUCURSAL TO PRT-SUCURSAL
                       MOVE WS-PRE-ID TO PRT-ID
                       MOVE WS-PRE-NOMBRE TO PRT-NOMBRE
                       MOVE WS-PRE-FECHA-NAC TO PRT-FECHA-NAC
                       MOVE WS-PRE-ID TO PRT-JNL-ID
                       MOVE WS-PRE-SUCURSAL TO PRT-JNL-SUCURSAL
                       MOVE WS-PRE-FECHA TO PRT-FECHA-PRIMERA
                       MOVE WS-PRE-FECHA TO PRT-FECHA-ULTIMA
                       WRITE REG-PRESENTACION
                           INVALID KEY
                               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                               STRING "NO SE PUDO GRABAR PRESENTACION,"
                                   " STATUS=" WS-PRESENT-STATUS
                                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
                               PERFORM RUTINA-ABEND
                       END-WRITE
                       ADD 1 TO WS-TOTAL-PRESENT
                   NOT INVALID KEY
                       IF WS-PRE-FECHA < PRT-FECHA-PRIMERA
                           MOVE WS-PRE-FECHA TO PRT-FECHA-PRIMERA
                       END-IF
                       IF WS-PRE-FECHA > PRT-FECHA-ULTIMA
                           MOVE WS-PRE-FECHA TO PRT-FECHA-ULTIMA
                       END-IF
                       REWRITE REG-PRESENTACION
               END-READ
           END-IF.

       ARMAR-EVENTOS.
      *> Las decisiones del journal traen ID y sucursal, no DNI: se
      *> ubican por la clave alterna de las presentaciones. Sin
      *> journal se analiza igual, sin el motivo de rechazos.
           OPEN OUTPUT EVENTOS-TRABAJO
           IF WS-EVENTOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO CREAR INDICE DE DECISIONES, STATUS="
                   WS-EVENTOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN INPUT JOURNAL-CLIENTES
           IF WS-JOURNAL-STATUS NOT = "00"
               ADD 1 TO WS-ADVERTENCIAS
               DISPLAY "ADVERTENCIA: sin journal_clientes.txt, no se "
                   "analizan rechazos seguidos de aceptacion"
           ELSE
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ JOURNAL-CLIENTES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE JCL-TIMESTAMP(1:8) TO WS-FECHA-EVAL-X
                           PERFORM EVALUAR-VENTANA
                           IF FECHA-EN-VENTANA
                               PERFORM UBICAR-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-CLIENTES
           END-IF
           CLOSE EVENTOS-TRABAJO
           CLOSE PRESENTACIONES-TRABAJO
           DISPLAY "Decisiones ubicadas: " WS-TOTAL-DECISIONES.

       UBICAR-DECISION.
           MOVE JCL-ID TO PRT-JNL-ID
           MOVE JCL-SUCURSAL TO PRT-JNL-SUCURSAL
           SET MAS-TRABAJO TO TRUE
           START PRESENTACIONES-TRABAJO
               KEY IS EQUAL TO PRT-CLAVE-JOURNAL
               INVALID KEY
                   SET FIN-TRABAJO TO TRUE
           END-START
           PERFORM UNTIL FIN-TRABAJO
               READ PRESENTACIONES-TRABAJO NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF PRT-JNL-ID NOT = JCL-ID
                           OR PRT-JNL-SUCURSAL NOT = JCL-SUCURSAL
                           SET FIN-TRABAJO TO TRUE
                       ELSE
                           PERFORM GUARDAR-DECISION
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-DECISION.
      *> El mismo ID y sucursal con dos juegos de datos personales
      *> del mismo DNI dan la misma clave: la decision va una vez.
           MOVE PRT-DNI TO EVT-DNI
           MOVE JCL-TIMESTAMP TO EVT-TIMESTAMP
           MOVE JCL-SUCURSAL TO EVT-SUCURSAL
           MOVE JCL-ID TO EVT-ID
           MOVE JCL-RESULTADO TO EVT-RESULTADO
           MOVE JCL-CODIGO TO EVT-CODIGO
           WRITE REG-EVENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DECISIONES
           END-WRITE.

       CARGAR-CASOS.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS
           IF WS-CASOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CFR-NUMERO > WS-ULTIMO-CASO
                               MOVE CFR-NUMERO TO WS-ULTIMO-CASO
                           END-IF
                           MOVE REG-CASO TO WS-CASO-TRABAJO
                           PERFORM GUARDAR-CASO-TABLA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS
           END-IF
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CASOS-HIST
           EVALUATE WS-HISTORICO-STATUS
               WHEN "00"
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-CASOS-HIST
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               MOVE REG-CASO-HIST TO WS-CASO-TRABAJO
                               PERFORM GUARDAR-CASO-TABLA
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
           END-EVALUATE
           SET MAS-DATOS TO TRUE
           DISPLAY "Casos en curso: " WS-TOTAL-CASOS.

       GUARDAR-CASO-TABLA.
      *> Un cerrado con la decision fuera de la ventana no frena
      *> ningun caso nuevo: no se carga.
           IF CTR-PENDIENTE
               SET FECHA-EN-VENTANA TO TRUE
           ELSE
               MOVE CTR-FECHA-DECISION TO WS-FECHA-EVAL-X
               PERFORM EVALUAR-VENTANA
           END-IF
           IF FECHA-EN-VENTANA
               IF WS-TOTAL-CASOS NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "CASOS DE FRAUDE EN CURSO EXCEDEN 2000"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-CASOS
               MOVE WS-CASO-TRABAJO TO WS-CAS-ENT(WS-TOTAL-CASOS)
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT PRESENTACIONES-TRABAJO
           IF WS-PRESENT-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR INDICE DE PRESENTACIONES, "
                   "STATUS=" WS-PRESENT-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN INPUT EVENTOS-TRABAJO
           IF WS-EVENTOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR INDICE DE DECISIONES, STATUS="
                   WS-EVENTOS-STATUS DELIMITED BY SIZE
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
               STRING "NO SE PUDO ABRIR CASOS DE FRAUDE, STATUS="
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
               STRING "NO SE PUDO ABRIR AUDITORIA DE FRAUDE, STATUS="
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
           STRING "DNI REPETIDOS ENTRE SUCURSALES - CORRIDA "
               WS-ALR-CORRIDA " - FECHA " WS-FECHA-SISTEMA
               " - VENTANA " WS-DIAS-VENTANA " DIAS"
               " - RECHAZOS-MIN " WS-RECHAZOS-MIN
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CASOS NUEVOS (MOTIVOS: S=SUCURSALES D=DATOS "
               "R=RECHAZOS Y ACEPTACION)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       ANALIZAR-PRESENTACIONES.
      *> El indice de presentaciones sale ordenado por DNI: cada
      *> corte de DNI se analiza completo.
           MOVE SPACES TO WS-GRP-DNI
           SET MAS-TRABAJO TO TRUE
           PERFORM UNTIL FIN-TRABAJO
               READ PRESENTACIONES-TRABAJO NEXT RECORD
                   AT END
                       SET FIN-TRABAJO TO TRUE
                   NOT AT END
                       IF PRT-DNI NOT = WS-GRP-DNI
                           IF WS-GRP-DNI NOT = SPACES
                               PERFORM CERRAR-DNI
                           END-IF
                           PERFORM INICIAR-DNI
                       END-IF
                       PERFORM ACUMULAR-PRESENTACION
               END-READ
           END-PERFORM
           IF WS-GRP-DNI NOT = SPACES
               PERFORM CERRAR-DNI
           END-IF
           CLOSE PRESENTACIONES-TRABAJO
           CLOSE EVENTOS-TRABAJO.

       INICIAR-DNI.
           ADD 1 TO WS-TOTAL-DNI
           MOVE PRT-DNI TO WS-GRP-DNI
           MOVE PRT-NOMBRE TO WS-GRP-NOMBRE
           MOVE PRT-NOMBRE TO WS-NORM-ENTRADA
           PERFORM NORMALIZAR-NOMBRE
           MOVE WS-NORM-SALIDA TO WS-GRP-NORMAL
           MOVE PRT-FECHA-NAC TO WS-GRP-FECHA-NAC
           MOVE PRT-FECHA-PRIMERA TO WS-GRP-DESDE
           MOVE PRT-FECHA-ULTIMA TO WS-GRP-HASTA
           MOVE ZERO TO WS-GRP-PRESENTACIONES
           MOVE ZERO TO WS-GRP-CANT-SUC
           MOVE SPACES TO WS-GRP-TABLA-SUC
           MOVE SPACE TO WS-MOT-SUCURSALES
           MOVE SPACE TO WS-MOT-DATOS
           MOVE SPACE TO WS-MOT-RECHAZOS.

       ACUMULAR-PRESENTACION.
           ADD 1 TO WS-GRP-PRESENTACIONES
           IF PRT-FECHA-PRIMERA < WS-GRP-DESDE
               MOVE PRT-FECHA-PRIMERA TO WS-GRP-DESDE
           END-IF
           IF PRT-FECHA-ULTIMA > WS-GRP-HASTA
               MOVE PRT-FECHA-ULTIMA TO WS-GRP-HASTA
           END-IF
           SET SUCURSAL-NUEVA TO TRUE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-GRP-CANT-SUC
               IF WS-GRP-SUC(WS-IDX-SUC) = PRT-SUCURSAL
                   SET SUCURSAL-HALLADA TO TRUE
                   MOVE WS-GRP-CANT-SUC TO WS-IDX-SUC
               END-IF
           END-PERFORM
           IF SUCURSAL-NUEVA AND WS-GRP-CANT-SUC < 20
               ADD 1 TO WS-GRP-CANT-SUC
               MOVE PRT-SUCURSAL TO WS-GRP-SUC(WS-GRP-CANT-SUC)
           END-IF
           IF WS-GRP-CANT-SUC > 1
               MOVE "S" TO WS-MOT-SUCURSALES
           END-IF
           MOVE PRT-NOMBRE TO WS-NORM-ENTRADA
           PERFORM NORMALIZAR-NOMBRE
           IF WS-NORM-SALIDA NOT = WS-GRP-NORMAL
               OR PRT-FECHA-NAC NOT = WS-GRP-FECHA-NAC
               MOVE "S" TO WS-MOT-DATOS
           END-IF.

       CERRAR-DNI.
           PERFORM ANALIZAR-DECISIONES
           IF WS-MOT-SUCURSALES = "S" OR WS-MOT-DATOS = "S"
               OR WS-MOT-RECHAZOS = "S"
               ADD 1 TO WS-TOTAL-MARCADOS
               PERFORM EVALUAR-CASO-DNI
           END-IF.

       ANALIZAR-DECISIONES.
      *> Decisiones del DNI en orden cronologico: una aceptacion
      *> despues de WS-RECHAZOS-MIN rechazos seguidos marca el DNI.
           MOVE ZERO TO WS-GRP-RECHAZOS
           MOVE ZERO TO WS-GRP-RECH-SEGUIDOS
           MOVE SPACES TO WS-GRP-ID-ACEPTADO
           MOVE SPACES TO WS-GRP-SUC-ACEPTADO
           MOVE LOW-VALUES TO EVT-CLAVE
           MOVE WS-GRP-DNI TO EVT-DNI
           SET MAS-DATOS TO TRUE
           START EVENTOS-TRABAJO KEY IS NOT LESS THAN EVT-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START
           PERFORM UNTIL FIN-ARCHIVO
               READ EVENTOS-TRABAJO NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EVT-DNI NOT = WS-GRP-DNI
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM TOMAR-DECISION
                       END-IF
               END-READ
           END-PERFORM.

       TOMAR-DECISION.
           MOVE EVT-TIMESTAMP(1:8) TO WS-FECHA-EVAL-X
           IF WS-FECHA-EVAL-X IS NUMERIC
               MOVE WS-FECHA-EVAL-X TO WS-FECHA-EVAL
               IF WS-FECHA-EVAL > WS-GRP-HASTA
                   MOVE WS-FECHA-EVAL TO WS-GRP-HASTA
               END-IF
           END-IF
           EVALUATE EVT-RESULTADO
               WHEN "RECHAZADO"
                   ADD 1 TO WS-GRP-RECHAZOS
                   ADD 1 TO WS-GRP-RECH-SEGUIDOS
               WHEN "ACEPTADO"
                   IF WS-GRP-RECH-SEGUIDOS NOT < WS-RECHAZOS-MIN
                       MOVE "S" TO WS-MOT-RECHAZOS
                       MOVE EVT-ID TO WS-GRP-ID-ACEPTADO
                       MOVE EVT-SUCURSAL TO WS-GRP-SUC-ACEPTADO
                   END-IF
                   MOVE ZERO TO WS-GRP-RECH-SEGUIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EVALUAR-CASO-DNI.
      *> Un caso pendiente del DNI ya cubre la actividad nueva. Si
      *> todos sus casos estan cerrados, se abre otro solo si hubo
      *> actividad despues de la ultima decision.
           MOVE ZERO TO WS-CASO-PENDIENTE-NRO
           MOVE ZERO TO WS-ULTIMA-DECISION
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
               MOVE WS-CAS-ENT(WS-IDX-CASO) TO WS-CASO-TRABAJO
               IF CTR-DNI = WS-GRP-DNI
                   IF CTR-PENDIENTE
                       MOVE CTR-NUMERO TO WS-CASO-PENDIENTE-NRO
                   ELSE
                       IF CTR-FECHA-DECISION > WS-ULTIMA-DECISION
                           MOVE CTR-FECHA-DECISION
                               TO WS-ULTIMA-DECISION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CASO-PENDIENTE-NRO > ZERO
                   ADD 1 TO WS-TOTAL-YA-EN-CASO
               WHEN WS-ULTIMA-DECISION NOT < WS-GRP-HASTA
                   ADD 1 TO WS-TOTAL-YA-REVISADOS
               WHEN OTHER
                   PERFORM ABRIR-CASO
           END-EVALUATE.

       ABRIR-CASO.
           IF WS-TOTAL-CASOS NOT < 2000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "CASOS DE FRAUDE EN CURSO EXCEDEN 2000"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-GRP-SUCURSALES
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-GRP-CANT-SUC
                      OR WS-IDX-SUC > 5
               MOVE WS-GRP-SUC(WS-IDX-SUC)
                   TO WS-GRP-SUCURSALES((WS-IDX-SUC * 4) - 3:4)
           END-PERFORM
           ADD 1 TO WS-ULTIMO-CASO
           MOVE SPACES TO REG-CASO
           MOVE WS-ULTIMO-CASO TO CFR-NUMERO
           MOVE WS-FECHA-SISTEMA TO CFR-FECHA-ALTA
           MOVE WS-ALR-CORRIDA TO CFR-CORRIDA
           MOVE WS-GRP-DNI TO CFR-DNI
           MOVE WS-GRP-NOMBRE TO CFR-NOMBRE
           MOVE WS-MOT-SUCURSALES TO CFR-MOTIVO-SUCURSALES
           MOVE WS-MOT-DATOS TO CFR-MOTIVO-DATOS
           MOVE WS-MOT-RECHAZOS TO CFR-MOTIVO-RECHAZOS
           MOVE WS-GRP-PRESENTACIONES TO CFR-PRESENTACIONES
           MOVE WS-GRP-CANT-SUC TO CFR-CANT-SUCURSALES
           MOVE WS-GRP-SUCURSALES TO CFR-SUCURSALES
           MOVE WS-GRP-RECHAZOS TO CFR-RECHAZOS
           MOVE WS-GRP-ID-ACEPTADO TO CFR-ID-ACEPTADO
           MOVE WS-GRP-SUC-ACEPTADO TO CFR-SUC-ACEPTADO
           MOVE WS-GRP-DESDE TO CFR-FECHA-DESDE
           MOVE WS-GRP-HASTA TO CFR-FECHA-HASTA
           SET CFR-PENDIENTE TO TRUE
           MOVE ZERO TO CFR-FECHA-DECISION
           WRITE REG-CASO
           ADD 1 TO WS-TOTAL-CASOS
           MOVE REG-CASO TO WS-CAS-ENT(WS-TOTAL-CASOS)
           ADD 1 TO WS-TOTAL-CASOS-NUEVOS

           MOVE SPACES TO REG-AUDITORIA
           MOVE WS-FECHA-SISTEMA TO AUF-FECHA
           MOVE WS-HORA-SISTEMA TO AUF-HORA
           MOVE "DETECTA-REPETIDOS" TO AUF-ORIGEN
           MOVE WS-ALR-CORRIDA TO AUF-USUARIO
           MOVE "DETECCION" TO AUF-EVENTO
           MOVE CFR-NUMERO TO AUF-CASO
           MOVE CFR-DNI TO AUF-DNI
           STRING "CASO ABIERTO: MOTIVOS=" CFR-MOTIVO-SUCURSALES
               CFR-MOTIVO-DATOS CFR-MOTIVO-RECHAZOS
               " SUC=" CFR-SUCURSALES
               " RECH=" CFR-RECHAZOS
               DELIMITED BY SIZE INTO AUF-DETALLE
           WRITE REG-AUDITORIA

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CASO " CFR-NUMERO " DNI=" CFR-DNI
               " " CFR-NOMBRE
               " MOTIVOS=" CFR-MOTIVO-SUCURSALES
               CFR-MOTIVO-DATOS CFR-MOTIVO-RECHAZOS
               " PRES=" CFR-PRESENTACIONES
               " SUC=" CFR-SUCURSALES
               " RECH=" CFR-RECHAZOS
               " ACEPTADO=" CFR-ID-ACEPTADO " " CFR-SUC-ACEPTADO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       LISTAR-PENDIENTES.
      *> Todos los casos pendientes, nuevos o de corridas
      *> anteriores, con sus dias desde el alta: el reporte los
      *> sigue mostrando hasta que cumplimiento los cierra.
           MOVE "CASOS PENDIENTES DE RESOLUCION" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
               MOVE WS-CAS-ENT(WS-IDX-CASO) TO WS-CASO-TRABAJO
               IF CTR-PENDIENTE
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   MOVE CTR-FECHA-ALTA TO WS-FECHA-EVAL-X
                   MOVE ZERO TO WS-DIAS-ANTIGUEDAD
                   IF WS-FECHA-EVAL-X IS NUMERIC
                       MOVE CTR-FECHA-ALTA TO WS-FECHA-EVAL
                       COMPUTE WS-DIAS-ANTIGUEDAD =
                           ((WS-HOY-ANIO - WS-EVA-ANIO) * 360)
                           + ((WS-HOY-MES - WS-EVA-MES) * 30)
                           + WS-HOY-DIA - WS-EVA-DIA
                   END-IF
                   MOVE ZERO TO WS-DIAS-ABIERTO
                   IF WS-DIAS-ANTIGUEDAD > ZERO
                       MOVE WS-DIAS-ANTIGUEDAD TO WS-DIAS-ABIERTO
                   END-IF
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "  CASO " CTR-NUMERO
                       " ALTA=" CTR-FECHA-ALTA
                       " DIAS=" WS-DIAS-ABIERTO
                       " DNI=" CTR-DNI " " CTR-NOMBRE
                       " MOTIVOS=" CTR-MOTIVO-SUCURSALES
                       CTR-MOTIVO-DATOS CTR-MOTIVO-RECHAZOS
                       " SUC=" CTR-SUCURSALES
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               END-IF
           END-PERFORM
           IF WS-TOTAL-PENDIENTES = ZERO
               MOVE "  Sin casos pendientes" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL PRESENTACIONES=" WS-TOTAL-PRESENT
               " DECISIONES=" WS-TOTAL-DECISIONES
               " DNI=" WS-TOTAL-DNI
               " MARCADOS=" WS-TOTAL-MARCADOS
               " CASOS-NUEVOS=" WS-TOTAL-CASOS-NUEVOS
               " YA-EN-CASO=" WS-TOTAL-YA-EN-CASO
               " YA-REVISADOS=" WS-TOTAL-YA-REVISADOS
               " PENDIENTES=" WS-TOTAL-PENDIENTES
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

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

       EJECUTAR-COMANDO.
      *> Mismo esquema que ARCHIVAR-DIARIO: RETURN-CODE trae el
      *> estado crudo de wait(); el condition code es ese valor
      *> dividido entre 256.
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-CRUDO
           DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COMANDO
           MOVE ZERO TO RETURN-CODE.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
