      ******************************************************************
      * PROGRAMA: SEGMENTA-CLIENTES
      * TIPO:     Batch COBOL
      * OBJETIVO: Segmentar el maestro de clientes para marketing y
      *           armar el extracto de una campania. Cada cliente
      *           recibe un codigo de segmento F-PP-A-EE: franja
      *           etaria (F, de CLM-FECHA-NAC a la fecha de proceso:
      *           1=00-17 2=18-29 3=30-44 4=45-64 5=65-99 S=sin dato),
      *           provincia (PP, parte estructurada de CLM-DIRECCION
      *           buscada en la referencia postal; XX si no esta),
      *           antiguedad (A, de CLM-FECHA-PRIMER-ALTA: 1=menos de
      *           un anio 2=01-04 3=05-09 4=10 o mas S=sin dato) y
      *           estado (EE: AC activo, IN inactivo, DO dormido, CE
      *           cerrado/fusionado/suprimido, OT otro).
      *           Los criterios de la campania vienen en
      *           parametros_segmentacion.txt (campania, legajo que
      *           la pide y valores de franja, provincia, antiguedad
      *           y estado); el extracto (extracto_campania.txt)
      *           lleva los clientes contactables que los cumplen.
      *           Nunca se extraen clientes bloqueados por una lista
      *           externa, cerrados, ni personas en la lista de
      *           exclusion de marketing (exclusiones_marketing.txt,
      *           la mantiene MANTIENE-EXCLUSIONES). El conteo por
      *           segmento se agrega a historia_segmentos.txt y el
      *           reporte (reporte_segmentacion.txt) lo compara con
      *           la fecha anterior de la historia.
      *           Quien pide el extracto debe ser un operador vigente
      *           del registro central con el rol CONSULTA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTA-CLIENTES.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-MAESTRO-SELECT.
           COPY CPY-POSTAL-SELECT.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO 'parametros_segmentacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT ARCHIVO-EXCLUSIONES
               ASSIGN TO 'exclusiones_marketing.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSIONES-STATUS.
           SELECT ARCHIVO-EXTRACTO
               ASSIGN TO 'extracto_campania.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_segmentacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT HISTORIA-SEGMENTOS
               ASSIGN TO 'historia_segmentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       COPY CPY-POSTAL-FD.

       FD  ARCHIVO-PARAMETROS.
      *> Un renglon por dato: CAMPANIA (nombre), SOLICITA (legajo)
      *> y uno por cada valor admitido de FRANJA (00-17, 18-29,
      *> 30-44, 45-64, 65-99, SD), PROVINCIA (codigo de la
      *> referencia postal o XX), ANTIGUEDAD (00-00, 01-04, 05-09,
      *> 10-99, SD) y ESTADO (ACTIVO, INACTIVO, DORMIDO, OTRO).
      *> Dentro de un mismo criterio los valores se suman (O); entre
      *> criterios distintos se cruzan (Y); un criterio sin valores
      *> no filtra. Un asterisco en la primera columna es comentario.
       01  REG-PARAM-SEG.
           05 PSG-CLAVE          PIC X(10).
           05 PSG-VALOR          PIC X(20).

       FD  ARCHIVO-EXCLUSIONES.
       01  REG-EXCLUSION.
           COPY CPY-EXCLUSION-MKT.

       FD  ARCHIVO-EXTRACTO.
      *> Extracto de la campania: cabecera HDR con fecha, campania y
      *> solicitante; un detalle DET por cliente con su segmento y
      *> datos de contacto; cola TRL con la cantidad de detalles.
       01  REG-EXTRACTO          PIC X(170).
       01  REG-EXT-CABECERA REDEFINES REG-EXTRACTO.
           05 EXH-TIPO           PIC X(3).
           05 EXH-FECHA          PIC 9(8).
           05 EXH-CAMPANIA       PIC X(20).
           05 EXH-SOLICITA       PIC X(8).
           05 FILLER             PIC X(131).
       01  REG-EXT-DETALLE REDEFINES REG-EXTRACTO.
           05 EXD-TIPO           PIC X(3).
           05 EXD-SEGMENTO       PIC X(9).
           05 EXD-ID             PIC X(10).
           05 EXD-NRO-CUENTA     PIC 9(10).
           05 EXD-NOMBRE         PIC X(30).
           05 EXD-CANAL          PIC X(1).
           05 EXD-EMAIL          PIC X(40).
           05 EXD-TELEFONO       PIC X(15).
           05 EXD-DIRECCION      PIC X(46).
           05 FILLER             PIC X(6).
       01  REG-EXT-COLA REDEFINES REG-EXTRACTO.
           05 EXT-TIPO           PIC X(3).
           05 EXT-CANTIDAD       PIC 9(7).
           05 FILLER             PIC X(160).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       FD  HISTORIA-SEGMENTOS.
      *> Historia acumulativa del conteo por segmento: una linea por
      *> fecha y segmento con los clientes del maestro (sin los
      *> bloqueados) y los contactables para marketing.
       01  REG-HISTORIA-SEG.
           05 HSG-FECHA          PIC 9(8).
           05 HSG-SEGMENTO       PIC X(9).
           05 HSG-CLIENTES       PIC 9(7).
           05 HSG-CONTACTABLES   PIC 9(7).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-PARAMETROS-STATUS  PIC XX VALUE SPACES.
       77  WS-EXCLUSIONES-STATUS PIC XX VALUE SPACES.
       77  WS-EXTRACTO-STATUS    PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-FIN-MAESTRO        PIC X VALUE 'N'.
           88 FIN-MAESTRO         VALUE 'S'.
           88 MAS-MAESTRO         VALUE 'N'.
       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

       01  WS-FECHA-PROCESO      PIC 9(8).
       01  WS-FECHA-PROCESO-DESC REDEFINES WS-FECHA-PROCESO.
           05 WS-PRO-ANIO        PIC 9(4).
           05 WS-PRO-MMDD        PIC 9(4).

      *> Fecha a medir (nacimiento o primera alta) y anios cumplidos
      *> a la fecha de proceso, con la regla de cumpleanios de
      *> PROCESA-EDADES.
       01  WS-FECHA-CALC-NUM     PIC 9(8).
       01  WS-FECHA-CALC-DESC REDEFINES WS-FECHA-CALC-NUM.
           05 WS-CALC-ANIO       PIC 9(4).
           05 WS-CALC-MMDD       PIC 9(4).
           05 WS-CALC-MMDD-DESC REDEFINES WS-CALC-MMDD.
               10 WS-CALC-MES    PIC 9(2).
               10 WS-CALC-DIA    PIC 9(2).
       77  WS-FECHA-CALC         PIC X(8) VALUE SPACES.
       77  WS-ANIOS-CALC         PIC S9(4) VALUE ZERO.
       77  WS-FECHA-CALC-SW      PIC X VALUE 'N'.
           88 FECHA-CALC-VALIDA    VALUE 'S'.
           88 FECHA-CALC-INVALIDA  VALUE 'N'.

      *> Vista estructurada de CLM-DIRECCION (mismos anchos que
      *> CLT-DIRECCION en CPY-CLIENTE-IN); de aqui sale la provincia.
       01  WS-DIRECCION-MAE.
           05 WS-MAE-CALLE       PIC X(20).
           05 WS-MAE-NUMERO      PIC X(5).
           05 WS-MAE-CIUDAD      PIC X(15).
           05 WS-MAE-PROV        PIC X(2).
           05 WS-MAE-CP          PIC X(4).

      *> Codigo de segmento del cliente.
       01  WS-SEGMENTO.
           05 WS-SEG-FRANJA      PIC X(1).
           05 FILLER             PIC X(1) VALUE "-".
           05 WS-SEG-PROV        PIC X(2).
           05 FILLER             PIC X(1) VALUE "-".
           05 WS-SEG-ANTIG       PIC X(1).
           05 FILLER             PIC X(1) VALUE "-".
           05 WS-SEG-ESTADO      PIC X(2).
       01  WS-SEGMENTO-LEIDO.
           05 WS-SGL-FRANJA      PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-SGL-PROV        PIC X(2).
           05 FILLER             PIC X(1).
           05 WS-SGL-ANTIG       PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-SGL-ESTADO      PIC X(2).
       77  WS-SEGMENTO-SW        PIC X VALUE 'N'.
           88 SEGMENTO-VALIDO      VALUE 'S'.
           88 SEGMENTO-INVALIDO    VALUE 'N'.

      *> Componentes del segmento: etiqueta (la de los criterios y
      *> del reporte) y codigo de una o dos posiciones.
       01  WS-ETIQUETAS-FRANJA-DEF.
           05 FILLER             PIC X(6) VALUE "00-171".
           05 FILLER             PIC X(6) VALUE "18-292".
           05 FILLER             PIC X(6) VALUE "30-443".
           05 FILLER             PIC X(6) VALUE "45-644".
           05 FILLER             PIC X(6) VALUE "65-995".
           05 FILLER             PIC X(6) VALUE "SD   S".
       01  WS-ETIQUETAS-FRANJA REDEFINES WS-ETIQUETAS-FRANJA-DEF.
           05 WS-FRANJA-ENT OCCURS 6 TIMES.
               10 WS-ETIQ-FRANJA PIC X(5).
               10 WS-COD-FRANJA  PIC X(1).

       01  WS-ETIQUETAS-ANTIG-DEF.
           05 FILLER             PIC X(6) VALUE "00-001".
           05 FILLER             PIC X(6) VALUE "01-042".
           05 FILLER             PIC X(6) VALUE "05-093".
           05 FILLER             PIC X(6) VALUE "10-994".
           05 FILLER             PIC X(6) VALUE "SD   S".
       01  WS-ETIQUETAS-ANTIG REDEFINES WS-ETIQUETAS-ANTIG-DEF.
           05 WS-ANTIG-ENT OCCURS 5 TIMES.
               10 WS-ETIQ-ANTIG  PIC X(5).
               10 WS-COD-ANTIG   PIC X(1).

       01  WS-ETIQUETAS-ESTADO-DEF.
           05 FILLER             PIC X(12) VALUE "ACTIVO    AC".
           05 FILLER             PIC X(12) VALUE "INACTIVO  IN".
           05 FILLER             PIC X(12) VALUE "DORMIDO   DO".
           05 FILLER             PIC X(12) VALUE "CERRADO   CE".
           05 FILLER             PIC X(12) VALUE "OTRO      OT".
       01  WS-ETIQUETAS-ESTADO REDEFINES WS-ETIQUETAS-ESTADO-DEF.
           05 WS-ESTADO-ENT OCCURS 5 TIMES.
               10 WS-ETIQ-ESTADO PIC X(10).
               10 WS-COD-ESTADO  PIC X(2).

      *> Cubo de conteos por provincia (las de la referencia postal,
      *> en su mismo orden, mas OTRA a continuacion), franja,
      *> antiguedad y estado. PREVIO son los contactables del
      *> segmento en la fecha anterior de la historia.
       77  WS-IDX-PROV           PIC 9(2) VALUE ZERO.
       77  WS-IDX-PROV-OTRA      PIC 9(2) VALUE ZERO.
       77  WS-IDX-FRANJA         PIC 9(2) VALUE ZERO.
       77  WS-IDX-ANTIG          PIC 9(2) VALUE ZERO.
       77  WS-IDX-ESTADO         PIC 9(2) VALUE ZERO.
       77  WS-IDX-BUSQ           PIC 9(2) VALUE ZERO.
       77  WS-IDX-HALLADO        PIC 9(2) VALUE ZERO.
       01  WS-CUBO-SEGMENTOS.
           05 WS-CUBO-PROV OCCURS 51 TIMES.
               10 WS-CUBO-FRANJA OCCURS 6 TIMES.
                   15 WS-CUBO-ANTIG OCCURS 5 TIMES.
                       20 WS-CUBO-ESTADO OCCURS 5 TIMES.
                           25 WS-CUBO-CLIENTES  PIC 9(7).
                           25 WS-CUBO-CONTACT   PIC 9(7).
                           25 WS-CUBO-EXTRAIDOS PIC 9(7).
                           25 WS-CUBO-PREVIO    PIC 9(7).

      *> Criterios de la campania: una marca S por valor pedido y un
      *> indicador por criterio con al menos un valor.
       01  WS-CRITERIOS.
           05 WS-SEL-FRANJA OCCURS 6 TIMES PIC X(1).
           05 WS-SEL-PROV   OCCURS 51 TIMES PIC X(1).
           05 WS-SEL-ANTIG  OCCURS 5 TIMES PIC X(1).
           05 WS-SEL-ESTADO OCCURS 5 TIMES PIC X(1).
       77  WS-FILTRA-FRANJA      PIC X VALUE 'N'.
           88 FILTRA-FRANJA        VALUE 'S'.
       77  WS-FILTRA-PROV        PIC X VALUE 'N'.
           88 FILTRA-PROV          VALUE 'S'.
       77  WS-FILTRA-ANTIG       PIC X VALUE 'N'.
           88 FILTRA-ANTIG         VALUE 'S'.
       77  WS-FILTRA-ESTADO      PIC X VALUE 'N'.
           88 FILTRA-ESTADO        VALUE 'S'.
       77  WS-SELECCION-SW       PIC X VALUE 'N'.
           88 CLIENTE-SELECCIONADO    VALUE 'S'.
           88 CLIENTE-NO-SELECCIONADO VALUE 'N'.
       77  WS-TOTAL-CRITERIOS    PIC 9(3) VALUE ZERO.
       77  WS-CAMPANIA           PIC X(20) VALUE SPACES.
       77  WS-SOLICITA           PIC X(8) VALUE SPACES.

      *> DNI con exclusion de marketing vigente.
       77  WS-MAX-EXCLUSIONES    PIC 9(5) VALUE 5000.
       77  WS-TOTAL-EXCL         PIC 9(5) VALUE ZERO.
       77  WS-IDX-EXCL           PIC 9(5) VALUE ZERO.
       01  WS-TABLA-EXCLUSIONES.
           05 WS-EXCL-DNI OCCURS 5000 TIMES PIC X(9).
       77  WS-EXCLUSION-SW       PIC X VALUE 'N'.
           88 DNI-EXCLUIDO         VALUE 'S'.
           88 DNI-NO-EXCLUIDO      VALUE 'N'.

       77  WS-FECHA-PREVIA       PIC 9(8) VALUE ZERO.
       77  WS-DIFERENCIA         PIC S9(7) VALUE ZERO.
       77  WS-DIFERENCIA-EDIT    PIC +9(7).

       77  WS-TOTAL-LEIDOS       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-BLOQUEADOS   PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-CERRADOS     PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-EXCLUIDOS    PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-CONTACTABLES PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-EXTRAIDOS    PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-SEGMENTOS    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CONTROL      PIC 9(7) VALUE ZERO.

           COPY CPY-CONSTANTES.

           COPY CPY-POSTAL-WS.

           COPY CPY-OPERADOR-WS.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SEGMENTACION DE CLIENTES PARA MARKETING ==="
           MOVE "SEGMENTA-CLIENTES" TO WS-OPR-PROGRAMA
           SET OPR-SIN-PIN TO TRUE
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM CARGAR-TABLA-POSTAL
           COMPUTE WS-IDX-PROV-OTRA = WS-POS-TOTAL-PROV + 1
           INITIALIZE WS-CUBO-SEGMENTOS
           MOVE SPACES TO WS-CRITERIOS

           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "=== SEGMENTACION DE CLIENTES PARA MARKETING ==="
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CRITERIOS DE LA CAMPANIA:" TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM LEER-PARAMETROS
           PERFORM AUTORIZAR-SOLICITANTE
           PERFORM CARGAR-EXCLUSIONES
           PERFORM CARGAR-HISTORIA-PREVIA
           PERFORM ABRIR-ARCHIVOS

           MOVE SPACES TO REG-EXTRACTO
           MOVE "HDR" TO EXH-TIPO
           MOVE WS-FECHA-PROCESO TO EXH-FECHA
           MOVE WS-CAMPANIA TO EXH-CAMPANIA
           MOVE WS-SOLICITA TO EXH-SOLICITA
           WRITE REG-EXTRACTO

           PERFORM LEE-MAESTRO
           PERFORM UNTIL FIN-MAESTRO
               ADD 1 TO WS-TOTAL-LEIDOS
               IF CLM-BLOQUEADO
                   ADD 1 TO WS-TOTAL-BLOQUEADOS
               ELSE
                   PERFORM CLASIFICAR-CLIENTE
               END-IF
               PERFORM LEE-MAESTRO
           END-PERFORM

           MOVE SPACES TO REG-EXTRACTO
           MOVE "TRL" TO EXT-TIPO
           MOVE WS-TOTAL-EXTRAIDOS TO EXT-CANTIDAD
           WRITE REG-EXTRACTO

           PERFORM ESCRIBIR-SEGMENTOS
           PERFORM ESCRIBIR-TOTALES

           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-EXTRACTO
           CLOSE ARCHIVO-REPORTE

           DISPLAY "=== FIN SEGMENTACION DE CLIENTES ==="
           DISPLAY "Clientes: " WS-TOTAL-LEIDOS
               " Contactables: " WS-TOTAL-CONTACTABLES
               " Extraidos: " WS-TOTAL-EXTRAIDOS
           STOP RUN.

       LEER-PARAMETROS.
      *> Sin archivo de criterios no hay campania que extraer. Un
      *> valor desconocido corta la corrida: un criterio mal tipeado
      *> que no filtrara daria un extracto mas amplio que el pedido.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF WS-PARAMETROS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR PARAMETROS SEGMENTACION, "
                   "STATUS=" WS-PARAMETROS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PARAMETROS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-PARAM-SEG NOT = SPACES
                           AND PSG-CLAVE(1:1) NOT = "*"
                           PERFORM TOMAR-PARAMETRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PARAMETROS
           IF WS-CAMPANIA = SPACES
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "PARAMETROS SIN NOMBRE DE CAMPANIA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FECHA=" WS-FECHA-PROCESO
               " CAMPANIA=" WS-CAMPANIA
               " SOLICITA=" WS-SOLICITA
               " CRITERIOS=" WS-TOTAL-CRITERIOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           IF WS-TOTAL-CRITERIOS = ZERO
               MOVE "  Sin criterios: toda la base contactable"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       TOMAR-PARAMETRO.
           MOVE ZERO TO WS-IDX-HALLADO
           EVALUATE PSG-CLAVE
               WHEN "CAMPANIA"
                   MOVE PSG-VALOR TO WS-CAMPANIA
                   MOVE 1 TO WS-IDX-HALLADO
               WHEN "SOLICITA"
                   MOVE PSG-VALOR TO WS-SOLICITA
                   MOVE 1 TO WS-IDX-HALLADO
               WHEN "FRANJA"
                   PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                           UNTIL WS-IDX-BUSQ > 6
                       IF WS-ETIQ-FRANJA(WS-IDX-BUSQ) = PSG-VALOR
                           MOVE WS-IDX-BUSQ TO WS-IDX-HALLADO
                           MOVE "S" TO WS-SEL-FRANJA(WS-IDX-BUSQ)
                           SET FILTRA-FRANJA TO TRUE
                           MOVE 6 TO WS-IDX-BUSQ
                       END-IF
                   END-PERFORM
               WHEN "PROVINCIA"
                   IF PSG-VALOR = "XX"
                       MOVE WS-IDX-PROV-OTRA TO WS-IDX-HALLADO
                   ELSE
                       MOVE PSG-VALOR TO WS-POS-PROV-BUSCADA
                       PERFORM BUSCAR-PROVINCIA-POSTAL
                       IF PROVINCIA-HALLADA AND PSG-VALOR(3:) = SPACES
                           MOVE WS-POS-IDX-PROV TO WS-IDX-HALLADO
                       END-IF
                   END-IF
                   IF WS-IDX-HALLADO > ZERO
                       MOVE "S" TO WS-SEL-PROV(WS-IDX-HALLADO)
                       SET FILTRA-PROV TO TRUE
                   END-IF
               WHEN "ANTIGUEDAD"
                   PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                           UNTIL WS-IDX-BUSQ > 5
                       IF WS-ETIQ-ANTIG(WS-IDX-BUSQ) = PSG-VALOR
                           MOVE WS-IDX-BUSQ TO WS-IDX-HALLADO
                           MOVE "S" TO WS-SEL-ANTIG(WS-IDX-BUSQ)
                           SET FILTRA-ANTIG TO TRUE
                           MOVE 5 TO WS-IDX-BUSQ
                       END-IF
                   END-PERFORM
      *> Los cerrados nunca se extraen: pedirlos es un error.
               WHEN "ESTADO"
                   PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                           UNTIL WS-IDX-BUSQ > 5
                       IF WS-ETIQ-ESTADO(WS-IDX-BUSQ) = PSG-VALOR
                           AND WS-IDX-BUSQ NOT = 4
                           MOVE WS-IDX-BUSQ TO WS-IDX-HALLADO
                           MOVE "S" TO WS-SEL-ESTADO(WS-IDX-BUSQ)
                           SET FILTRA-ESTADO TO TRUE
                           MOVE 5 TO WS-IDX-BUSQ
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-IDX-HALLADO = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "PARAMETRO INVALIDO: " PSG-CLAVE " " PSG-VALOR
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF PSG-CLAVE NOT = "CAMPANIA" AND PSG-CLAVE NOT = "SOLICITA"
               ADD 1 TO WS-TOTAL-CRITERIOS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  CRITERIO " PSG-CLAVE " = " PSG-VALOR
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       AUTORIZAR-SOLICITANTE.
      *> El extracto lleva datos de contacto: quien lo pide debe ser
      *> un operador vigente con el rol CONSULTA (batch: sin PIN).
           MOVE WS-SOLICITA TO WS-OPR-LEGAJO
           MOVE OPR-ROL-CONSULTA TO WS-OPR-ROL
           MOVE "EXTRACTO-CAMPANIA" TO WS-OPR-ACCION
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "SOLICITANTE SIN AUTORIZACION: " WS-OPR-MOTIVO
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       CARGAR-EXCLUSIONES.
      *> Solo las exclusiones vigentes. Si la lista no se puede
      *> leer (falta, bloqueada, danada) se corta antes de abrir el
      *> extracto: sin ella no se sabe a quien no contactar. Con la
      *> tabla llena tambien: no se puede extraer sin la lista
      *> completa. La primera corrida de MANTIENE-EXCLUSIONES crea
      *> la lista, aunque sea vacia.
           MOVE ZERO TO WS-TOTAL-EXCL
           OPEN INPUT ARCHIVO-EXCLUSIONES
           IF WS-EXCLUSIONES-STATUS NOT = "00"
               DISPLAY "No se pudo leer exclusiones_marketing.txt, "
                   "status=" WS-EXCLUSIONES-STATUS
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-EXCLUSIONES, STATUS="
                   WS-EXCLUSIONES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EXCLUSIONES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EXM-VIGENTE
                           PERFORM AGREGAR-EXCLUSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EXCLUSIONES
           DISPLAY "Exclusiones de marketing vigentes: " WS-TOTAL-EXCL.

       AGREGAR-EXCLUSION.
           IF WS-TOTAL-EXCL NOT < WS-MAX-EXCLUSIONES
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "LISTA DE EXCLUSIONES > 5000" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-EXCL
           MOVE EXM-DNI TO WS-EXCL-DNI(WS-TOTAL-EXCL).

       CARGAR-HISTORIA-PREVIA.
      *> Fecha anterior mas reciente de la historia y sus
      *> contactables por segmento. Con dos corridas en esa fecha
      *> vale la ultima linea de cada segmento.
           MOVE ZERO TO WS-FECHA-PREVIA
           OPEN INPUT HISTORIA-SEGMENTOS
           IF WS-HISTORIA-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ HISTORIA-SEGMENTOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF HSG-FECHA < WS-FECHA-PROCESO
                               AND HSG-FECHA > WS-FECHA-PREVIA
                               MOVE HSG-FECHA TO WS-FECHA-PREVIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-SEGMENTOS
           END-IF
           IF WS-FECHA-PREVIA > ZERO
               OPEN INPUT HISTORIA-SEGMENTOS
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ HISTORIA-SEGMENTOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF HSG-FECHA = WS-FECHA-PREVIA
                               PERFORM TOMAR-SEGMENTO-PREVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-SEGMENTOS
           END-IF.

       TOMAR-SEGMENTO-PREVIO.
      *> Un segmento que ya no se puede ubicar (provincia dada de
      *> baja de la referencia) no entra en la comparacion.
           SET SEGMENTO-VALIDO TO TRUE
           MOVE HSG-SEGMENTO TO WS-SEGMENTO-LEIDO
           MOVE ZERO TO WS-IDX-FRANJA
           PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                   UNTIL WS-IDX-BUSQ > 6
               IF WS-COD-FRANJA(WS-IDX-BUSQ) = WS-SGL-FRANJA
                   MOVE WS-IDX-BUSQ TO WS-IDX-FRANJA
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-IDX-ANTIG
           PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                   UNTIL WS-IDX-BUSQ > 5
               IF WS-COD-ANTIG(WS-IDX-BUSQ) = WS-SGL-ANTIG
                   MOVE WS-IDX-BUSQ TO WS-IDX-ANTIG
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-IDX-ESTADO
           PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                   UNTIL WS-IDX-BUSQ > 5
               IF WS-COD-ESTADO(WS-IDX-BUSQ) = WS-SGL-ESTADO
                   MOVE WS-IDX-BUSQ TO WS-IDX-ESTADO
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-IDX-PROV
           IF WS-SGL-PROV = "XX"
               MOVE WS-IDX-PROV-OTRA TO WS-IDX-PROV
           ELSE
               MOVE WS-SGL-PROV TO WS-POS-PROV-BUSCADA
               PERFORM BUSCAR-PROVINCIA-POSTAL
               IF PROVINCIA-HALLADA
                   MOVE WS-POS-IDX-PROV TO WS-IDX-PROV
               END-IF
           END-IF
           IF WS-IDX-FRANJA = ZERO OR WS-IDX-ANTIG = ZERO
               OR WS-IDX-ESTADO = ZERO OR WS-IDX-PROV = ZERO
               SET SEGMENTO-INVALIDO TO TRUE
           END-IF
           IF SEGMENTO-VALIDO
               MOVE HSG-CONTACTABLES TO
                   WS-CUBO-PREVIO(WS-IDX-PROV, WS-IDX-FRANJA,
                       WS-IDX-ANTIG, WS-IDX-ESTADO)
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-EXTRACTO
           IF WS-EXTRACTO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-EXTRACTO, STATUS="
                   WS-EXTRACTO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       LEE-MAESTRO.
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       CLASIFICAR-CLIENTE.
      *> Todo cliente no bloqueado cuenta en su segmento; solo los
      *> contactables (no cerrados y sin exclusion de marketing)
      *> pueden ir al extracto.
           PERFORM DERIVAR-PROVINCIA
           PERFORM DERIVAR-FRANJA
           PERFORM DERIVAR-ANTIGUEDAD
           PERFORM DERIVAR-ESTADO
           ADD 1 TO WS-CUBO-CLIENTES(WS-IDX-PROV, WS-IDX-FRANJA,
               WS-IDX-ANTIG, WS-IDX-ESTADO)
           IF WS-IDX-ESTADO = 4
               ADD 1 TO WS-TOTAL-CERRADOS
           ELSE
               PERFORM BUSCAR-EXCLUSION
               IF DNI-EXCLUIDO
                   ADD 1 TO WS-TOTAL-EXCLUIDOS
               ELSE
                   ADD 1 TO WS-TOTAL-CONTACTABLES
                   ADD 1 TO WS-CUBO-CONTACT(WS-IDX-PROV,
                       WS-IDX-FRANJA, WS-IDX-ANTIG, WS-IDX-ESTADO)
                   PERFORM EVALUAR-CRITERIOS
                   IF CLIENTE-SELECCIONADO
                       PERFORM ESCRIBIR-DETALLE-EXTRACTO
                   END-IF
               END-IF
           END-IF.

       DERIVAR-PROVINCIA.
      *> La provincia sale de la parte estructurada del domicilio y
      *> se busca en la referencia postal; una provincia desconocida
      *> cae en la posicion OTRA (la siguiente a la ultima).
           MOVE CLM-DIRECCION TO WS-DIRECCION-MAE
           MOVE WS-MAE-PROV TO WS-POS-PROV-BUSCADA
           PERFORM BUSCAR-PROVINCIA-POSTAL
           IF PROVINCIA-HALLADA
               MOVE WS-POS-IDX-PROV TO WS-IDX-PROV
               MOVE WS-POS-PROV-CODIGO(WS-IDX-PROV) TO WS-SEG-PROV
           ELSE
               MOVE WS-IDX-PROV-OTRA TO WS-IDX-PROV
               MOVE "XX" TO WS-SEG-PROV
           END-IF.

       DERIVAR-FRANJA.
      *> Mismas franjas que la presentacion regulatoria; fecha
      *> ilegible o futura cae en SD (sin dato).
           MOVE CLM-FECHA-NAC TO WS-FECHA-CALC
           PERFORM CALCULAR-ANIOS
           MOVE 6 TO WS-IDX-FRANJA
           IF FECHA-CALC-VALIDA
               EVALUATE TRUE
                   WHEN WS-ANIOS-CALC <= 17
                       MOVE 1 TO WS-IDX-FRANJA
                   WHEN WS-ANIOS-CALC <= 29
                       MOVE 2 TO WS-IDX-FRANJA
                   WHEN WS-ANIOS-CALC <= 44
                       MOVE 3 TO WS-IDX-FRANJA
                   WHEN WS-ANIOS-CALC <= 64
                       MOVE 4 TO WS-IDX-FRANJA
                   WHEN OTHER
                       MOVE 5 TO WS-IDX-FRANJA
               END-EVALUATE
           END-IF
           MOVE WS-COD-FRANJA(WS-IDX-FRANJA) TO WS-SEG-FRANJA.

       DERIVAR-ANTIGUEDAD.
      *> Anios cumplidos desde la primera alta en el maestro.
           MOVE CLM-FECHA-PRIMER-ALTA TO WS-FECHA-CALC
           PERFORM CALCULAR-ANIOS
           MOVE 5 TO WS-IDX-ANTIG
           IF FECHA-CALC-VALIDA
               EVALUATE TRUE
                   WHEN WS-ANIOS-CALC < 1
                       MOVE 1 TO WS-IDX-ANTIG
                   WHEN WS-ANIOS-CALC <= 4
                       MOVE 2 TO WS-IDX-ANTIG
                   WHEN WS-ANIOS-CALC <= 9
                       MOVE 3 TO WS-IDX-ANTIG
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-ANTIG
               END-EVALUATE
           END-IF
           MOVE WS-COD-ANTIG(WS-IDX-ANTIG) TO WS-SEG-ANTIG.

       DERIVAR-ESTADO.
           EVALUATE CLM-ESTADO
               WHEN "ACTIVO"
                   MOVE 1 TO WS-IDX-ESTADO
               WHEN "INACTIVO"
                   MOVE 2 TO WS-IDX-ESTADO
               WHEN "DORMIDO"
                   MOVE 3 TO WS-IDX-ESTADO
      *> El ID absorbido por una fusion y el suprimido son cierres.
               WHEN "CERRADO"
               WHEN "FUSIONADO"
               WHEN "SUPRIMIDO"
                   MOVE 4 TO WS-IDX-ESTADO
               WHEN OTHER
                   MOVE 5 TO WS-IDX-ESTADO
           END-EVALUATE
           MOVE WS-COD-ESTADO(WS-IDX-ESTADO) TO WS-SEG-ESTADO.

       CALCULAR-ANIOS.
           SET FECHA-CALC-INVALIDA TO TRUE
           MOVE ZERO TO WS-ANIOS-CALC
           IF WS-FECHA-CALC IS NUMERIC
               MOVE WS-FECHA-CALC TO WS-FECHA-CALC-NUM
               IF WS-CALC-MES >= 1 AND WS-CALC-MES <= 12
                   AND WS-CALC-DIA >= 1 AND WS-CALC-DIA <= 31
                   AND WS-FECHA-CALC-NUM <= WS-FECHA-PROCESO
                   SET FECHA-CALC-VALIDA TO TRUE
                   COMPUTE WS-ANIOS-CALC = WS-PRO-ANIO - WS-CALC-ANIO
                   IF WS-PRO-MMDD < WS-CALC-MMDD
                       SUBTRACT 1 FROM WS-ANIOS-CALC
                   END-IF
               END-IF
           END-IF.

       BUSCAR-EXCLUSION.
           SET DNI-NO-EXCLUIDO TO TRUE
           PERFORM VARYING WS-IDX-EXCL FROM 1 BY 1
                   UNTIL WS-IDX-EXCL > WS-TOTAL-EXCL
               IF WS-EXCL-DNI(WS-IDX-EXCL) = CLM-DNI
                   SET DNI-EXCLUIDO TO TRUE
                   MOVE WS-TOTAL-EXCL TO WS-IDX-EXCL
               END-IF
           END-PERFORM.

       EVALUAR-CRITERIOS.
           SET CLIENTE-SELECCIONADO TO TRUE
           IF FILTRA-FRANJA
               AND WS-SEL-FRANJA(WS-IDX-FRANJA) NOT = "S"
               SET CLIENTE-NO-SELECCIONADO TO TRUE
           END-IF
           IF FILTRA-PROV
               AND WS-SEL-PROV(WS-IDX-PROV) NOT = "S"
               SET CLIENTE-NO-SELECCIONADO TO TRUE
           END-IF
           IF FILTRA-ANTIG
               AND WS-SEL-ANTIG(WS-IDX-ANTIG) NOT = "S"
               SET CLIENTE-NO-SELECCIONADO TO TRUE
           END-IF
           IF FILTRA-ESTADO
               AND WS-SEL-ESTADO(WS-IDX-ESTADO) NOT = "S"
               SET CLIENTE-NO-SELECCIONADO TO TRUE
           END-IF.

       ESCRIBIR-DETALLE-EXTRACTO.
           ADD 1 TO WS-TOTAL-EXTRAIDOS
           ADD 1 TO WS-CUBO-EXTRAIDOS(WS-IDX-PROV, WS-IDX-FRANJA,
               WS-IDX-ANTIG, WS-IDX-ESTADO)
           MOVE SPACES TO REG-EXTRACTO
           MOVE "DET" TO EXD-TIPO
           MOVE WS-SEGMENTO TO EXD-SEGMENTO
           MOVE CLM-ID TO EXD-ID
           MOVE CLM-NRO-CUENTA TO EXD-NRO-CUENTA
           MOVE CLM-NOMBRE TO EXD-NOMBRE
           MOVE CLM-CANAL TO EXD-CANAL
           MOVE CLM-EMAIL TO EXD-EMAIL
           MOVE CLM-TELEFONO TO EXD-TELEFONO
           MOVE CLM-DIRECCION TO EXD-DIRECCION
           WRITE REG-EXTRACTO.

       ESCRIBIR-SEGMENTOS.
      *> Un renglon de reporte por segmento con clientes hoy o en la
      *> fecha anterior; a la historia van los segmentos con
      *> clientes hoy.
           OPEN EXTEND HISTORIA-SEGMENTOS
           IF WS-HISTORIA-STATUS = "35"
               OPEN OUTPUT HISTORIA-SEGMENTOS
           END-IF
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORIA-SEGMENTOS, STATUS="
                   WS-HISTORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SEGMENTOS (F-PP-A-EE) CONTACTABLES COMPARADOS CON "
               "LA FECHA " WS-FECHA-PREVIA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > WS-IDX-PROV-OTRA
               PERFORM VARYING WS-IDX-FRANJA FROM 1 BY 1
                       UNTIL WS-IDX-FRANJA > 6
                   PERFORM VARYING WS-IDX-ANTIG FROM 1 BY 1
                           UNTIL WS-IDX-ANTIG > 5
                       PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
                               UNTIL WS-IDX-ESTADO > 5
                           IF WS-CUBO-CLIENTES(WS-IDX-PROV,
                               WS-IDX-FRANJA, WS-IDX-ANTIG,
                               WS-IDX-ESTADO) > ZERO
                               OR WS-CUBO-PREVIO(WS-IDX-PROV,
                               WS-IDX-FRANJA, WS-IDX-ANTIG,
                               WS-IDX-ESTADO) > ZERO
                               PERFORM ESCRIBIR-UN-SEGMENTO
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           CLOSE HISTORIA-SEGMENTOS.

       ESCRIBIR-UN-SEGMENTO.
           MOVE WS-COD-FRANJA(WS-IDX-FRANJA) TO WS-SEG-FRANJA
           IF WS-IDX-PROV = WS-IDX-PROV-OTRA
               MOVE "XX" TO WS-SEG-PROV
           ELSE
               MOVE WS-POS-PROV-CODIGO(WS-IDX-PROV) TO WS-SEG-PROV
           END-IF
           MOVE WS-COD-ANTIG(WS-IDX-ANTIG) TO WS-SEG-ANTIG
           MOVE WS-COD-ESTADO(WS-IDX-ESTADO) TO WS-SEG-ESTADO
           COMPUTE WS-DIFERENCIA =
               WS-CUBO-CONTACT(WS-IDX-PROV, WS-IDX-FRANJA,
                   WS-IDX-ANTIG, WS-IDX-ESTADO)
               - WS-CUBO-PREVIO(WS-IDX-PROV, WS-IDX-FRANJA,
                   WS-IDX-ANTIG, WS-IDX-ESTADO)
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  " WS-SEGMENTO
               " CLIENTES=" WS-CUBO-CLIENTES(WS-IDX-PROV,
                   WS-IDX-FRANJA, WS-IDX-ANTIG, WS-IDX-ESTADO)
               " CONTACTABLES=" WS-CUBO-CONTACT(WS-IDX-PROV,
                   WS-IDX-FRANJA, WS-IDX-ANTIG, WS-IDX-ESTADO)
               " EXTRAIDOS=" WS-CUBO-EXTRAIDOS(WS-IDX-PROV,
                   WS-IDX-FRANJA, WS-IDX-ANTIG, WS-IDX-ESTADO)
               " ANTERIOR=" WS-CUBO-PREVIO(WS-IDX-PROV,
                   WS-IDX-FRANJA, WS-IDX-ANTIG, WS-IDX-ESTADO)
               " DIF=" WS-DIFERENCIA-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           IF WS-CUBO-CLIENTES(WS-IDX-PROV, WS-IDX-FRANJA,
               WS-IDX-ANTIG, WS-IDX-ESTADO) > ZERO
               ADD 1 TO WS-TOTAL-SEGMENTOS
               MOVE WS-FECHA-PROCESO TO HSG-FECHA
               MOVE WS-SEGMENTO TO HSG-SEGMENTO
               MOVE WS-CUBO-CLIENTES(WS-IDX-PROV, WS-IDX-FRANJA,
                   WS-IDX-ANTIG, WS-IDX-ESTADO) TO HSG-CLIENTES
               MOVE WS-CUBO-CONTACT(WS-IDX-PROV, WS-IDX-FRANJA,
                   WS-IDX-ANTIG, WS-IDX-ESTADO) TO HSG-CONTACTABLES
               WRITE REG-HISTORIA-SEG
           END-IF.

       ESCRIBIR-TOTALES.
      *> Cada cliente leido cae en exactamente una de las cuatro
      *> bolsas; si no cierran, la clasificacion perdio clientes.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "LEIDOS=" WS-TOTAL-LEIDOS
               " BLOQUEADOS=" WS-TOTAL-BLOQUEADOS
               " CERRADOS=" WS-TOTAL-CERRADOS
               " EXCLUIDOS-MKT=" WS-TOTAL-EXCLUIDOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CONTACTABLES=" WS-TOTAL-CONTACTABLES
               " EXTRAIDOS=" WS-TOTAL-EXTRAIDOS
               " SEGMENTOS=" WS-TOTAL-SEGMENTOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           COMPUTE WS-TOTAL-CONTROL = WS-TOTAL-BLOQUEADOS
               + WS-TOTAL-CERRADOS + WS-TOTAL-EXCLUIDOS
               + WS-TOTAL-CONTACTABLES
           IF WS-TOTAL-CONTROL NOT = WS-TOTAL-LEIDOS
               MOVE "*** LOS TOTALES NO CIERRAN CON EL MAESTRO ***"
                   TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           ELSE
               MOVE "TOTALES ATADOS AL MAESTRO: OK" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

           COPY CPY-POSTAL.

           COPY CPY-OPERADOR.

           COPY CPY-ABEND.
