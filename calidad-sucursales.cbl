      ******************************************************************
      * PROGRAMA: CALIDAD-SUCURSALES
      * TIPO:     Batch COBOL (fin de mes)
      * OBJETIVO: Tablero mensual de calidad de datos por sucursal.
      *           Con la historia por sucursal (historia_sucursales.
      *           txt) calcula la tasa de rechazo del mes y la de los
      *           tres meses anteriores; con el journal de decisiones
      *           de PROCESA-CLIENTES (journal_clientes.txt) abre la
      *           tasa por codigo de motivo y sigue cada rechazo del
      *           mes hasta su aceptacion posterior (corregido en el
      *           rework), y con la cola de pendientes de REPROCESA-
      *           RECHAZOS (rechazos_pendientes.dat) separa lo que
      *           sigue esperando. Emite calidad_sucursales.txt con
      *           una pagina por sucursal (tasas, resolucion, dias
      *           promedio, tendencia y puesto) y una ultima pagina
      *           para casa central con el ranking de sucursales.
      *           Parametro 1 opcional: mes AAAAMM (por defecto el
      *           mes en curso). Lo dispara SUITE-NOCTURNA el ultimo
      *           dia habil del mes, despues de CARGOS-SUCURSALES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIDAD-SUCURSALES.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-SUCURSALES
               ASSIGN TO 'historia_sucursales.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT ARCHIVO-JOURNAL-CLI
               ASSIGN TO 'journal_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RECHAZOS-PENDIENTES
               ASSIGN TO 'rechazos_pendientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTES-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'calidad_sucursales.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-SUCURSALES.
       01  REG-HISTORIA-SUC.
           05 HSU-FECHA          PIC 9(8).
           05 HSU-SUCURSAL       PIC X(4).
           05 HSU-ENVIADOS       PIC 9(7).
           05 HSU-ACEPTADOS      PIC 9(7).
           05 HSU-RECHAZADOS     PIC 9(7).

       FD  ARCHIVO-JOURNAL-CLI.
      *> Mismo registro que graba PROCESA-CLIENTES; las lineas de
      *> antes de que se estampara la sucursal vienen en blanco y no
      *> se pueden atribuir.
       01  REG-JOURNAL-CLI.
           05 JCL-TIMESTAMP      PIC X(17).
           05 JCL-TIMESTAMP-DESC REDEFINES JCL-TIMESTAMP.
               10 JCL-FECHA      PIC 9(8).
               10 FILLER         PIC X.
               10 JCL-HORA       PIC 9(8).
           05 JCL-CORRIDA        PIC X(11).
           05 JCL-ID             PIC X(10).
           05 JCL-RESULTADO      PIC X(9).
               88 JCL-ACEPTADO     VALUE "ACEPTADO".
               88 JCL-RECHAZADO    VALUE "RECHAZADO".
           05 JCL-CODIGO         PIC 9(2).
           05 JCL-SUCURSAL       PIC X(4).
           05 JCL-ADVERTENCIAS   PIC 9(2).

       FD  RECHAZOS-PENDIENTES.
       01  REG-RECHAZO-PENDIENTE.
           05 PEN-ID             PIC X(10).
           05 PEN-NOMBRE         PIC X(30).
           05 PEN-CODIGO         PIC 9(2).
           05 PEN-MOTIVO         PIC X(40).
           05 PEN-REENVIOS       PIC 9(2).
           05 PEN-REGISTRO-ORIG  PIC X(171).
           05 PEN-FECHA-INGRESO  PIC 9(8).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(120).

       WORKING-STORAGE SECTION.
      *> Vista del registro original para extraer la sucursal de
      *> origen del pendiente (igual que ANTIGUEDAD-RECHAZOS).
       01  WS-REG-CLIENTE.
           COPY CPY-CLIENTE-IN.

       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-PENDIENTES-STATUS  PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(120).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

       77  WS-ARG-MES            PIC X(6) VALUE SPACES.
       77  WS-FECHA-HOY          PIC 9(8) VALUE ZERO.
       77  WS-MES-ACTUAL         PIC 9(6) VALUE ZERO.
       77  WS-MES-DE-LINEA       PIC 9(6) VALUE ZERO.
       77  WS-FECHA-DESDE        PIC 9(8) VALUE ZERO.

      *> Mes informado (1) y los tres anteriores (2 a 4).
       01  WS-MES-TRABAJO        PIC 9(6) VALUE ZERO.
       01  WS-MES-TRABAJO-DESC REDEFINES WS-MES-TRABAJO.
           05 WS-MT-ANIO         PIC 9(4).
           05 WS-MT-MES          PIC 9(2).
       01  WS-TABLA-MESES.
           05 WS-MES-TABLA OCCURS 4 TIMES PIC 9(6).
       77  WS-IDX-MES            PIC 9 VALUE ZERO.
       77  WS-MES-DE-TABLA       PIC 9 VALUE ZERO.

      *> Ultima linea de cada fecha+sucursal de los cuatro meses
      *> (varias corridas de una fecha: la ultima pisa a la
      *> anterior, como en CARGOS-SUCURSALES).
       77  WS-TOTAL-DIAS-SUC     PIC 9(4) VALUE ZERO.
       77  WS-IDX-DIA            PIC 9(4) VALUE ZERO.
       77  WS-DIA-HALLADO        PIC X VALUE 'N'.
           88 DIA-HALLADO          VALUE 'S'.
           88 DIA-NO-HALLADO       VALUE 'N'.
       01  WS-TABLA-DIAS-SUC.
           05 WS-DSU-ENT OCCURS 2800 TIMES.
               10 WS-DSU-FECHA      PIC 9(8).
               10 WS-DSU-SUCURSAL   PIC X(4).
               10 WS-DSU-MES        PIC 9.
               10 WS-DSU-ENVIADOS   PIC 9(7).
               10 WS-DSU-RECHAZADOS PIC 9(7).

      *> Tablero por sucursal. Por mes: presentados, rechazados y
      *> tasa; del mes informado ademas el corte por motivo y la
      *> resolucion de los rechazos.
       77  WS-TOTAL-SUCURSALES   PIC 9(2) VALUE ZERO.
       77  WS-IDX-SUC            PIC 9(2) VALUE ZERO.
       77  WS-IDX-OTRA           PIC 9(2) VALUE ZERO.
       77  WS-SUC-BUSCADA        PIC X(4) VALUE SPACES.
       77  WS-SUC-HALLADA        PIC X VALUE 'N'.
           88 SUC-HALLADA          VALUE 'S'.
           88 SUC-NO-HALLADA       VALUE 'N'.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-ENT OCCURS 20 TIMES.
               10 WS-SUC-CODIGO      PIC X(4).
               10 WS-SUC-MES OCCURS 4 TIMES.
                   15 WS-SUC-ENVIADOS    PIC 9(9).
                   15 WS-SUC-RECHAZADOS  PIC 9(9).
                   15 WS-SUC-TASA        PIC 9(3)V99.
               10 WS-SUC-MOTIVO OCCURS 7 TIMES PIC 9(7).
               10 WS-SUC-RECH-JOURNAL PIC 9(7).
               10 WS-SUC-CASOS       PIC 9(7).
               10 WS-SUC-CORREGIDOS  PIC 9(7).
               10 WS-SUC-PENDIENTES  PIC 9(7).
               10 WS-SUC-SIN-SEGUIR  PIC 9(7).
               10 WS-SUC-DIAS-RESOL  PIC 9(9).
               10 WS-SUC-MESES-PREV  PIC 9.
               10 WS-SUC-TASA-PREVIA PIC 9(3)V99.
               10 WS-SUC-TENDENCIA   PIC X(8).
               10 WS-SUC-PUESTO      PIC 9(2).

      *> Orden del ranking (menor tasa de rechazo primero).
       77  WS-TOTAL-RANKING      PIC 9(2) VALUE ZERO.
       77  WS-IDX-RNK            PIC 9(2) VALUE ZERO.
       77  WS-IDX-MIN            PIC 9(2) VALUE ZERO.
       77  WS-IDX-AUX            PIC 9(2) VALUE ZERO.
       01  WS-TABLA-RANKING.
           05 WS-RNK-SUC OCCURS 20 TIMES PIC 9(2).

      *> Rechazos del mes, uno por sucursal+cliente abierto, para
      *> seguirlos hasta la aceptacion o la cola de pendientes.
       77  WS-TOTAL-CASOS        PIC 9(4) VALUE ZERO.
       77  WS-IDX-CASO           PIC 9(4) VALUE ZERO.
       77  WS-CASO-HALLADO       PIC X VALUE 'N'.
           88 CASO-HALLADO         VALUE 'S'.
           88 CASO-NO-HALLADO      VALUE 'N'.
       01  WS-TABLA-CASOS.
           05 WS-CAS-ENT OCCURS 5000 TIMES.
               10 WS-CAS-SUCURSAL    PIC X(4).
               10 WS-CAS-ID          PIC X(10).
               10 WS-CAS-FECHA       PIC 9(8).
               10 WS-CAS-DIAS        PIC 9(5).
               10 WS-CAS-ESTADO      PIC X.
                   88 CAS-ABIERTO      VALUE 'R'.
                   88 CAS-CORREGIDO    VALUE 'C'.
                   88 CAS-PENDIENTE    VALUE 'P'.

      *> Dias de resolucion en base 360/30, como la antiguedad de
      *> la cola en ANTIGUEDAD-RECHAZOS.
       01  WS-FECHA-RECHAZO      PIC 9(8) VALUE ZERO.
       01  WS-FECHA-RECHAZO-DESC REDEFINES WS-FECHA-RECHAZO.
           05 WS-RCH-ANIO        PIC 9(4).
           05 WS-RCH-MES         PIC 9(2).
           05 WS-RCH-DIA         PIC 9(2).
       01  WS-FECHA-ACEPTA       PIC 9(8) VALUE ZERO.
       01  WS-FECHA-ACEPTA-DESC REDEFINES WS-FECHA-ACEPTA.
           05 WS-ACE-ANIO        PIC 9(4).
           05 WS-ACE-MES         PIC 9(2).
           05 WS-ACE-DIA         PIC 9(2).
       77  WS-DIAS-CALC          PIC S9(5) SIGN LEADING SEPARATE
                                 VALUE ZERO.
       77  WS-CLAVE-ID           PIC X(10) VALUE SPACES.
       77  WS-CLAVE-SUC          PIC X(4) VALUE SPACES.

      *> Nombres de los codigos de motivo de CPY-CONSTANTES.
       01  WS-MOTIVOS-DEF.
           05 FILLER             PIC X(12) VALUE "NOMBRE".
           05 FILLER             PIC X(12) VALUE "DNI".
           05 FILLER             PIC X(12) VALUE "FECHA".
           05 FILLER             PIC X(12) VALUE "DUPLICADO".
           05 FILLER             PIC X(12) VALUE "DIRECCION".
           05 FILLER             PIC X(12) VALUE "DNI-MAESTRO".
           05 FILLER             PIC X(12) VALUE "CONTACTO".
       01  WS-TABLA-MOTIVOS REDEFINES WS-MOTIVOS-DEF.
           05 WS-MOTIVO-NOMBRE OCCURS 7 TIMES PIC X(12).
       77  WS-IDX-COD            PIC 9(2) VALUE ZERO.

      *> Umbral de tendencia: diferencias de hasta medio punto
      *> contra el promedio previo se informan como ESTABLE.
       77  WS-UMBRAL-TENDENCIA   PIC 9V99 VALUE 0.50.
       77  WS-DIF-TASA           PIC S9(3)V99 VALUE ZERO.
       77  WS-SUMA-TASAS         PIC 9(5)V99 VALUE ZERO.

       77  WS-TOTAL-JOURNAL-MES  PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-SIN-SUCURSAL PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-PEN-LEIDOS   PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-PEN-DEL-MES  PIC 9(7) VALUE ZERO.
       77  WS-TOT-ENVIADOS       PIC 9(9) VALUE ZERO.
       77  WS-TOT-RECHAZADOS     PIC 9(9) VALUE ZERO.
       77  WS-TOT-CASOS          PIC 9(7) VALUE ZERO.
       77  WS-TOT-CORREGIDOS     PIC 9(7) VALUE ZERO.
       77  WS-TOT-PENDIENTES     PIC 9(7) VALUE ZERO.
       77  WS-TOT-DIAS-RESOL     PIC 9(9) VALUE ZERO.

       77  WS-NUM-PAGINA         PIC 9(3) VALUE ZERO.
       77  WS-TASA-CALC          PIC 9(3)V99 VALUE ZERO.
       77  WS-PORC-CALC          PIC 9(3)V9 VALUE ZERO.
       77  WS-CANT-CALC          PIC 9(7) VALUE ZERO.
       77  WS-DIAS-PROMEDIO      PIC 9(5)V9 VALUE ZERO.
       77  WS-TASA-VISTA         PIC ZZ9.99.
       77  WS-TASA-VISTA-2       PIC ZZ9.99.
       77  WS-TASA-VISTA-3       PIC ZZ9.99.
       77  WS-PORC-VISTA         PIC ZZ9.9.
       77  WS-PORC-VISTA-2       PIC ZZ9.9.
       77  WS-DIAS-VISTA         PIC ZZZZ9.9.
       77  WS-PUESTO-VISTA       PIC X(8) VALUE SPACES.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CALIDAD DE DATOS POR SUCURSAL ==="
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM DETERMINAR-MES
           PERFORM CARGAR-HISTORIA-SUC
           PERFORM ACUMULAR-POR-SUCURSAL
           PERFORM CARGAR-JOURNAL
           PERFORM CARGAR-PENDIENTES
           PERFORM CERRAR-CASOS
           PERFORM CALCULAR-TASAS
           PERFORM ARMAR-RANKING
           PERFORM GENERAR-REPORTE
           DISPLAY "=== FIN CALIDAD DE DATOS POR SUCURSAL ==="
           DISPLAY "Sucursales en el tablero: " WS-TOTAL-SUCURSALES
           DISPLAY "Rechazos del mes seguidos: " WS-TOTAL-CASOS
           STOP RUN.

       DETERMINAR-MES.
      *> Parametro 1 opcional: AAAAMM para reemitir un mes cerrado;
      *> en blanco, el mes en curso.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-MES FROM ARGUMENT-VALUE
           IF WS-ARG-MES = SPACES
               COMPUTE WS-MES-ACTUAL = WS-FECHA-HOY / 100
           ELSE
               IF WS-ARG-MES IS NOT NUMERIC
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   STRING "PARAMETRO INVALIDO (AAAAMM): " WS-ARG-MES
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               MOVE WS-ARG-MES TO WS-MES-ACTUAL
           END-IF
           MOVE WS-MES-ACTUAL TO WS-MES-TRABAJO
           IF WS-MT-MES < 1 OR WS-MT-MES > 12
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "PARAMETRO INVALIDO (AAAAMM): " WS-ARG-MES
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE WS-MES-ACTUAL TO WS-MES-TABLA(1)
           PERFORM VARYING WS-IDX-MES FROM 2 BY 1
                   UNTIL WS-IDX-MES > 4
               IF WS-MT-MES = 1
                   MOVE 12 TO WS-MT-MES
                   SUBTRACT 1 FROM WS-MT-ANIO
               ELSE
                   SUBTRACT 1 FROM WS-MT-MES
               END-IF
               MOVE WS-MES-TRABAJO TO WS-MES-TABLA(WS-IDX-MES)
           END-PERFORM
           COMPUTE WS-FECHA-DESDE = WS-MES-ACTUAL * 100 + 1
           DISPLAY "Mes informado: " WS-MES-ACTUAL
               "  (tendencia desde " WS-MES-TABLA(4) ")".

       CARGAR-HISTORIA-SUC.
           OPEN INPUT HISTORIA-SUCURSALES
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORIA-SUCURSALES, STATUS="
                   WS-HISTORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIA-SUCURSALES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       COMPUTE WS-MES-DE-LINEA = HSU-FECHA / 100
                       PERFORM UBICAR-MES
                       IF WS-MES-DE-TABLA NOT = ZERO
                           PERFORM GUARDAR-DIA-SUC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIA-SUCURSALES
           DISPLAY "Lineas de historia (4 meses): " WS-TOTAL-DIAS-SUC.

       UBICAR-MES.
           MOVE ZERO TO WS-MES-DE-TABLA
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 4
               IF WS-MES-TABLA(WS-IDX-MES) = WS-MES-DE-LINEA
                   MOVE WS-IDX-MES TO WS-MES-DE-TABLA
               END-IF
           END-PERFORM.

       GUARDAR-DIA-SUC.
           SET DIA-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-TOTAL-DIAS-SUC
               IF WS-DSU-FECHA(WS-IDX-DIA) = HSU-FECHA
                   AND WS-DSU-SUCURSAL(WS-IDX-DIA) = HSU-SUCURSAL
                   SET DIA-HALLADO TO TRUE
                   PERFORM PISAR-DIA-SUC
                   MOVE WS-TOTAL-DIAS-SUC TO WS-IDX-DIA
               END-IF
           END-PERFORM
           IF DIA-NO-HALLADO
               IF WS-TOTAL-DIAS-SUC NOT < 2800
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "HISTORIA DE 4 MESES EXCEDE 2800 LINEAS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-DIAS-SUC
               MOVE WS-TOTAL-DIAS-SUC TO WS-IDX-DIA
               MOVE HSU-FECHA TO WS-DSU-FECHA(WS-IDX-DIA)
               MOVE HSU-SUCURSAL TO WS-DSU-SUCURSAL(WS-IDX-DIA)
               MOVE WS-MES-DE-TABLA TO WS-DSU-MES(WS-IDX-DIA)
               PERFORM PISAR-DIA-SUC
           END-IF.

       PISAR-DIA-SUC.
           MOVE HSU-ENVIADOS TO WS-DSU-ENVIADOS(WS-IDX-DIA)
           MOVE HSU-RECHAZADOS TO WS-DSU-RECHAZADOS(WS-IDX-DIA).

       ACUMULAR-POR-SUCURSAL.
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-TOTAL-DIAS-SUC
               MOVE WS-DSU-SUCURSAL(WS-IDX-DIA) TO WS-SUC-BUSCADA
               PERFORM UBICAR-SUCURSAL
               MOVE WS-DSU-MES(WS-IDX-DIA) TO WS-IDX-MES
               ADD WS-DSU-ENVIADOS(WS-IDX-DIA)
                   TO WS-SUC-ENVIADOS(WS-IDX-SUC, WS-IDX-MES)
               ADD WS-DSU-RECHAZADOS(WS-IDX-DIA)
                   TO WS-SUC-RECHAZADOS(WS-IDX-SUC, WS-IDX-MES)
           END-PERFORM.

       UBICAR-SUCURSAL.
      *> Deja WS-IDX-SUC en la sucursal buscada; si es nueva la da
      *> de alta en cero.
           SET SUC-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
                      OR SUC-HALLADA
               IF WS-SUC-CODIGO(WS-IDX-SUC) = WS-SUC-BUSCADA
                   SET SUC-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF SUC-HALLADA
               SUBTRACT 1 FROM WS-IDX-SUC
           ELSE
               IF WS-TOTAL-SUCURSALES NOT < 20
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "TABLERO EXCEDE 20 SUCURSALES"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-SUCURSALES
               MOVE WS-TOTAL-SUCURSALES TO WS-IDX-SUC
               INITIALIZE WS-SUC-ENT(WS-IDX-SUC)
               MOVE WS-SUC-BUSCADA TO WS-SUC-CODIGO(WS-IDX-SUC)
           END-IF.

       CARGAR-JOURNAL.
      *> Sin journal el tablero sale igual con las tasas de la
      *> historia, pero sin corte por motivo ni resolucion.
           OPEN INPUT ARCHIVO-JOURNAL-CLI
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Sin journal_clientes.txt (status "
                   WS-JOURNAL-STATUS "): sin corte por motivo"
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           ELSE
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-JOURNAL-CLI
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF JCL-FECHA IS NUMERIC
                               AND JCL-FECHA NOT < WS-FECHA-DESDE
                               PERFORM PROCESAR-LINEA-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-JOURNAL-CLI
           END-IF
           DISPLAY "Lineas de journal desde el mes: "
               WS-TOTAL-JOURNAL-MES
           IF WS-TOTAL-SIN-SUCURSAL > ZERO
               DISPLAY "Lineas de journal sin sucursal (no "
                   "atribuibles): " WS-TOTAL-SIN-SUCURSAL
           END-IF.

       PROCESAR-LINEA-JOURNAL.
           ADD 1 TO WS-TOTAL-JOURNAL-MES
           IF JCL-SUCURSAL = SPACES
               ADD 1 TO WS-TOTAL-SIN-SUCURSAL
           ELSE
               MOVE JCL-ID TO WS-CLAVE-ID
               MOVE JCL-SUCURSAL TO WS-CLAVE-SUC
               PERFORM BUSCAR-CASO-ABIERTO
               COMPUTE WS-MES-DE-LINEA = JCL-FECHA / 100
               IF JCL-RECHAZADO
                   AND WS-MES-DE-LINEA = WS-MES-ACTUAL
                   PERFORM ANOTAR-RECHAZO
               END-IF
               IF JCL-ACEPTADO AND CASO-HALLADO
                   PERFORM ANOTAR-CORRECCION
               END-IF
           END-IF.

       BUSCAR-CASO-ABIERTO.
           SET CASO-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
                      OR CASO-HALLADO
               IF WS-CAS-ID(WS-IDX-CASO) = WS-CLAVE-ID
                   AND WS-CAS-SUCURSAL(WS-IDX-CASO) = WS-CLAVE-SUC
                   AND CAS-ABIERTO(WS-IDX-CASO)
                   SET CASO-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF CASO-HALLADO
               SUBTRACT 1 FROM WS-IDX-CASO
           END-IF.

       ANOTAR-RECHAZO.
      *> Cada linea de rechazo suma al corte por motivo (como la
      *> historia cuenta cada envio); el seguimiento abre un solo
      *> caso por cliente mientras siga sin aceptarse, con la fecha
      *> del primer rechazo.
           MOVE JCL-SUCURSAL TO WS-SUC-BUSCADA
           PERFORM UBICAR-SUCURSAL
           ADD 1 TO WS-SUC-RECH-JOURNAL(WS-IDX-SUC)
           IF JCL-CODIGO IS NUMERIC
               AND JCL-CODIGO >= 1 AND JCL-CODIGO <= 7
               MOVE JCL-CODIGO TO WS-IDX-COD
               ADD 1 TO WS-SUC-MOTIVO(WS-IDX-SUC, WS-IDX-COD)
           END-IF
           IF CASO-NO-HALLADO
               IF WS-TOTAL-CASOS NOT < 5000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "RECHAZOS DEL MES EXCEDEN 5000 CASOS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-CASOS
               MOVE WS-TOTAL-CASOS TO WS-IDX-CASO
               MOVE JCL-SUCURSAL TO WS-CAS-SUCURSAL(WS-IDX-CASO)
               MOVE JCL-ID TO WS-CAS-ID(WS-IDX-CASO)
               MOVE JCL-FECHA TO WS-CAS-FECHA(WS-IDX-CASO)
               MOVE ZERO TO WS-CAS-DIAS(WS-IDX-CASO)
               SET CAS-ABIERTO(WS-IDX-CASO) TO TRUE
           END-IF.

       ANOTAR-CORRECCION.
      *> El cliente volvio a entrar (rework o reenvio de la
      *> sucursal) y fue aceptado: el caso queda corregido con los
      *> dias transcurridos desde el primer rechazo.
           MOVE WS-CAS-FECHA(WS-IDX-CASO) TO WS-FECHA-RECHAZO
           MOVE JCL-FECHA TO WS-FECHA-ACEPTA
           COMPUTE WS-DIAS-CALC =
               ((WS-ACE-ANIO - WS-RCH-ANIO) * 360)
               + ((WS-ACE-MES - WS-RCH-MES) * 30)
               + WS-ACE-DIA - WS-RCH-DIA
           IF WS-DIAS-CALC < ZERO
               MOVE ZERO TO WS-DIAS-CALC
           END-IF
           MOVE WS-DIAS-CALC TO WS-CAS-DIAS(WS-IDX-CASO)
           SET CAS-CORREGIDO(WS-IDX-CASO) TO TRUE.

       CARGAR-PENDIENTES.
      *> Los casos todavia abiertos que siguen en la cola de
      *> REPROCESA-RECHAZOS quedan como pendientes; el resto no
      *> volvio a entrar ni espera correccion (sin seguimiento).
           OPEN INPUT RECHAZOS-PENDIENTES
           IF WS-PENDIENTES-STATUS NOT = "00"
               DISPLAY "Sin rechazos_pendientes.dat (status "
                   WS-PENDIENTES-STATUS "): cola vacia"
           ELSE
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ RECHAZOS-PENDIENTES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-PEN-LEIDOS
                           PERFORM MARCAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE RECHAZOS-PENDIENTES
           END-IF
           DISPLAY "Pendientes en cola: " WS-TOTAL-PEN-LEIDOS
               " (del mes: " WS-TOTAL-PEN-DEL-MES ")".

       MARCAR-PENDIENTE.
           MOVE PEN-REGISTRO-ORIG TO WS-REG-CLIENTE
           MOVE PEN-ID TO WS-CLAVE-ID
           MOVE CLT-SUCURSAL TO WS-CLAVE-SUC
           PERFORM BUSCAR-CASO-ABIERTO
           IF CASO-HALLADO
               SET CAS-PENDIENTE(WS-IDX-CASO) TO TRUE
               ADD 1 TO WS-TOTAL-PEN-DEL-MES
           END-IF.

       CERRAR-CASOS.
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-TOTAL-CASOS
               MOVE WS-CAS-SUCURSAL(WS-IDX-CASO) TO WS-SUC-BUSCADA
               PERFORM UBICAR-SUCURSAL
               ADD 1 TO WS-SUC-CASOS(WS-IDX-SUC)
               EVALUATE TRUE
                   WHEN CAS-CORREGIDO(WS-IDX-CASO)
                       ADD 1 TO WS-SUC-CORREGIDOS(WS-IDX-SUC)
                       ADD WS-CAS-DIAS(WS-IDX-CASO)
                           TO WS-SUC-DIAS-RESOL(WS-IDX-SUC)
                   WHEN CAS-PENDIENTE(WS-IDX-CASO)
                       ADD 1 TO WS-SUC-PENDIENTES(WS-IDX-SUC)
                   WHEN OTHER
                       ADD 1 TO WS-SUC-SIN-SEGUIR(WS-IDX-SUC)
               END-EVALUATE
           END-PERFORM.

       CALCULAR-TASAS.
      *> Tasa de rechazo de cada mes sobre presentados; la
      *> tendencia compara el mes contra el promedio de los meses
      *> previos que tuvieron volumen.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               MOVE ZERO TO WS-SUMA-TASAS
               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 4
                   IF WS-SUC-ENVIADOS(WS-IDX-SUC, WS-IDX-MES) > ZERO
                       COMPUTE WS-SUC-TASA(WS-IDX-SUC, WS-IDX-MES)
                           ROUNDED =
                           WS-SUC-RECHAZADOS(WS-IDX-SUC, WS-IDX-MES)
                           * 100
                           / WS-SUC-ENVIADOS(WS-IDX-SUC, WS-IDX-MES)
                       IF WS-IDX-MES > 1
                           ADD 1 TO WS-SUC-MESES-PREV(WS-IDX-SUC)
                           ADD WS-SUC-TASA(WS-IDX-SUC, WS-IDX-MES)
                               TO WS-SUMA-TASAS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUC-MESES-PREV(WS-IDX-SUC) = ZERO
                   MOVE "SIN HIST" TO WS-SUC-TENDENCIA(WS-IDX-SUC)
               ELSE
                   COMPUTE WS-SUC-TASA-PREVIA(WS-IDX-SUC) ROUNDED =
                       WS-SUMA-TASAS / WS-SUC-MESES-PREV(WS-IDX-SUC)
                   COMPUTE WS-DIF-TASA =
                       WS-SUC-TASA(WS-IDX-SUC, 1)
                       - WS-SUC-TASA-PREVIA(WS-IDX-SUC)
                   EVALUATE TRUE
                       WHEN WS-DIF-TASA < ZERO - WS-UMBRAL-TENDENCIA
                           MOVE "MEJORA"
                               TO WS-SUC-TENDENCIA(WS-IDX-SUC)
                       WHEN WS-DIF-TASA > WS-UMBRAL-TENDENCIA
                           MOVE "EMPEORA"
                               TO WS-SUC-TENDENCIA(WS-IDX-SUC)
                       WHEN OTHER
                           MOVE "ESTABLE"
                               TO WS-SUC-TENDENCIA(WS-IDX-SUC)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ARMAR-RANKING.
      *> Entran al ranking las sucursales con presentados en el
      *> mes, de menor a mayor tasa de rechazo (a igual tasa, por
      *> codigo). Las tasas iguales comparten puesto.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-ENVIADOS(WS-IDX-SUC, 1) > ZERO
                   ADD 1 TO WS-TOTAL-RANKING
                   MOVE WS-IDX-SUC TO WS-RNK-SUC(WS-TOTAL-RANKING)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-TOTAL-RANKING
               MOVE WS-IDX-RNK TO WS-IDX-MIN
               PERFORM VARYING WS-IDX-AUX FROM WS-IDX-RNK BY 1
                       UNTIL WS-IDX-AUX > WS-TOTAL-RANKING
                   MOVE WS-RNK-SUC(WS-IDX-AUX) TO WS-IDX-SUC
                   MOVE WS-RNK-SUC(WS-IDX-MIN) TO WS-IDX-OTRA
                   IF WS-SUC-TASA(WS-IDX-SUC, 1)
                       < WS-SUC-TASA(WS-IDX-OTRA, 1)
                       OR (WS-SUC-TASA(WS-IDX-SUC, 1)
                           = WS-SUC-TASA(WS-IDX-OTRA, 1)
                           AND WS-SUC-CODIGO(WS-IDX-SUC)
                               < WS-SUC-CODIGO(WS-IDX-OTRA))
                       MOVE WS-IDX-AUX TO WS-IDX-MIN
                   END-IF
               END-PERFORM
               MOVE WS-RNK-SUC(WS-IDX-RNK) TO WS-IDX-SUC
               MOVE WS-RNK-SUC(WS-IDX-MIN) TO WS-RNK-SUC(WS-IDX-RNK)
               MOVE WS-IDX-SUC TO WS-RNK-SUC(WS-IDX-MIN)
           END-PERFORM
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-TOTAL-RANKING
               MOVE WS-RNK-SUC(WS-IDX-RNK) TO WS-IDX-SUC
               IF WS-IDX-RNK = 1
                   MOVE 1 TO WS-SUC-PUESTO(WS-IDX-SUC)
               ELSE
                   MOVE WS-RNK-SUC(WS-IDX-RNK - 1) TO WS-IDX-OTRA
                   IF WS-SUC-TASA(WS-IDX-SUC, 1)
                       = WS-SUC-TASA(WS-IDX-OTRA, 1)
                       MOVE WS-SUC-PUESTO(WS-IDX-OTRA)
                           TO WS-SUC-PUESTO(WS-IDX-SUC)
                   ELSE
                       MOVE WS-IDX-RNK TO WS-SUC-PUESTO(WS-IDX-SUC)
                   END-IF
               END-IF
           END-PERFORM.

       GENERAR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Una pagina por sucursal con movimiento en el mes, en el
      *> orden del ranking; las que solo tienen rechazos en el
      *> journal (sin volumen en la historia) van al final.
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-TOTAL-RANKING
               MOVE WS-RNK-SUC(WS-IDX-RNK) TO WS-IDX-SUC
               PERFORM PAGINA-SUCURSAL
           END-PERFORM
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-ENVIADOS(WS-IDX-SUC, 1) = ZERO
                   AND WS-SUC-CASOS(WS-IDX-SUC) > ZERO
                   PERFORM PAGINA-SUCURSAL
               END-IF
           END-PERFORM
           PERFORM PAGINA-RANKING
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte generado: calidad_sucursales.txt ("
               WS-NUM-PAGINA " paginas)".

       ENCABEZADO-PAGINA.
      *> Cada pagina se separa y lleva su propio encabezado con mes
      *> y numero, para repartirla sola a la sucursal.
           ADD 1 TO WS-NUM-PAGINA
           IF WS-NUM-PAGINA > 1
               MOVE ALL "-" TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "=== CALIDAD DE DATOS POR SUCURSAL ===   MES: "
               WS-MES-ACTUAL
               "   PAGINA: " WS-NUM-PAGINA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       PAGINA-SUCURSAL.
           PERFORM ENCABEZADO-PAGINA
           IF WS-SUC-PUESTO(WS-IDX-SUC) = ZERO
               MOVE "--" TO WS-PUESTO-VISTA
           ELSE
               MOVE WS-SUC-PUESTO(WS-IDX-SUC) TO WS-PUESTO-VISTA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SUCURSAL: " WS-SUC-CODIGO(WS-IDX-SUC)
               "   PUESTO: " WS-PUESTO-VISTA(1:2)
               " DE " WS-TOTAL-RANKING
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA

           MOVE WS-SUC-TASA(WS-IDX-SUC, 1) TO WS-TASA-VISTA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "VOLUMEN DEL MES: PRESENTADOS="
               WS-SUC-ENVIADOS(WS-IDX-SUC, 1)
               " RECHAZADOS=" WS-SUC-RECHAZADOS(WS-IDX-SUC, 1)
               "   TASA DE RECHAZO=" WS-TASA-VISTA "%"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           IF WS-SUC-ENVIADOS(WS-IDX-SUC, 1) = ZERO
               MOVE "*** SIN VOLUMEN EN LA HISTORIA DEL MES ***"
                   TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE "RECHAZOS POR MOTIVO (TASA SOBRE PRESENTADOS):"
               TO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > 7
               MOVE ZERO TO WS-TASA-CALC
               IF WS-SUC-ENVIADOS(WS-IDX-SUC, 1) > ZERO
                   COMPUTE WS-TASA-CALC ROUNDED =
                       WS-SUC-MOTIVO(WS-IDX-SUC, WS-IDX-COD) * 100
                       / WS-SUC-ENVIADOS(WS-IDX-SUC, 1)
               END-IF
               MOVE WS-TASA-CALC TO WS-TASA-VISTA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "  " WS-IDX-COD " " WS-MOTIVO-NOMBRE(WS-IDX-COD)
                   " RECHAZOS="
                   WS-SUC-MOTIVO(WS-IDX-SUC, WS-IDX-COD)
                   "  TASA=" WS-TASA-VISTA "%"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESOLUCION DE LOS RECHAZOS DEL MES: CLIENTES="
               WS-SUC-CASOS(WS-IDX-SUC)
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE WS-SUC-CORREGIDOS(WS-IDX-SUC) TO WS-CANT-CALC
           PERFORM CALCULAR-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  CORREGIDOS EN REWORK="
               WS-SUC-CORREGIDOS(WS-IDX-SUC)
               "  (" WS-PORC-VISTA "%)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE WS-SUC-PENDIENTES(WS-IDX-SUC) TO WS-CANT-CALC
           PERFORM CALCULAR-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  PENDIENTES EN COLA=  "
               WS-SUC-PENDIENTES(WS-IDX-SUC)
               "  (" WS-PORC-VISTA "%)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE WS-SUC-SIN-SEGUIR(WS-IDX-SUC) TO WS-CANT-CALC
           PERFORM CALCULAR-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  SIN SEGUIMIENTO=     "
               WS-SUC-SIN-SEGUIR(WS-IDX-SUC)
               "  (" WS-PORC-VISTA "%)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE ZERO TO WS-DIAS-PROMEDIO
           IF WS-SUC-CORREGIDOS(WS-IDX-SUC) > ZERO
               COMPUTE WS-DIAS-PROMEDIO ROUNDED =
                   WS-SUC-DIAS-RESOL(WS-IDX-SUC)
                   / WS-SUC-CORREGIDOS(WS-IDX-SUC)
           END-IF
           MOVE WS-DIAS-PROMEDIO TO WS-DIAS-VISTA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  DIAS PROMEDIO DE RESOLUCION=" WS-DIAS-VISTA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA

           MOVE WS-SUC-TASA(WS-IDX-SUC, 2) TO WS-TASA-VISTA
           MOVE WS-SUC-TASA(WS-IDX-SUC, 3) TO WS-TASA-VISTA-2
           MOVE WS-SUC-TASA(WS-IDX-SUC, 4) TO WS-TASA-VISTA-3
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TENDENCIA (TASA DE RECHAZO): "
               WS-MES-TABLA(2) "=" WS-TASA-VISTA "%  "
               WS-MES-TABLA(3) "=" WS-TASA-VISTA-2 "%  "
               WS-MES-TABLA(4) "=" WS-TASA-VISTA-3 "%"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE WS-SUC-TASA-PREVIA(WS-IDX-SUC) TO WS-TASA-VISTA
           MOVE WS-SUC-TASA(WS-IDX-SUC, 1) TO WS-TASA-VISTA-2
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  PROMEDIO PREVIO=" WS-TASA-VISTA "%"
               "  MES=" WS-TASA-VISTA-2 "%"
               "  -> " WS-SUC-TENDENCIA(WS-IDX-SUC)
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA.

       CALCULAR-PORCENTAJE.
      *> Porcentaje de WS-CANT-CALC sobre los clientes rechazados
      *> de la sucursal.
           MOVE ZERO TO WS-PORC-CALC
           IF WS-SUC-CASOS(WS-IDX-SUC) > ZERO
               COMPUTE WS-PORC-CALC ROUNDED =
                   WS-CANT-CALC * 100 / WS-SUC-CASOS(WS-IDX-SUC)
           END-IF
           MOVE WS-PORC-CALC TO WS-PORC-VISTA.

       PAGINA-RANKING.
      *> Pagina de casa central: todas las sucursales en orden de
      *> puesto, con el total de la compania.
           PERFORM ENCABEZADO-PAGINA
           MOVE "RANKING DE SUCURSALES (MENOR TASA DE RECHAZO PRIMERO)"
               TO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PUESTO SUC  PRESENTADOS RECHAZADOS   TASA  PREVIA"
               " TENDENCIA CORREG%  PEND% DIAS-PROM"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                   UNTIL WS-IDX-RNK > WS-TOTAL-RANKING
               MOVE WS-RNK-SUC(WS-IDX-RNK) TO WS-IDX-SUC
               PERFORM LINEA-RANKING
           END-PERFORM

           MOVE ZERO TO WS-TASA-CALC
           IF WS-TOT-ENVIADOS > ZERO
               COMPUTE WS-TASA-CALC ROUNDED =
                   WS-TOT-RECHAZADOS * 100 / WS-TOT-ENVIADOS
           END-IF
           MOVE WS-TASA-CALC TO WS-TASA-VISTA
           MOVE ZERO TO WS-DIAS-PROMEDIO
           IF WS-TOT-CORREGIDOS > ZERO
               COMPUTE WS-DIAS-PROMEDIO ROUNDED =
                   WS-TOT-DIAS-RESOL / WS-TOT-CORREGIDOS
           END-IF
           MOVE WS-DIAS-PROMEDIO TO WS-DIAS-VISTA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL COMPANIA: PRESENTADOS=" WS-TOT-ENVIADOS
               " RECHAZADOS=" WS-TOT-RECHAZADOS
               " TASA=" WS-TASA-VISTA "%"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  CLIENTES RECHAZADOS=" WS-TOT-CASOS
               " CORREGIDOS=" WS-TOT-CORREGIDOS
               " PENDIENTES=" WS-TOT-PENDIENTES
               " DIAS PROMEDIO=" WS-DIAS-VISTA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA
           IF WS-TOTAL-SIN-SUCURSAL > ZERO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "LINEAS DE JOURNAL SIN SUCURSAL (NO INCLUIDAS)="
                   WS-TOTAL-SIN-SUCURSAL
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LINEA-RANKING.
           ADD WS-SUC-ENVIADOS(WS-IDX-SUC, 1) TO WS-TOT-ENVIADOS
           ADD WS-SUC-RECHAZADOS(WS-IDX-SUC, 1) TO WS-TOT-RECHAZADOS
           ADD WS-SUC-CASOS(WS-IDX-SUC) TO WS-TOT-CASOS
           ADD WS-SUC-CORREGIDOS(WS-IDX-SUC) TO WS-TOT-CORREGIDOS
           ADD WS-SUC-PENDIENTES(WS-IDX-SUC) TO WS-TOT-PENDIENTES
           ADD WS-SUC-DIAS-RESOL(WS-IDX-SUC) TO WS-TOT-DIAS-RESOL
           MOVE WS-SUC-TASA(WS-IDX-SUC, 1) TO WS-TASA-VISTA
           MOVE WS-SUC-TASA-PREVIA(WS-IDX-SUC) TO WS-TASA-VISTA-2
           MOVE WS-SUC-CORREGIDOS(WS-IDX-SUC) TO WS-CANT-CALC
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-PORC-VISTA TO WS-PORC-VISTA-2
           MOVE WS-SUC-PENDIENTES(WS-IDX-SUC) TO WS-CANT-CALC
           PERFORM CALCULAR-PORCENTAJE
           MOVE ZERO TO WS-DIAS-PROMEDIO
           IF WS-SUC-CORREGIDOS(WS-IDX-SUC) > ZERO
               COMPUTE WS-DIAS-PROMEDIO ROUNDED =
                   WS-SUC-DIAS-RESOL(WS-IDX-SUC)
                   / WS-SUC-CORREGIDOS(WS-IDX-SUC)
           END-IF
           MOVE WS-DIAS-PROMEDIO TO WS-DIAS-VISTA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "  " WS-SUC-PUESTO(WS-IDX-SUC) "   "
               WS-SUC-CODIGO(WS-IDX-SUC) "  "
               WS-SUC-ENVIADOS(WS-IDX-SUC, 1) "  "
               WS-SUC-RECHAZADOS(WS-IDX-SUC, 1) " "
               WS-TASA-VISTA "  " WS-TASA-VISTA-2 " "
               WS-SUC-TENDENCIA(WS-IDX-SUC) "  "
               WS-PORC-VISTA-2 "  " WS-PORC-VISTA "   "
               WS-DIAS-VISTA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM ESCRIBIR-LINEA.

           COPY CPY-ABEND.
