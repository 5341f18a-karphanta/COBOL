      ******************************************************************
      * PROGRAMA: PROYECTA-CAPACIDAD
      * TIPO:     Batch COBOL (reporte trimestral)
      * OBJETIVO: Proyectar cuando la suite va a dejar de entrar en
      *           la ventana batch. Con la historia operativa
      *           (historia_operativa.txt) calcula el costo en
      *           centesimas por registro de PROCESA-EDADES y de
      *           PROCESA-CLIENTES y el crecimiento mensual del
      *           volumen diario; con la historia por sucursal
      *           (historia_sucursales.txt) muestra de donde viene
      *           ese crecimiento. Proyecta 36 meses al crecimiento
      *           actual contra la ventana de sla_parametros.txt
      *           (la misma que controla VIGILA-SLA) e informa el mes
      *           en que la noche promedio y la noche pico la
      *           exceden. Los escenarios "que pasa si"
      *           (escenarios_capacidad.txt, o una sucursal nueva con
      *           N clientes diarios por parametro) se proyectan
      *           igual y se comparan con la base. Deja el reporte en
      *           reporte_capacidad.txt para planeamiento de sistemas;
      *           lo dispara SUITE-NOCTURNA el cierre de cada
      *           trimestre. Si al crecimiento actual la ventana se
      *           excede dentro de los proximos 12 meses queda alerta
      *           en alertas_operacion.txt y termina con codigo 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTA-CAPACIDAD.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-HISTORIA
               ASSIGN TO 'historia_operativa.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT HISTORIA-SUCURSALES
               ASSIGN TO 'historia_sucursales.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-SUC-STATUS.
           SELECT ARCHIVO-SLA ASSIGN TO 'sla_parametros.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT ARCHIVO-ESCENARIOS
               ASSIGN TO 'escenarios_capacidad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCENARIOS-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_capacidad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIA.
       01  REG-HISTORIA.
           COPY CPY-HISTORIA.

       FD  HISTORIA-SUCURSALES.
       01  REG-HISTORIA-SUC.
           05 HSU-FECHA          PIC 9(8).
           05 HSU-SUCURSAL       PIC X(4).
           05 HSU-ENVIADOS       PIC 9(7).
           05 HSU-ACEPTADOS      PIC 9(7).
           05 HSU-RECHAZADOS     PIC 9(7).

       FD  ARCHIVO-SLA.
      *> Mismo archivo que lee VIGILA-SLA; aqui solo interesa la
      *> ventana total (TOTAL-MAX, en centesimas de segundo).
       01  REG-SLA.
           05 FILLER             PIC X(11).
           05 SLA-EDADES-MAX     PIC 9(08).
           05 FILLER             PIC X(14).
           05 SLA-CLIENTES-MAX   PIC 9(08).
           05 FILLER             PIC X(11).
           05 SLA-TOTAL-MAX      PIC 9(08).

       FD  ARCHIVO-ESCENARIOS.
      *> Escenarios "que pasa si", editables por planeamiento, uno por
      *> linea: nombre, sucursal, clientes diarios que agrega y mes
      *> (AAAAMM) desde el que los agrega; mes en ceros = desde el
      *> mes siguiente al ultimo de la historia.
      *> "SUCURSAL NUEVA SUR   0031 0001500 202703"
       01  REG-ESCENARIO.
           05 ESC-NOMBRE         PIC X(20).
           05 FILLER             PIC X(01).
           05 ESC-SUCURSAL       PIC X(04).
           05 FILLER             PIC X(01).
           05 ESC-CLIENTES-DIA   PIC 9(07).
           05 FILLER             PIC X(01).
           05 ESC-MES-INICIO     PIC 9(06).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-HISTORIA-SUC-STATUS PIC XX VALUE SPACES.
       77  WS-SLA-STATUS         PIC XX VALUE SPACES.
       77  WS-ESCENARIOS-STATUS  PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(132).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

       77  WS-FECHA-HOY          PIC 9(8) VALUE ZERO.

      *> Ventana batch por defecto (una hora, en centesimas), la
      *> misma de VIGILA-SLA cuando no hay sla_parametros.txt.
       77  WS-VENTANA-CS         PIC 9(8) VALUE 360000.

      *> Parametro opcional: clientes diarios de una sucursal nueva
      *> y, separado por blanco, el mes AAAAMM en que empieza.
       01  WS-PARAMETRO          PIC X(20) VALUE SPACES.
       77  WS-PAR-CLIENTES-X     PIC X(10) VALUE SPACES.
       77  WS-PAR-MES-X          PIC X(10) VALUE SPACES.
       77  WS-PAR-LARGO          PIC 9(2) VALUE ZERO.
       77  WS-PAR-CLIENTES       PIC 9(7) VALUE ZERO.
       77  WS-PAR-MES            PIC 9(6) VALUE ZERO.

      *> Ultima linea de cada fecha de la historia operativa, en
      *> orden de llegada; con la tabla llena se descarta el dia mas
      *> viejo (alcanza para algo mas de un anio de corridas).
       77  WS-TOTAL-DIAS         PIC 9(3) VALUE ZERO.
       77  WS-IDX-DIA            PIC 9(3) VALUE ZERO.
       77  WS-IDX-DESDE          PIC 9(3) VALUE ZERO.
       01  WS-TABLA-DIAS.
           05 WS-DIA-ENT OCCURS 400 TIMES.
               10 WS-DIA-FECHA       PIC 9(8).
               10 WS-DIA-EDA-LEIDOS  PIC 9(5).
               10 WS-DIA-EDA-DUR     PIC 9(8).
               10 WS-DIA-CLI-PROC    PIC 9(5).
               10 WS-DIA-CLI-DUR     PIC 9(8).

      *> Costo por registro y factor de pico sobre los ultimos 90
      *> dias de la historia (el rendimiento actual del equipo).
       77  WS-DIAS-RECIENTES     PIC 9(3) VALUE 90.
       77  WS-REC-DIAS           PIC 9(3) VALUE ZERO.
       77  WS-REC-EDA-LEIDOS     PIC 9(9) VALUE ZERO.
       77  WS-REC-EDA-DUR        PIC 9(11) VALUE ZERO.
       77  WS-REC-CLI-PROC       PIC 9(9) VALUE ZERO.
       77  WS-REC-CLI-DUR        PIC 9(11) VALUE ZERO.
       77  WS-REC-DUR-DIA        PIC 9(9) VALUE ZERO.
       77  WS-REC-DUR-MAX        PIC 9(9) VALUE ZERO.
       77  WS-REC-DUR-TOTAL      PIC 9(12) VALUE ZERO.
       77  WS-REC-DUR-PROM       PIC 9(9) VALUE ZERO.
       77  WS-COSTO-EDA          PIC 9(5)V9(4) VALUE ZERO.
       77  WS-COSTO-CLI          PIC 9(5)V9(4) VALUE ZERO.
       77  WS-FACTOR-PICO        PIC 9(2)V99 VALUE 1.

      *> Volumen diario promedio por mes calendario.
       77  WS-TOTAL-MESES        PIC 9(2) VALUE ZERO.
       77  WS-IDX-MES            PIC 9(2) VALUE ZERO.
       77  WS-MES-DE-DIA         PIC 9(6) VALUE ZERO.
       01  WS-TABLA-MESES.
           05 WS-MES-ENT OCCURS 24 TIMES.
               10 WS-MES-CLAVE       PIC 9(6).
               10 WS-MES-DIAS        PIC 9(3).
               10 WS-MES-EDA         PIC 9(9).
               10 WS-MES-CLI         PIC 9(9).
               10 WS-MES-DUR         PIC 9(11).

      *> Crecimiento lineal del volumen diario entre el primer y el
      *> ultimo mes de la historia, en registros por dia por mes.
       77  WS-CRECIMIENTO-SW     PIC X VALUE 'N'.
           88 CRECIMIENTO-CALCULADO VALUE 'S'.
           88 SIN-CRECIMIENTO       VALUE 'N'.
       77  WS-PROM-EDA-INI       PIC 9(7)V99 VALUE ZERO.
       77  WS-PROM-CLI-INI       PIC 9(7)V99 VALUE ZERO.
       77  WS-PROM-EDA-FIN       PIC 9(7)V99 VALUE ZERO.
       77  WS-PROM-CLI-FIN       PIC 9(7)V99 VALUE ZERO.
       77  WS-PROM-DUR-MES       PIC 9(9) VALUE ZERO.
       77  WS-MESES-ENTRE        PIC 9(3) VALUE ZERO.
       77  WS-CREC-EDA           PIC S9(7)V99 VALUE ZERO.
       77  WS-CREC-CLI           PIC S9(7)V99 VALUE ZERO.
       77  WS-CREC-EDA-PCT       PIC S9(3)V99 VALUE ZERO.
       77  WS-CREC-CLI-PCT       PIC S9(3)V99 VALUE ZERO.

      *> Meses como contador absoluto (anio * 12 + mes - 1) para
      *> sumar meses sin pelear con el cambio de anio.
       77  WS-MES-ABS-BASE       PIC 9(6) VALUE ZERO.
       77  WS-MES-ABS            PIC 9(6) VALUE ZERO.
       77  WS-AUX-ANIO           PIC 9(4) VALUE ZERO.
       77  WS-AUX-MES            PIC 9(2) VALUE ZERO.
       77  WS-AUX-CLAVE          PIC 9(6) VALUE ZERO.
       77  WS-AUX-ABS            PIC 9(6) VALUE ZERO.

      *> Volumen por sucursal: promedio diario del primer y del
      *> ultimo mes en que presento. Las corridas repetidas de una
      *> fecha quedan pendientes hasta que aparece otra fecha de la
      *> misma sucursal; vale la ultima.
       77  WS-TOTAL-SUCURSALES   PIC 9(2) VALUE ZERO.
       77  WS-IDX-SUC            PIC 9(2) VALUE ZERO.
       77  WS-IDX-SUC-LINEA      PIC 9(2) VALUE ZERO.
       77  WS-SUC-HALLADA        PIC X VALUE 'N'.
           88 SUC-HALLADA          VALUE 'S'.
           88 SUC-NO-HALLADA       VALUE 'N'.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-ENT OCCURS 50 TIMES.
               10 WS-SUC-CODIGO      PIC X(4).
               10 WS-SUC-PEND-FECHA  PIC 9(8).
               10 WS-SUC-PEND-ENV    PIC 9(7).
               10 WS-SUC-MES-INI     PIC 9(6).
               10 WS-SUC-INI-SUMA    PIC 9(9).
               10 WS-SUC-INI-DIAS    PIC 9(3).
               10 WS-SUC-MES-FIN     PIC 9(6).
               10 WS-SUC-FIN-SUMA    PIC 9(9).
               10 WS-SUC-FIN-DIAS    PIC 9(3).
       77  WS-SUC-MES-ULTIMO     PIC 9(6) VALUE ZERO.
       77  WS-SUC-PROM-INI       PIC 9(7)V99 VALUE ZERO.
       77  WS-SUC-PROM-FIN       PIC 9(7)V99 VALUE ZERO.
       77  WS-SUC-CREC           PIC S9(7)V99 VALUE ZERO.
       77  WS-SUC-TOTAL-FIN      PIC 9(9)V99 VALUE ZERO.
       77  WS-SUC-PART           PIC 9(3)V9 VALUE ZERO.
       77  WS-SUC-MESES          PIC 9(3) VALUE ZERO.

      *> Escenarios: el 1 es la base (crecimiento actual, sin
      *> agregados); despues los del archivo y el del parametro.
       77  WS-TOTAL-ESCENARIOS   PIC 9(2) VALUE ZERO.
       77  WS-IDX-ESC            PIC 9(2) VALUE ZERO.
       77  WS-ESC-INVALIDOS      PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ESCENARIOS.
           05 WS-ESC-ENT OCCURS 12 TIMES.
               10 WS-ESC-NOMBRE      PIC X(20).
               10 WS-ESC-SUCURSAL    PIC X(4).
               10 WS-ESC-CLIENTES    PIC 9(7).
               10 WS-ESC-MES-INICIO  PIC 9(6).
               10 WS-ESC-ABS-INICIO  PIC 9(6).
               10 WS-ESC-CRUCE-PICO  PIC 9(6).
               10 WS-ESC-CRUCE-PROM  PIC 9(6).
               10 WS-ESC-MESES-PICO  PIC 9(2).
               10 WS-ESC-PCT-12      PIC 9(5)V9.
               10 WS-ESC-PCT-24      PIC 9(5)V9.
               10 WS-ESC-PCT-36      PIC 9(5)V9.

      *> Proyeccion de un mes: volumen diario, duracion de la noche
      *> promedio y de la noche pico (promedio por factor de pico).
       77  WS-HORIZONTE          PIC 9(2) VALUE 36.
       77  WS-MES-PRY            PIC 9(2) VALUE ZERO.
       77  WS-PRY-AUX            PIC S9(9)V99 VALUE ZERO.
       77  WS-PRY-EDA            PIC 9(9)V99 VALUE ZERO.
       77  WS-PRY-CLI            PIC 9(9)V99 VALUE ZERO.
       77  WS-PRY-DUR-PROM       PIC 9(11)V99 VALUE ZERO.
       77  WS-PRY-DUR-PICO       PIC 9(11)V99 VALUE ZERO.
       77  WS-PRY-PCT            PIC 9(5)V9 VALUE ZERO.

      *> Plazos de aviso, en meses, para la alerta y el codigo 4.
       77  WS-AVISO-ALTO         PIC 9(2) VALUE 6.
       77  WS-AVISO-MEDIO        PIC 9(2) VALUE 12.

       77  WS-MINUTOS            PIC 9(7)V9 VALUE ZERO.
       77  WS-VISTA-CANT         PIC Z(8)9.
       77  WS-VISTA-CANT-2       PIC Z(8)9.
       77  WS-VISTA-DEC          PIC Z(6)9.99.
       77  WS-VISTA-DEC-2        PIC Z(6)9.99.
       77  WS-VISTA-SIGNO        PIC -(7)9.99.
       77  WS-VISTA-SIGNO-PCT    PIC -(3)9.99.
       77  WS-VISTA-COSTO        PIC Z(4)9.9999.
       77  WS-VISTA-FACTOR       PIC Z9.99.
       77  WS-VISTA-MIN          PIC Z(6)9.9.
       77  WS-VISTA-MIN-2        PIC Z(6)9.9.
       77  WS-VISTA-PCT          PIC Z(4)9.9.
       77  WS-VISTA-PCT-2        PIC Z(4)9.9.
       77  WS-VISTA-PCT-3        PIC Z(4)9.9.
       77  WS-VISTA-CRUCE-PICO   PIC X(9).
       77  WS-VISTA-CRUCE-PROM   PIC X(9).

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PROYECCION DE CAPACIDAD DEL BATCH ==="
           MOVE "PROYECTA-CAPACIDAD" TO WS-ALR-PROGRAMA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           PERFORM CARGAR-SLA
           PERFORM CARGAR-HISTORIA
           PERFORM CALCULAR-COSTOS
           PERFORM ARMAR-MESES
           PERFORM CALCULAR-CRECIMIENTO
           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-ESCENARIOS
           PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                   UNTIL WS-IDX-ESC > WS-TOTAL-ESCENARIOS
               PERFORM PROYECTAR-ESCENARIO
           END-PERFORM
           PERFORM GENERAR-REPORTE
           PERFORM ALERTAR-CAPACIDAD

           MOVE 1 TO WS-IDX-ESC
           IF WS-ESC-CRUCE-PICO(1) NOT = ZERO
               DISPLAY "Ventana excedida (pico) en: "
                   WS-ESC-CRUCE-PICO(1)
               IF WS-ESC-MESES-PICO(1) NOT > WS-AVISO-MEDIO
                   MOVE RC-ADVERTENCIA TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Ventana suficiente en el horizonte de "
                   WS-HORIZONTE " meses"
           END-IF
           DISPLAY "Escenarios proyectados: " WS-TOTAL-ESCENARIOS
           STOP RUN.

       CARGAR-SLA.
      *> Archivo opcional: sin el rige la ventana por defecto.
           OPEN INPUT ARCHIVO-SLA
           IF WS-SLA-STATUS = "00"
               READ ARCHIVO-SLA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SLA-TOTAL-MAX IS NUMERIC
                           AND SLA-TOTAL-MAX > ZERO
                           MOVE SLA-TOTAL-MAX TO WS-VENTANA-CS
                       END-IF
               END-READ
               CLOSE ARCHIVO-SLA
           END-IF
           DISPLAY "Ventana batch (centesimas): " WS-VENTANA-CS.

       CARGAR-HISTORIA.
           OPEN INPUT ARCHIVO-HISTORIA
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-HISTORIA, STATUS="
                   WS-HISTORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORIA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-DIA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HISTORIA
           IF WS-TOTAL-DIAS = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "HISTORIA OPERATIVA SIN DIAS PARA PROYECTAR"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Dias en la historia: " WS-TOTAL-DIAS.

       GUARDAR-DIA.
      *> Varias corridas de la misma fecha: la ultima linea pisa a
      *> la anterior, como en TENDENCIA-OPERATIVA.
           IF WS-TOTAL-DIAS > ZERO
               AND WS-DIA-FECHA(WS-TOTAL-DIAS) = HIS-FECHA
               CONTINUE
           ELSE
               IF WS-TOTAL-DIAS < 400
                   ADD 1 TO WS-TOTAL-DIAS
               ELSE
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 399
                       MOVE WS-DIA-ENT(WS-IDX-DIA + 1)
                           TO WS-DIA-ENT(WS-IDX-DIA)
                   END-PERFORM
               END-IF
           END-IF
           MOVE HIS-FECHA TO WS-DIA-FECHA(WS-TOTAL-DIAS)
           MOVE HIS-EDA-LEIDOS TO WS-DIA-EDA-LEIDOS(WS-TOTAL-DIAS)
           MOVE HIS-EDA-DURACION TO WS-DIA-EDA-DUR(WS-TOTAL-DIAS)
           MOVE HIS-CLI-PROCESADOS TO WS-DIA-CLI-PROC(WS-TOTAL-DIAS)
           MOVE HIS-CLI-DURACION TO WS-DIA-CLI-DUR(WS-TOTAL-DIAS).

       CALCULAR-COSTOS.
      *> Centesimas por registro de cada paso sobre los dias
      *> recientes, y factor de pico: la noche mas larga contra la
      *> noche promedio del mismo periodo (nunca menor que 1).
           IF WS-TOTAL-DIAS > WS-DIAS-RECIENTES
               COMPUTE WS-IDX-DESDE =
                   WS-TOTAL-DIAS - WS-DIAS-RECIENTES + 1
           ELSE
               MOVE 1 TO WS-IDX-DESDE
           END-IF
           PERFORM VARYING WS-IDX-DIA FROM WS-IDX-DESDE BY 1
                   UNTIL WS-IDX-DIA > WS-TOTAL-DIAS
               ADD 1 TO WS-REC-DIAS
               ADD WS-DIA-EDA-LEIDOS(WS-IDX-DIA) TO WS-REC-EDA-LEIDOS
               ADD WS-DIA-EDA-DUR(WS-IDX-DIA) TO WS-REC-EDA-DUR
               ADD WS-DIA-CLI-PROC(WS-IDX-DIA) TO WS-REC-CLI-PROC
               ADD WS-DIA-CLI-DUR(WS-IDX-DIA) TO WS-REC-CLI-DUR
               COMPUTE WS-REC-DUR-DIA =
                   WS-DIA-EDA-DUR(WS-IDX-DIA)
                   + WS-DIA-CLI-DUR(WS-IDX-DIA)
               ADD WS-REC-DUR-DIA TO WS-REC-DUR-TOTAL
               IF WS-REC-DUR-DIA > WS-REC-DUR-MAX
                   MOVE WS-REC-DUR-DIA TO WS-REC-DUR-MAX
               END-IF
           END-PERFORM
           IF WS-REC-EDA-LEIDOS > ZERO
               COMPUTE WS-COSTO-EDA ROUNDED =
                   WS-REC-EDA-DUR / WS-REC-EDA-LEIDOS
           END-IF
           IF WS-REC-CLI-PROC > ZERO
               COMPUTE WS-COSTO-CLI ROUNDED =
                   WS-REC-CLI-DUR / WS-REC-CLI-PROC
           END-IF
           DIVIDE WS-REC-DUR-TOTAL BY WS-REC-DIAS
               GIVING WS-REC-DUR-PROM
           IF WS-REC-DUR-PROM > ZERO
               COMPUTE WS-FACTOR-PICO ROUNDED =
                   WS-REC-DUR-MAX / WS-REC-DUR-PROM
           END-IF
           IF WS-FACTOR-PICO < 1
               MOVE 1 TO WS-FACTOR-PICO
           END-IF.

       ARMAR-MESES.
      *> La historia viene en orden cronologico: cada mes nuevo abre
      *> una entrada (400 dias no llegan a cubrir 24 meses).
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-TOTAL-DIAS
               COMPUTE WS-MES-DE-DIA = WS-DIA-FECHA(WS-IDX-DIA) / 100
               IF WS-TOTAL-MESES = ZERO
                   OR WS-MES-CLAVE(WS-TOTAL-MESES) NOT = WS-MES-DE-DIA
                   ADD 1 TO WS-TOTAL-MESES
                   MOVE WS-MES-DE-DIA TO WS-MES-CLAVE(WS-TOTAL-MESES)
                   MOVE ZERO TO WS-MES-DIAS(WS-TOTAL-MESES)
                   MOVE ZERO TO WS-MES-EDA(WS-TOTAL-MESES)
                   MOVE ZERO TO WS-MES-CLI(WS-TOTAL-MESES)
                   MOVE ZERO TO WS-MES-DUR(WS-TOTAL-MESES)
               END-IF
               ADD 1 TO WS-MES-DIAS(WS-TOTAL-MESES)
               ADD WS-DIA-EDA-LEIDOS(WS-IDX-DIA)
                   TO WS-MES-EDA(WS-TOTAL-MESES)
               ADD WS-DIA-CLI-PROC(WS-IDX-DIA)
                   TO WS-MES-CLI(WS-TOTAL-MESES)
               ADD WS-DIA-EDA-DUR(WS-IDX-DIA)
                   TO WS-MES-DUR(WS-TOTAL-MESES)
               ADD WS-DIA-CLI-DUR(WS-IDX-DIA)
                   TO WS-MES-DUR(WS-TOTAL-MESES)
           END-PERFORM.

       CALCULAR-CRECIMIENTO.
      *> La base de la proyeccion es el promedio diario del ultimo
      *> mes; el crecimiento, la diferencia entre el primer y el
      *> ultimo mes repartida en los meses que los separan.
           COMPUTE WS-PROM-EDA-FIN ROUNDED =
               WS-MES-EDA(WS-TOTAL-MESES) / WS-MES-DIAS(WS-TOTAL-MESES)
           COMPUTE WS-PROM-CLI-FIN ROUNDED =
               WS-MES-CLI(WS-TOTAL-MESES) / WS-MES-DIAS(WS-TOTAL-MESES)
           MOVE WS-MES-CLAVE(WS-TOTAL-MESES) TO WS-AUX-CLAVE
           PERFORM CLAVE-A-MES-ABS
           MOVE WS-AUX-ABS TO WS-MES-ABS-BASE
           IF WS-TOTAL-MESES < 2
               SET SIN-CRECIMIENTO TO TRUE
           ELSE
               SET CRECIMIENTO-CALCULADO TO TRUE
               COMPUTE WS-PROM-EDA-INI ROUNDED =
                   WS-MES-EDA(1) / WS-MES-DIAS(1)
               COMPUTE WS-PROM-CLI-INI ROUNDED =
                   WS-MES-CLI(1) / WS-MES-DIAS(1)
               MOVE WS-MES-CLAVE(1) TO WS-AUX-CLAVE
               PERFORM CLAVE-A-MES-ABS
               COMPUTE WS-MESES-ENTRE = WS-MES-ABS-BASE - WS-AUX-ABS
               COMPUTE WS-CREC-EDA ROUNDED =
                   (WS-PROM-EDA-FIN - WS-PROM-EDA-INI) / WS-MESES-ENTRE
               COMPUTE WS-CREC-CLI ROUNDED =
                   (WS-PROM-CLI-FIN - WS-PROM-CLI-INI) / WS-MESES-ENTRE
               IF WS-PROM-EDA-INI > ZERO
                   COMPUTE WS-CREC-EDA-PCT ROUNDED =
                       WS-CREC-EDA * 100 / WS-PROM-EDA-INI
               END-IF
               IF WS-PROM-CLI-INI > ZERO
                   COMPUTE WS-CREC-CLI-PCT ROUNDED =
                       WS-CREC-CLI * 100 / WS-PROM-CLI-INI
               END-IF
           END-IF.

       CLAVE-A-MES-ABS.
           DIVIDE WS-AUX-CLAVE BY 100 GIVING WS-AUX-ANIO
           COMPUTE WS-AUX-MES = WS-AUX-CLAVE - WS-AUX-ANIO * 100
           COMPUTE WS-AUX-ABS = WS-AUX-ANIO * 12 + WS-AUX-MES - 1.

       MES-ABS-A-CLAVE.
           DIVIDE WS-AUX-ABS BY 12 GIVING WS-AUX-ANIO
           COMPUTE WS-AUX-MES = WS-AUX-ABS - WS-AUX-ANIO * 12 + 1
           COMPUTE WS-AUX-CLAVE = WS-AUX-ANIO * 100 + WS-AUX-MES.

       CARGAR-SUCURSALES.
      *> Archivo opcional: sin el el reporte omite la seccion.
           SET MAS-DATOS TO TRUE
           OPEN INPUT HISTORIA-SUCURSALES
           IF WS-HISTORIA-SUC-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ HISTORIA-SUCURSALES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-LINEA-SUC
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-SUCURSALES
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
                   PERFORM VOLCAR-PENDIENTE-SUC
               END-PERFORM
           END-IF
           DISPLAY "Sucursales en la historia: " WS-TOTAL-SUCURSALES.

       GUARDAR-LINEA-SUC.
           SET SUC-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-CODIGO(WS-IDX-SUC) = HSU-SUCURSAL
                   SET SUC-HALLADA TO TRUE
                   MOVE WS-IDX-SUC TO WS-IDX-SUC-LINEA
                   MOVE WS-TOTAL-SUCURSALES TO WS-IDX-SUC
               END-IF
           END-PERFORM
           MOVE WS-IDX-SUC-LINEA TO WS-IDX-SUC
           IF SUC-NO-HALLADA
               IF WS-TOTAL-SUCURSALES NOT < 50
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "HISTORIA CON MAS DE 50 SUCURSALES"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-SUCURSALES
               MOVE WS-TOTAL-SUCURSALES TO WS-IDX-SUC
               INITIALIZE WS-SUC-ENT(WS-IDX-SUC)
               MOVE HSU-SUCURSAL TO WS-SUC-CODIGO(WS-IDX-SUC)
           END-IF
           IF WS-SUC-PEND-FECHA(WS-IDX-SUC) NOT = HSU-FECHA
               PERFORM VOLCAR-PENDIENTE-SUC
           END-IF
           MOVE HSU-FECHA TO WS-SUC-PEND-FECHA(WS-IDX-SUC)
           MOVE HSU-ENVIADOS TO WS-SUC-PEND-ENV(WS-IDX-SUC).

       VOLCAR-PENDIENTE-SUC.
      *> Suma el dia pendiente de la sucursal al mes que le toca.
           IF WS-SUC-PEND-FECHA(WS-IDX-SUC) NOT = ZERO
               COMPUTE WS-MES-DE-DIA =
                   WS-SUC-PEND-FECHA(WS-IDX-SUC) / 100
               IF WS-SUC-MES-INI(WS-IDX-SUC) = ZERO
                   MOVE WS-MES-DE-DIA TO WS-SUC-MES-INI(WS-IDX-SUC)
               END-IF
               IF WS-MES-DE-DIA = WS-SUC-MES-INI(WS-IDX-SUC)
                   ADD WS-SUC-PEND-ENV(WS-IDX-SUC)
                       TO WS-SUC-INI-SUMA(WS-IDX-SUC)
                   ADD 1 TO WS-SUC-INI-DIAS(WS-IDX-SUC)
               END-IF
               IF WS-MES-DE-DIA NOT = WS-SUC-MES-FIN(WS-IDX-SUC)
                   MOVE WS-MES-DE-DIA TO WS-SUC-MES-FIN(WS-IDX-SUC)
                   MOVE ZERO TO WS-SUC-FIN-SUMA(WS-IDX-SUC)
                   MOVE ZERO TO WS-SUC-FIN-DIAS(WS-IDX-SUC)
               END-IF
               ADD WS-SUC-PEND-ENV(WS-IDX-SUC)
                   TO WS-SUC-FIN-SUMA(WS-IDX-SUC)
               ADD 1 TO WS-SUC-FIN-DIAS(WS-IDX-SUC)
               IF WS-MES-DE-DIA > WS-SUC-MES-ULTIMO
                   MOVE WS-MES-DE-DIA TO WS-SUC-MES-ULTIMO
               END-IF
               MOVE ZERO TO WS-SUC-PEND-FECHA(WS-IDX-SUC)
           END-IF.

       CARGAR-ESCENARIOS.
      *> El escenario 1 es siempre la base.
           MOVE 1 TO WS-TOTAL-ESCENARIOS
           INITIALIZE WS-ESC-ENT(1)
           MOVE "BASE (SIN CAMBIOS)" TO WS-ESC-NOMBRE(1)
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-ESCENARIOS
           IF WS-ESCENARIOS-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ESCENARIOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM VALIDAR-ESCENARIO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ESCENARIOS
           END-IF
           IF WS-PARAMETRO NOT = SPACES
               PERFORM TOMAR-PARAMETRO
           END-IF.

       VALIDAR-ESCENARIO.
           EVALUATE TRUE
               WHEN REG-ESCENARIO = SPACES
                   CONTINUE
               WHEN ESC-CLIENTES-DIA IS NOT NUMERIC
                   OR ESC-CLIENTES-DIA = ZERO
                   OR ESC-MES-INICIO IS NOT NUMERIC
                   ADD 1 TO WS-ESC-INVALIDOS
                   DISPLAY "Escenario invalido descartado: "
                       ESC-NOMBRE
               WHEN ESC-MES-INICIO NOT = ZERO
                   AND (ESC-MES-INICIO(5:2) < "01"
                        OR ESC-MES-INICIO(5:2) > "12")
                   ADD 1 TO WS-ESC-INVALIDOS
                   DISPLAY "Escenario con mes invalido descartado: "
                       ESC-NOMBRE
               WHEN WS-TOTAL-ESCENARIOS NOT < 11
      *> El ultimo lugar queda para el escenario del parametro.
                   ADD 1 TO WS-ESC-INVALIDOS
                   DISPLAY "Escenario fuera de tabla descartado: "
                       ESC-NOMBRE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ESCENARIOS
                   MOVE WS-TOTAL-ESCENARIOS TO WS-IDX-ESC
                   INITIALIZE WS-ESC-ENT(WS-IDX-ESC)
                   MOVE ESC-NOMBRE TO WS-ESC-NOMBRE(WS-IDX-ESC)
                   MOVE ESC-SUCURSAL TO WS-ESC-SUCURSAL(WS-IDX-ESC)
                   MOVE ESC-CLIENTES-DIA TO WS-ESC-CLIENTES(WS-IDX-ESC)
                   MOVE ESC-MES-INICIO TO WS-ESC-MES-INICIO(WS-IDX-ESC)
                   PERFORM FIJAR-INICIO-ESCENARIO
           END-EVALUATE.

       TOMAR-PARAMETRO.
      *> "N" o "N AAAAMM": sucursal nueva con N clientes diarios.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PAR-CLIENTES-X WS-PAR-MES-X
           END-UNSTRING
           MOVE ZERO TO WS-PAR-LARGO
           INSPECT WS-PAR-CLIENTES-X TALLYING WS-PAR-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PAR-LARGO = ZERO OR WS-PAR-LARGO > 7
               OR WS-PAR-CLIENTES-X(1:WS-PAR-LARGO) IS NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF
           MOVE WS-PAR-CLIENTES-X(1:WS-PAR-LARGO) TO WS-PAR-CLIENTES
           IF WS-PAR-CLIENTES = ZERO
               PERFORM PARAMETRO-INVALIDO
           END-IF
           IF WS-PAR-MES-X NOT = SPACES
               IF WS-PAR-MES-X(1:6) IS NOT NUMERIC
                   OR WS-PAR-MES-X(7:4) NOT = SPACES
                   OR WS-PAR-MES-X(5:2) < "01"
                   OR WS-PAR-MES-X(5:2) > "12"
                   PERFORM PARAMETRO-INVALIDO
               END-IF
               MOVE WS-PAR-MES-X(1:6) TO WS-PAR-MES
           END-IF
           ADD 1 TO WS-TOTAL-ESCENARIOS
           MOVE WS-TOTAL-ESCENARIOS TO WS-IDX-ESC
           INITIALIZE WS-ESC-ENT(WS-IDX-ESC)
           MOVE "SUCURSAL (PARAMETRO)" TO WS-ESC-NOMBRE(WS-IDX-ESC)
           MOVE "NUEV" TO WS-ESC-SUCURSAL(WS-IDX-ESC)
           MOVE WS-PAR-CLIENTES TO WS-ESC-CLIENTES(WS-IDX-ESC)
           MOVE WS-PAR-MES TO WS-ESC-MES-INICIO(WS-IDX-ESC)
           PERFORM FIJAR-INICIO-ESCENARIO.

       PARAMETRO-INVALIDO.
           MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
           STRING "PARAMETRO INVALIDO (CLIENTES [AAAAMM]): "
               WS-PARAMETRO DELIMITED BY SIZE
               INTO WS-RC-MENSAJE
           PERFORM RUTINA-ABEND.

       FIJAR-INICIO-ESCENARIO.
      *> Sin mes de inicio (o con uno ya pasado) el agregado corre
      *> desde el mes siguiente al ultimo de la historia.
           COMPUTE WS-ESC-ABS-INICIO(WS-IDX-ESC) = WS-MES-ABS-BASE + 1
           IF WS-ESC-MES-INICIO(WS-IDX-ESC) NOT = ZERO
               MOVE WS-ESC-MES-INICIO(WS-IDX-ESC) TO WS-AUX-CLAVE
               PERFORM CLAVE-A-MES-ABS
               IF WS-AUX-ABS > WS-MES-ABS-BASE
                   MOVE WS-AUX-ABS TO WS-ESC-ABS-INICIO(WS-IDX-ESC)
               END-IF
           END-IF.

       PROYECTAR-ESCENARIO.
      *> Mes 0 es el ultimo de la historia: si ya excede, el cruce
      *> es ese mismo mes.
           MOVE ZERO TO WS-ESC-CRUCE-PICO(WS-IDX-ESC)
           MOVE ZERO TO WS-ESC-CRUCE-PROM(WS-IDX-ESC)
           MOVE ZERO TO WS-ESC-MESES-PICO(WS-IDX-ESC)
           PERFORM VARYING WS-MES-PRY FROM 0 BY 1
                   UNTIL WS-MES-PRY > WS-HORIZONTE
               PERFORM CALCULAR-MES-PROYECTADO
               IF WS-ESC-CRUCE-PICO(WS-IDX-ESC) = ZERO
                   AND WS-PRY-DUR-PICO > WS-VENTANA-CS
                   MOVE WS-AUX-CLAVE TO WS-ESC-CRUCE-PICO(WS-IDX-ESC)
                   MOVE WS-MES-PRY TO WS-ESC-MESES-PICO(WS-IDX-ESC)
               END-IF
               IF WS-ESC-CRUCE-PROM(WS-IDX-ESC) = ZERO
                   AND WS-PRY-DUR-PROM > WS-VENTANA-CS
                   MOVE WS-AUX-CLAVE TO WS-ESC-CRUCE-PROM(WS-IDX-ESC)
               END-IF
               EVALUATE WS-MES-PRY
                   WHEN 12
                       MOVE WS-PRY-PCT TO WS-ESC-PCT-12(WS-IDX-ESC)
                   WHEN 24
                       MOVE WS-PRY-PCT TO WS-ESC-PCT-24(WS-IDX-ESC)
                   WHEN 36
                       MOVE WS-PRY-PCT TO WS-ESC-PCT-36(WS-IDX-ESC)
               END-EVALUATE
           END-PERFORM.

       CALCULAR-MES-PROYECTADO.
      *> Volumen diario del mes WS-MES-PRY para el escenario
      *> WS-IDX-ESC y la duracion de la noche que le corresponde.
      *> Deja en WS-AUX-CLAVE el mes AAAAMM proyectado.
           COMPUTE WS-PRY-AUX =
               WS-PROM-EDA-FIN + WS-CREC-EDA * WS-MES-PRY
           IF WS-PRY-AUX < ZERO
               MOVE ZERO TO WS-PRY-EDA
           ELSE
               MOVE WS-PRY-AUX TO WS-PRY-EDA
           END-IF
           COMPUTE WS-PRY-AUX =
               WS-PROM-CLI-FIN + WS-CREC-CLI * WS-MES-PRY
           IF WS-PRY-AUX < ZERO
               MOVE ZERO TO WS-PRY-CLI
           ELSE
               MOVE WS-PRY-AUX TO WS-PRY-CLI
           END-IF
           COMPUTE WS-MES-ABS = WS-MES-ABS-BASE + WS-MES-PRY
           IF WS-ESC-CLIENTES(WS-IDX-ESC) > ZERO
               AND WS-MES-ABS NOT < WS-ESC-ABS-INICIO(WS-IDX-ESC)
               ADD WS-ESC-CLIENTES(WS-IDX-ESC) TO WS-PRY-CLI
           END-IF
           COMPUTE WS-PRY-DUR-PROM ROUNDED =
               WS-PRY-EDA * WS-COSTO-EDA + WS-PRY-CLI * WS-COSTO-CLI
           COMPUTE WS-PRY-DUR-PICO ROUNDED =
               WS-PRY-DUR-PROM * WS-FACTOR-PICO
           COMPUTE WS-PRY-PCT ROUNDED =
               WS-PRY-DUR-PICO * 100 / WS-VENTANA-CS
           MOVE WS-MES-ABS TO WS-AUX-ABS
           PERFORM MES-ABS-A-CLAVE.

       GENERAR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "=== PROYECCION DE CAPACIDAD DE LA VENTANA BATCH ==="
               TO REG-REPORTE
           WRITE REG-REPORTE
           COMPUTE WS-MINUTOS ROUNDED = WS-VENTANA-CS / 6000
           MOVE WS-MINUTOS TO WS-VISTA-MIN
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FECHA: " WS-FECHA-HOY
               "  VENTANA-CS: " WS-VENTANA-CS
               " (" WS-VISTA-MIN " MIN)"
               "  HISTORIA: " WS-DIA-FECHA(1)
               " A " WS-DIA-FECHA(WS-TOTAL-DIAS)
               " (" WS-TOTAL-DIAS " DIAS)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM REPORTAR-COSTOS
           PERFORM REPORTAR-MESES
           PERFORM REPORTAR-CRECIMIENTO
           PERFORM REPORTAR-SUCURSALES
           PERFORM REPORTAR-TRIMESTRES
           PERFORM REPORTAR-ESCENARIOS
           PERFORM REPORTAR-CONCLUSION
           CLOSE ARCHIVO-REPORTE.

       REPORTAR-COSTOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "--- COSTO POR REGISTRO (ULTIMOS " WS-REC-DIAS
               " DIAS) ---" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-REC-EDA-LEIDOS TO WS-VISTA-CANT
           MOVE WS-COSTO-EDA TO WS-VISTA-COSTO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PROCESA-EDADES  : REGISTROS=" WS-VISTA-CANT
               " DURACION-CS=" WS-REC-EDA-DUR
               " CS/REGISTRO=" WS-VISTA-COSTO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-REC-CLI-PROC TO WS-VISTA-CANT
           MOVE WS-COSTO-CLI TO WS-VISTA-COSTO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PROCESA-CLIENTES: REGISTROS=" WS-VISTA-CANT
               " DURACION-CS=" WS-REC-CLI-DUR
               " CS/REGISTRO=" WS-VISTA-COSTO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           COMPUTE WS-MINUTOS ROUNDED = WS-REC-DUR-PROM / 6000
           MOVE WS-MINUTOS TO WS-VISTA-MIN
           COMPUTE WS-MINUTOS ROUNDED = WS-REC-DUR-MAX / 6000
           MOVE WS-MINUTOS TO WS-VISTA-MIN-2
           MOVE WS-FACTOR-PICO TO WS-VISTA-FACTOR
           COMPUTE WS-PRY-PCT ROUNDED =
               WS-REC-DUR-MAX * 100 / WS-VENTANA-CS
           MOVE WS-PRY-PCT TO WS-VISTA-PCT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "NOCHE PROMEDIO: " WS-VISTA-MIN " MIN"
               "  NOCHE PICO: " WS-VISTA-MIN-2 " MIN"
               "  FACTOR DE PICO: " WS-VISTA-FACTOR
               "  USO DE VENTANA (PICO): " WS-VISTA-PCT "%"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTAR-MESES.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "--- VOLUMEN DIARIO PROMEDIO POR MES ---" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "MES     DIAS  EDADES/DIA CLIENTES/DIA  MIN/NOCHE  %VENT
      -        "ANA" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-TOTAL-MESES
               COMPUTE WS-VISTA-DEC ROUNDED =
                   WS-MES-EDA(WS-IDX-MES) / WS-MES-DIAS(WS-IDX-MES)
               COMPUTE WS-VISTA-DEC-2 ROUNDED =
                   WS-MES-CLI(WS-IDX-MES) / WS-MES-DIAS(WS-IDX-MES)
               DIVIDE WS-MES-DUR(WS-IDX-MES) BY WS-MES-DIAS(WS-IDX-MES)
                   GIVING WS-PROM-DUR-MES
               COMPUTE WS-MINUTOS ROUNDED = WS-PROM-DUR-MES / 6000
               MOVE WS-MINUTOS TO WS-VISTA-MIN
               COMPUTE WS-PRY-PCT ROUNDED =
                   WS-PROM-DUR-MES * 100 / WS-VENTANA-CS
               MOVE WS-PRY-PCT TO WS-VISTA-PCT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING WS-MES-CLAVE(WS-IDX-MES)
                   "  " WS-MES-DIAS(WS-IDX-MES)
                   " " WS-VISTA-DEC
                   " " WS-VISTA-DEC-2
                   " " WS-VISTA-MIN
                   " " WS-VISTA-PCT
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM.

       REPORTAR-CRECIMIENTO.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           IF SIN-CRECIMIENTO
               MOVE "--- CRECIMIENTO MENSUAL ---" TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "NO CALCULABLE: MENOS DE DOS MESES DE HISTORIA"
                   TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "SE PROYECTA EL VOLUMEN ACTUAL SIN CRECIMIENTO"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "--- CRECIMIENTO MENSUAL (" WS-MES-CLAVE(1)
                   " A " WS-MES-CLAVE(WS-TOTAL-MESES)
                   ", " WS-MESES-ENTRE " MESES) ---"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE WS-CREC-EDA TO WS-VISTA-SIGNO
               MOVE WS-CREC-EDA-PCT TO WS-VISTA-SIGNO-PCT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "EDADES  : " WS-VISTA-SIGNO
                   " REGISTROS/DIA POR MES (" WS-VISTA-SIGNO-PCT "%)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE WS-CREC-CLI TO WS-VISTA-SIGNO
               MOVE WS-CREC-CLI-PCT TO WS-VISTA-SIGNO-PCT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "CLIENTES: " WS-VISTA-SIGNO
                   " REGISTROS/DIA POR MES (" WS-VISTA-SIGNO-PCT "%)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       REPORTAR-SUCURSALES.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "--- VOLUMEN POR SUCURSAL (PRESENTADOS/DIA) ---"
               TO REG-REPORTE
           WRITE REG-REPORTE
           IF WS-TOTAL-SUCURSALES = ZERO
               MOVE "SIN HISTORIA POR SUCURSAL" TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               MOVE
                   "SUC  MES-INI  PROM/DIA  MES-FIN  PROM/DIA   CREC/MES
      -            "  %PART" TO REG-REPORTE
               WRITE REG-REPORTE
      *> La participacion es sobre las sucursales que presentaron en
      *> el ultimo mes de la historia por sucursal.
               MOVE ZERO TO WS-SUC-TOTAL-FIN
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
                   IF WS-SUC-MES-FIN(WS-IDX-SUC) = WS-SUC-MES-ULTIMO
                       COMPUTE WS-SUC-PROM-FIN ROUNDED =
                           WS-SUC-FIN-SUMA(WS-IDX-SUC)
                           / WS-SUC-FIN-DIAS(WS-IDX-SUC)
                       ADD WS-SUC-PROM-FIN TO WS-SUC-TOTAL-FIN
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                       UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
                   PERFORM REPORTAR-SUCURSAL
               END-PERFORM
           END-IF.

       REPORTAR-SUCURSAL.
           COMPUTE WS-SUC-PROM-INI ROUNDED =
               WS-SUC-INI-SUMA(WS-IDX-SUC) / WS-SUC-INI-DIAS(WS-IDX-SUC)
           COMPUTE WS-SUC-PROM-FIN ROUNDED =
               WS-SUC-FIN-SUMA(WS-IDX-SUC) / WS-SUC-FIN-DIAS(WS-IDX-SUC)
           MOVE WS-SUC-MES-INI(WS-IDX-SUC) TO WS-AUX-CLAVE
           PERFORM CLAVE-A-MES-ABS
           MOVE WS-AUX-ABS TO WS-MES-ABS
           MOVE WS-SUC-MES-FIN(WS-IDX-SUC) TO WS-AUX-CLAVE
           PERFORM CLAVE-A-MES-ABS
           COMPUTE WS-SUC-MESES = WS-AUX-ABS - WS-MES-ABS
           IF WS-SUC-MESES > ZERO
               COMPUTE WS-SUC-CREC ROUNDED =
                   (WS-SUC-PROM-FIN - WS-SUC-PROM-INI) / WS-SUC-MESES
           ELSE
               MOVE ZERO TO WS-SUC-CREC
           END-IF
           MOVE ZERO TO WS-SUC-PART
           IF WS-SUC-MES-FIN(WS-IDX-SUC) = WS-SUC-MES-ULTIMO
               AND WS-SUC-TOTAL-FIN > ZERO
               COMPUTE WS-SUC-PART ROUNDED =
                   WS-SUC-PROM-FIN * 100 / WS-SUC-TOTAL-FIN
           END-IF
           MOVE WS-SUC-PROM-INI TO WS-VISTA-DEC
           MOVE WS-SUC-PROM-FIN TO WS-VISTA-DEC-2
           MOVE WS-SUC-CREC TO WS-VISTA-SIGNO
           MOVE WS-SUC-PART TO WS-VISTA-PCT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING WS-SUC-CODIGO(WS-IDX-SUC)
               " " WS-SUC-MES-INI(WS-IDX-SUC)
               " " WS-VISTA-DEC
               " " WS-SUC-MES-FIN(WS-IDX-SUC)
               " " WS-VISTA-DEC-2
               " " WS-VISTA-SIGNO
               " " WS-VISTA-PCT
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTAR-TRIMESTRES.
      *> Escenario base al cierre de cada trimestre del horizonte.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "--- PROYECCION TRIMESTRAL AL CRECIMIENTO ACTUAL ---"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "MES      EDADES/DIA CLIENTES/DIA  MIN PROM  MIN PICO %V
      -        "ENTANA" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 1 TO WS-IDX-ESC
           PERFORM VARYING WS-MES-PRY FROM 3 BY 3
                   UNTIL WS-MES-PRY > WS-HORIZONTE
               PERFORM CALCULAR-MES-PROYECTADO
               MOVE WS-PRY-EDA TO WS-VISTA-DEC
               MOVE WS-PRY-CLI TO WS-VISTA-DEC-2
               COMPUTE WS-MINUTOS ROUNDED = WS-PRY-DUR-PROM / 6000
               MOVE WS-MINUTOS TO WS-VISTA-MIN
               COMPUTE WS-MINUTOS ROUNDED = WS-PRY-DUR-PICO / 6000
               MOVE WS-MINUTOS TO WS-VISTA-MIN-2
               MOVE WS-PRY-PCT TO WS-VISTA-PCT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING WS-AUX-CLAVE
                   " " WS-VISTA-DEC
                   " " WS-VISTA-DEC-2
                   " " WS-VISTA-MIN
                   " " WS-VISTA-MIN-2
                   " " WS-VISTA-PCT
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               IF WS-PRY-DUR-PICO > WS-VENTANA-CS
                   MOVE "*** EXCEDE" TO WS-LINEA-REPORTE(75:10)
               END-IF
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM.

       REPORTAR-ESCENARIOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "--- ESCENARIOS (USO DE VENTANA EN NOCHE PICO) ---"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "ESCENARIO            SUC  CLIENTES DESDE  EXCEDE-PICO E
      -        "XCEDE-PROM    %12M    %24M    %36M" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                   UNTIL WS-IDX-ESC > WS-TOTAL-ESCENARIOS
               PERFORM REPORTAR-ESCENARIO
           END-PERFORM
           IF WS-ESC-INVALIDOS > ZERO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "ESCENARIOS DESCARTADOS (INVALIDOS O FUERA DE TABL
      -            "A): " WS-ESC-INVALIDOS
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       REPORTAR-ESCENARIO.
           IF WS-ESC-CRUCE-PICO(WS-IDX-ESC) = ZERO
               MOVE "NO EXCEDE" TO WS-VISTA-CRUCE-PICO
           ELSE
               MOVE WS-ESC-CRUCE-PICO(WS-IDX-ESC)
                   TO WS-VISTA-CRUCE-PICO
           END-IF
           IF WS-ESC-CRUCE-PROM(WS-IDX-ESC) = ZERO
               MOVE "NO EXCEDE" TO WS-VISTA-CRUCE-PROM
           ELSE
               MOVE WS-ESC-CRUCE-PROM(WS-IDX-ESC)
                   TO WS-VISTA-CRUCE-PROM
           END-IF
           MOVE WS-ESC-CLIENTES(WS-IDX-ESC) TO WS-VISTA-CANT
           MOVE WS-ESC-ABS-INICIO(WS-IDX-ESC) TO WS-AUX-ABS
           PERFORM MES-ABS-A-CLAVE
           MOVE WS-ESC-PCT-12(WS-IDX-ESC) TO WS-VISTA-PCT
           MOVE WS-ESC-PCT-24(WS-IDX-ESC) TO WS-VISTA-PCT-2
           MOVE WS-ESC-PCT-36(WS-IDX-ESC) TO WS-VISTA-PCT-3
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-IDX-ESC = 1
               STRING WS-ESC-NOMBRE(WS-IDX-ESC)
                   " -         -      -"
                   "  " WS-VISTA-CRUCE-PICO
                   "    " WS-VISTA-CRUCE-PROM
                   " " WS-VISTA-PCT
                   " " WS-VISTA-PCT-2
                   " " WS-VISTA-PCT-3
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING WS-ESC-NOMBRE(WS-IDX-ESC)
                   " " WS-ESC-SUCURSAL(WS-IDX-ESC)
                   WS-VISTA-CANT(3:7)
                   " " WS-AUX-CLAVE
                   " " WS-VISTA-CRUCE-PICO
                   "    " WS-VISTA-CRUCE-PROM
                   " " WS-VISTA-PCT
                   " " WS-VISTA-PCT-2
                   " " WS-VISTA-PCT-3
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTAR-CONCLUSION.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           EVALUATE TRUE
               WHEN WS-ESC-CRUCE-PICO(1) = ZERO
                   STRING "CONCLUSION: AL CRECIMIENTO ACTUAL LA VENTANA"
                       " ALCANZA LOS PROXIMOS " WS-HORIZONTE " MESES"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN WS-ESC-MESES-PICO(1) = ZERO
                   STRING "CONCLUSION: LA NOCHE PICO YA EXCEDE LA "
                       "VENTANA EN " WS-ESC-CRUCE-PICO(1)
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WHEN OTHER
                   STRING "CONCLUSION: AL CRECIMIENTO ACTUAL LA NOCHE "
                       "PICO EXCEDE LA VENTANA EN "
                       WS-ESC-CRUCE-PICO(1)
                       " (DENTRO DE " WS-ESC-MESES-PICO(1) " MESES)"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-EVALUATE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       ALERTAR-CAPACIDAD.
      *> Alerta de planeamiento si la ventana se excede dentro del
      *> plazo de aviso (A hasta 6 meses, M hasta 12).
           IF WS-ESC-CRUCE-PICO(1) NOT = ZERO
               AND WS-ESC-MESES-PICO(1) NOT > WS-AVISO-MEDIO
               IF WS-ESC-MESES-PICO(1) NOT > WS-AVISO-ALTO
                   MOVE "A" TO WS-ALR-SEVERIDAD
               ELSE
                   MOVE "M" TO WS-ALR-SEVERIDAD
               END-IF
               MOVE "CAPACIDAD" TO WS-ALR-CODIGO
               MOVE "VENTANA-BATCH" TO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-TEXTO
               STRING "PROYECCION: LA NOCHE PICO EXCEDE LA VENTANA EN "
                   WS-ESC-CRUCE-PICO(1)
                   " (" WS-ESC-MESES-PICO(1) " MESES)"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM EMITIR-ALERTA
           END-IF.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
