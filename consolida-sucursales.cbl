      *           registro_llegadas.txt; un archivo cuya cabecera no es
      *           del dia de proceso se rechaza, y si falta o se
      *           rechaza una sucursal obligatoria la consolidacion se
      *           retiene sin pisar clientes.dat. Con el parametro
      *           SUPLEMENTARIA y una lista de sucursales consolida
      *           solo esas sucursales tardias (corrida suplementaria
      *           del dia): cada una debe estar sin consolidar en el
      *           registro de llegadas del dia, su linea se actualiza
      *           y sus totales se agregan a control_sucursales.txt
      *           junto con el total acumulado del dia; el
      *           clientes.dat que pisa queda como generacion
      *           CLIENTES.GaaaammddVnn (V01 en adelante). Una
      *           suplementaria cuya cadena no termino (sin SUPL-OK en
      *           log_corridas.txt) se puede repetir con las mismas
      *           sucursales. Un archivo que la sucursal paso por
      *           PREVALIDA-SUCURSAL trae la marca PREVAL en la cola;
      *           se informa por sucursal en el registro de llegadas y
      *           en control_sucursales.txt.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'registro_llegadas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLEGADAS-STATUS.
      *> Log de corridas de SUITE-NOCTURNA: solo se lee, para saber
      *> si la cadena de una suplementaria anterior termino.
           SELECT ARCHIVO-LOG-CORRIDAS
               ASSIGN TO 'log_corridas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

      *> Los archivos de sucursal pueden venir en el layout crudo de
      *> 111 bytes (historico, sin estampa de sucursal) o ya con
      *> cabecera HDR y cola TRL propias de la sucursal: la
      *> verificacion de llegada distingue ambos casos. Los de 115
      *> bytes (sin el bloque de contacto) pasan con el contacto en
      *> blanco, que PROCESA-CLIENTES toma como aviso en papel.
       FD  SUCURSAL-TRABAJO.
       01  REG-SUC-TRABAJO       PIC X(171).
       01  REG-SUC-CABECERA REDEFINES REG-SUC-TRABAJO.
           05 SUC-CAB-TIPO       PIC X(3).
           05 SUC-CAB-FECHA      PIC 9(8).
           05 SUC-CAB-SUCURSAL   PIC X(4).
           05 FILLER             PIC X(156).
       01  REG-SUC-COLA REDEFINES REG-SUC-TRABAJO.
           05 SUC-COL-TIPO       PIC X(3).
           05 SUC-COL-CANTIDAD   PIC 9(7).
           05 SUC-COL-HASH       PIC 9(15).
      *> Marca que deja PREVALIDA-SUCURSAL en la cola del archivo
      *> limpio; en los archivos sin prevalidar viene en blanco.
           05 SUC-COL-MARCA      PIC X(6).
           05 SUC-COL-FECHA-PREVAL PIC 9(8).
           05 SUC-COL-EXCLUIDOS  PIC 9(7).
           05 FILLER             PIC X(125).

       FD  CLIENTES-CONSOLIDADO.
       01  REG-CONSOLIDADO       PIC X(171).

       FD  CONTROL-SUCURSALES.
       01  REG-CONTROL-SUC       PIC X(80).
      *> Vista de la linea "TOTAL LEIDOS=..." de cada corrida (la
      *> misma que parsea CONCILIA-CADENA), para sumar el dia.
       01  REG-CTL-TOTAL.
           05 CTS-MARCA          PIC X(13).  *> "TOTAL LEIDOS="
           05 CTS-LEIDOS         PIC 9(07).
           05 FILLER             PIC X(10).  *> " HASH-DNI="
           05 CTS-HASH           PIC 9(15).
           05 FILLER             PIC X(12).  *> " SUCURSALES="
           05 CTS-SUCURSALES     PIC 9(02).
           05 FILLER             PIC X(09).  *> " CORRIDA="
           05 CTS-CORRIDA        PIC X(11).
           05 FILLER             PIC X(11).

       FD  ARCHIVO-LLEGADAS.
       01  REG-LLEGADA           PIC X(150).
      *> Vista de parseo alineada con ESCRIBIR-REGISTRO-LLEGADAS; la
      *> corrida suplementaria la usa para leer el estado del dia.
       01  REG-LLEGADA-CAMPOS.
           05 FILLER             PIC X(09).  *> "SUCURSAL="
           05 LLG-SUCURSAL       PIC X(04).
           05 FILLER             PIC X(09).  *> " ARCHIVO="
           05 LLG-ARCHIVO        PIC X(24).
           05 FILLER             PIC X(11).  *> " FECHA-HDR="
           05 LLG-FECHA-HDR      PIC 9(08).
           05 FILLER             PIC X(11).  *> " REGISTROS="
           05 LLG-REGISTROS      PIC 9(07).
           05 FILLER             PIC X(07).  *> " OBLIG="
           05 LLG-OBLIGATORIA    PIC X(01).
           05 FILLER             PIC X(08).  *> " ESTADO="
           05 LLG-ESTADO         PIC X(14).
           05 FILLER             PIC X(09).  *> " CORRIDA="
           05 LLG-CORRIDA        PIC X(11).
           05 FILLER             PIC X(08).  *> " PREVAL="
           05 LLG-PREVALIDADA    PIC X(01).
           05 FILLER             PIC X(06).  *> " SUPL="
           05 LLG-SUPLEMENTARIA  PIC X(01).
           05 FILLER             PIC X(01).

       FD  ARCHIVO-LOG-CORRIDAS.
      *> Vista de la linea que escribe SUITE-NOCTURNA en
      *> ANOTAR-LOG-CORRIDA; la marca de la columna 92 es " SUPL-OK"
      *> cuando la cadena critica de una suplementaria termino.
       01  REG-LOG-CORRIDA.
           05 LOG-ETIQUETA       PIC X(08).  *> "CORRIDA="
           05 LOG-CORRIDA        PIC X(11).
           05 FILLER             PIC X(72).
           05 LOG-MARCA-SUPL     PIC X(08).
           05 FILLER             PIC X(01).

       COPY CPY-LOCK-FD.

       77  WS-CONSOLIDADO-STATUS PIC XX VALUE SPACES.
       77  WS-CONTROL-STATUS     PIC XX VALUE SPACES.
       77  WS-LLEGADAS-STATUS    PIC XX VALUE SPACES.
       77  WS-LOG-STATUS         PIC XX VALUE SPACES.
       77  WS-LINEA-CONTROL      PIC X(80).
       77  WS-LINEA-LLEGADA      PIC X(150).

       77  WS-FIN-REGISTRO       PIC X VALUE 'N'.
           88 FIN-REGISTRO        VALUE 'S'.
      *>   SIN-ARCHIVO    no llego
      *>   DESACTUALIZADA cabecera de otra fecha, se rechaza
      *>   CORTADA        la cola TRL no cierra con lo contado
      *>   NO-VERIFICADA  (suplementaria) sin linea en el registro
      *>                  de llegadas del dia
      *> WS-SUC-CORRIDA es la corrida que verifico la llegada y
      *> WS-SUC-TARDIA marca las sucursales pedidas en la corrida
      *> suplementaria. WS-SUC-PREVALIDADA es S si el archivo trajo
      *> la marca de prevalidacion de la sucursal. WS-SUC-SUPL es S
      *> si la sucursal entro al dia por una corrida suplementaria.
       77  WS-TOTAL-SUCURSALES   PIC 9(2) VALUE ZERO.
       77  WS-IDX-SUC            PIC 9(2) VALUE ZERO.
       01  WS-TABLA-SUCURSALES.
               10 WS-SUC-ESTADO      PIC X(14).
               10 WS-SUC-FECHA-HDR   PIC 9(8).
               10 WS-SUC-REGISTROS   PIC 9(7).
               10 WS-SUC-CORRIDA     PIC X(11).
               10 WS-SUC-TARDIA      PIC X.
               10 WS-SUC-PREVALIDADA PIC X.
               10 WS-SUC-SUPL        PIC X.

       77  WS-SUC-ACTUAL         PIC X(4) VALUE SPACES.
       77  WS-ARCHIVO-ACTUAL     PIC X(24) VALUE SPACES.
       77  WS-FECHA-HDR-ACTUAL   PIC 9(8) VALUE ZERO.
       77  WS-REGISTROS-ACTUAL   PIC 9(7) VALUE ZERO.
       77  WS-TRL-CANTIDAD       PIC 9(7) VALUE ZERO.
       77  WS-PREVAL-ACTUAL      PIC X VALUE 'N'.
       77  WS-SUC-PREVALIDADAS   PIC 9(2) VALUE ZERO.
       77  WS-TRL-VISTO          PIC X VALUE 'N'.
           88 TRL-VISTO            VALUE 'S'.
           88 TRL-PENDIENTE        VALUE 'N'.
       77  WS-OBLIGATORIAS-MAL   PIC 9(2) VALUE ZERO.

      *> Corrida suplementaria: "SUPLEMENTARIA Snnn [Snnn...]" en la
      *> linea de comando (la marca BAJO-SUITE puede ir al final).
       77  WS-PARAMETRO          PIC X(80) VALUE SPACES.
       77  WS-MODO-CONSOLIDA     PIC X VALUE 'N'.
           88 MODO-NOCTURNO        VALUE 'N'.
           88 MODO-SUPLEMENTARIO   VALUE 'S'.
       01  WS-PALABRAS-PARAMETRO.
           05 WS-PAR-PALABRA OCCURS 7 TIMES PIC X(14).
       77  WS-IDX-PAL            PIC 9(2) VALUE ZERO.
       77  WS-TOTAL-TARDIAS      PIC 9(2) VALUE ZERO.
       77  WS-LLEGADAS-DEL-DIA   PIC 9(2) VALUE ZERO.
       77  WS-SUC-HALLADA        PIC X VALUE 'N'.
           88 SUC-HALLADA          VALUE 'S'.
           88 SUC-NO-HALLADA       VALUE 'N'.
       77  WS-FIN-LLEGADAS       PIC X VALUE 'N'.
           88 FIN-LLEGADAS         VALUE 'S'.
       77  WS-FIN-CONTROL        PIC X VALUE 'N'.
           88 FIN-CONTROL          VALUE 'S'.
       77  WS-FIN-LOG            PIC X VALUE 'N'.
           88 FIN-LOG              VALUE 'S'.
           88 MAS-LOG              VALUE 'N'.
       77  WS-SUPL-COMPLETA      PIC X VALUE 'S'.
           88 SUPL-COMPLETA        VALUE 'S'.
           88 SUPL-INCOMPLETA      VALUE 'N'.
      *> Suplementarias que no terminaron y se vuelven a correr: sus
      *> totales en control_sucursales.txt no cuentan para el dia.
       77  WS-TOTAL-RETOMADAS    PIC 9(2) VALUE ZERO.
       77  WS-IDX-RET            PIC 9(2) VALUE ZERO.
       01  WS-TABLA-RETOMADAS.
           05 WS-CORRIDA-RETOMADA OCCURS 7 TIMES PIC X(11).
       77  WS-CORRIDA-BUSCADA    PIC X(11) VALUE SPACES.
       77  WS-RETOMADA-SW        PIC X VALUE 'N'.
           88 CORRIDA-RETOMADA     VALUE 'S'.
           88 CORRIDA-NO-RETOMADA  VALUE 'N'.
       77  WS-DIA-LEIDOS         PIC 9(7) VALUE ZERO.
       77  WS-DIA-HASH           PIC 9(15) VALUE ZERO.
       77  WS-DIA-SUCURSALES     PIC 9(2) VALUE ZERO.
       77  WS-DIA-CORRIDAS       PIC 9(2) VALUE ZERO.

       77  WS-COMANDO            PIC X(120) VALUE SPACES.
       77  WS-RC-CRUDO           PIC S9(9) VALUE ZERO.
       77  WS-CC-COPIA           PIC S9(4) VALUE ZERO.
       77  WS-NOMBRE-GENERACION  PIC X(30) VALUE SPACES.
       77  WS-VERSION-GEN        PIC 9(2) VALUE ZERO.

       77  WS-LEIDOS-SUC         PIC 9(7) VALUE ZERO.
       77  WS-HASH-SUC           PIC 9(15) VALUE ZERO.
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM TOMAR-PARAMETRO

           PERFORM CARGAR-REGISTRO-SUCURSALES
           IF MODO-SUPLEMENTARIO
               PERFORM CARGAR-LLEGADAS-DEL-DIA
               PERFORM MARCAR-SUCURSALES-TARDIAS
           END-IF
           PERFORM VERIFICAR-LLEGADAS
           PERFORM ESCRIBIR-REGISTRO-LLEGADAS
           IF MODO-SUPLEMENTARIO
               PERFORM CONTROLAR-TARDIAS
               PERFORM SUMAR-CONTROL-DEL-DIA
               PERFORM ARCHIVAR-CONSOLIDADO-DIA
           ELSE
               PERFORM CONTROLAR-OBLIGATORIAS
           END-IF

           OPEN OUTPUT CLIENTES-CONSOLIDADO
           IF WS-CONSOLIDADO-STATUS NOT = "00"
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> La suplementaria agrega su bloque al control del dia.
           IF MODO-SUPLEMENTARIO
               OPEN EXTEND CONTROL-SUCURSALES
               IF WS-CONTROL-STATUS = "35"
                   OPEN OUTPUT CONTROL-SUCURSALES
               END-IF
           ELSE
               OPEN OUTPUT CONTROL-SUCURSALES
           END-IF
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR CONTROL-SUCURSALES, STATUS="
           END-IF

           PERFORM ESCRIBIR-CABECERA
           IF MODO-SUPLEMENTARIO
               PERFORM ESCRIBIR-CONTROL-SUPL
           END-IF

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               MOVE WS-SUC-CODIGO(WS-IDX-SUC) TO WS-SUC-ACTUAL
               MOVE WS-SUC-ARCHIVO(WS-IDX-SUC) TO WS-ARCHIVO-ACTUAL
               EVALUATE TRUE
      *> En la suplementaria las demas sucursales ya son del dia.
                   WHEN MODO-SUPLEMENTARIO
                       AND WS-SUC-TARDIA(WS-IDX-SUC) NOT = "S"
                       CONTINUE
                   WHEN WS-SUC-ESTADO(WS-IDX-SUC) = "LISTA"
                       OR WS-SUC-ESTADO(WS-IDX-SUC) = "LISTA-SIN-HDR"
                       PERFORM CONSOLIDAR-UNA-SUCURSAL
                   WHEN OTHER
                       PERFORM REPORTAR-SUC-AUSENTE
               END-EVALUATE
           END-PERFORM

           PERFORM ESCRIBIR-COLA
           PERFORM ESCRIBIR-CONTROL-TOTAL
           IF MODO-SUPLEMENTARIO
               PERFORM ESCRIBIR-CONTROL-DIA
           END-IF

           CLOSE CLIENTES-CONSOLIDADO
           CLOSE CONTROL-SUCURSALES
           DISPLAY "=== FIN CONSOLIDACION ==="
           DISPLAY "Sucursales leidas: " WS-SUCURSALES-LEIDAS
           DISPLAY "Registros consolidados: " WS-TOTAL-REGISTROS
           DISPLAY "Sucursales prevalidadas: " WS-SUC-PREVALIDADAS
           PERFORM LIBERAR-LOCK
           STOP RUN.

       TOMAR-PARAMETRO.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF WS-PARAMETRO(1:13) = "SUPLEMENTARIA"
               SET MODO-SUPLEMENTARIO TO TRUE
               MOVE SPACES TO WS-PALABRAS-PARAMETRO
               UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
                   INTO WS-PAR-PALABRA(1) WS-PAR-PALABRA(2)
                        WS-PAR-PALABRA(3) WS-PAR-PALABRA(4)
                        WS-PAR-PALABRA(5) WS-PAR-PALABRA(6)
                        WS-PAR-PALABRA(7)
                   ON OVERFLOW
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "SUPLEMENTARIA CON MAS DE 5 SUCURSALES"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
               END-UNSTRING
               DISPLAY "Corrida suplementaria de sucursales tardias"
           END-IF.

       CARGAR-REGISTRO-SUCURSALES.
      *> Una sucursal del registro que no entra en la tabla seria
      *> una sucursal que ni se consolida ni frena la consolidacion:
           END-PERFORM
           MOVE "N" TO WS-SUC-OBLIGATORIA(5).

       CARGAR-LLEGADAS-DEL-DIA.
      *> La suplementaria parte del registro de llegadas que dejo la
      *> consolidacion del dia: las lineas de otra fecha no cuentan
      *> y sin ninguna del dia no hay consolidacion que suplementar.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               MOVE "NO-VERIFICADA" TO WS-SUC-ESTADO(WS-IDX-SUC)
               MOVE ZERO TO WS-SUC-FECHA-HDR(WS-IDX-SUC)
               MOVE ZERO TO WS-SUC-REGISTROS(WS-IDX-SUC)
               MOVE SPACES TO WS-SUC-CORRIDA(WS-IDX-SUC)
               MOVE "N" TO WS-SUC-PREVALIDADA(WS-IDX-SUC)
               MOVE "N" TO WS-SUC-SUPL(WS-IDX-SUC)
           END-PERFORM
           MOVE ZERO TO WS-LLEGADAS-DEL-DIA
           OPEN INPUT ARCHIVO-LLEGADAS
           IF WS-LLEGADAS-STATUS = "00"
               PERFORM UNTIL FIN-LLEGADAS
                   READ ARCHIVO-LLEGADAS
                       AT END
                           SET FIN-LLEGADAS TO TRUE
                       NOT AT END
                           IF LLG-CORRIDA(1:8) = WS-FECHA-PROCESO
                               PERFORM TOMAR-LLEGADA-DEL-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LLEGADAS
           END-IF
           IF WS-LLEGADAS-DEL-DIA = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN CONSOLIDACION DEL DIA QUE SUPLEMENTAR"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       TOMAR-LLEGADA-DEL-DIA.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-CODIGO(WS-IDX-SUC) = LLG-SUCURSAL
                   ADD 1 TO WS-LLEGADAS-DEL-DIA
                   MOVE LLG-ESTADO TO WS-SUC-ESTADO(WS-IDX-SUC)
                   MOVE LLG-FECHA-HDR TO WS-SUC-FECHA-HDR(WS-IDX-SUC)
                   MOVE LLG-REGISTROS TO WS-SUC-REGISTROS(WS-IDX-SUC)
                   MOVE LLG-CORRIDA TO WS-SUC-CORRIDA(WS-IDX-SUC)
                   MOVE LLG-PREVALIDADA
                       TO WS-SUC-PREVALIDADA(WS-IDX-SUC)
                   MOVE LLG-SUPLEMENTARIA
                       TO WS-SUC-SUPL(WS-IDX-SUC)
                   MOVE WS-TOTAL-SUCURSALES TO WS-IDX-SUC
               END-IF
           END-PERFORM.

       MARCAR-SUCURSALES-TARDIAS.
      *> Cada sucursal pedida debe estar en el registro y no haber
      *> sido consolidada ya en el dia: consolidarla de nuevo
      *> duplicaria sus clientes en los totales del dia.
           MOVE ZERO TO WS-TOTAL-TARDIAS
           PERFORM VARYING WS-IDX-PAL FROM 2 BY 1
                   UNTIL WS-IDX-PAL > 7
               IF WS-PAR-PALABRA(WS-IDX-PAL) NOT = SPACES
                   AND WS-PAR-PALABRA(WS-IDX-PAL) NOT = "BAJO-SUITE"
                   PERFORM MARCAR-UNA-TARDIA
               END-IF
           END-PERFORM
           IF WS-TOTAL-TARDIAS = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SUPLEMENTARIA SIN SUCURSALES" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM CONTROLAR-RETOMADAS.

       MARCAR-UNA-TARDIA.
           SET SUC-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-CODIGO(WS-IDX-SUC)
                   = WS-PAR-PALABRA(WS-IDX-PAL)
                   SET SUC-HALLADA TO TRUE
                   PERFORM CONTROLAR-UNA-TARDIA
                   MOVE WS-TOTAL-SUCURSALES TO WS-IDX-SUC
               END-IF
           END-PERFORM
           IF SUC-NO-HALLADA
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE SPACES TO WS-RC-MENSAJE
               STRING "SUCURSAL " WS-PAR-PALABRA(WS-IDX-PAL)
                   " FUERA DEL REGISTRO DE SUCURSALES"
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       CONTROLAR-UNA-TARDIA.
      *> La excepcion es la sucursal que tomo una suplementaria cuya
      *> cadena no termino (sin SUPL-OK en log_corridas.txt): esa
      *> suplementaria se vuelve a correr.
           IF WS-SUC-ESTADO(WS-IDX-SUC) = "LISTA"
               OR WS-SUC-ESTADO(WS-IDX-SUC) = "LISTA-SIN-HDR"
               SET SUPL-COMPLETA TO TRUE
               IF WS-SUC-SUPL(WS-IDX-SUC) = "S"
                   PERFORM VERIFICAR-SUPL-COMPLETA
               END-IF
               IF SUPL-COMPLETA
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE SPACES TO WS-RC-MENSAJE
                   STRING "SUCURSAL " WS-SUC-CODIGO(WS-IDX-SUC)
                       " YA CONSOLIDADA EN LA CORRIDA "
                       WS-SUC-CORRIDA(WS-IDX-SUC)
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               DISPLAY "  Sucursal " WS-SUC-CODIGO(WS-IDX-SUC)
                   ": la suplementaria " WS-SUC-CORRIDA(WS-IDX-SUC)
                   " no termino, se vuelve a consolidar"
               MOVE WS-SUC-CORRIDA(WS-IDX-SUC) TO WS-CORRIDA-BUSCADA
               PERFORM BUSCAR-RETOMADA
               IF CORRIDA-NO-RETOMADA
                   ADD 1 TO WS-TOTAL-RETOMADAS
                   MOVE WS-CORRIDA-BUSCADA
                       TO WS-CORRIDA-RETOMADA(WS-TOTAL-RETOMADAS)
               END-IF
           END-IF
           IF WS-SUC-TARDIA(WS-IDX-SUC) NOT = "S"
               MOVE "S" TO WS-SUC-TARDIA(WS-IDX-SUC)
               ADD 1 TO WS-TOTAL-TARDIAS
           END-IF.

       VERIFICAR-SUPL-COMPLETA.
           SET SUPL-INCOMPLETA TO TRUE
           SET MAS-LOG TO TRUE
           OPEN INPUT ARCHIVO-LOG-CORRIDAS
           EVALUATE WS-LOG-STATUS
               WHEN "00"
                   PERFORM UNTIL FIN-LOG
                       READ ARCHIVO-LOG-CORRIDAS
                           AT END
                               SET FIN-LOG TO TRUE
                           NOT AT END
                               IF LOG-CORRIDA
                                   = WS-SUC-CORRIDA(WS-IDX-SUC)
                                   AND LOG-MARCA-SUPL = " SUPL-OK"
                                   SET SUPL-COMPLETA TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-LOG-CORRIDAS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR LOG-CORRIDAS, STATUS="
                       WS-LOG-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE.

       BUSCAR-RETOMADA.
           SET CORRIDA-NO-RETOMADA TO TRUE
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-TOTAL-RETOMADAS
               IF WS-CORRIDA-RETOMADA(WS-IDX-RET) = WS-CORRIDA-BUSCADA
                   SET CORRIDA-RETOMADA TO TRUE
               END-IF
           END-PERFORM.

       CONTROLAR-RETOMADAS.
      *> Una suplementaria que no termino se repite entera: si una
      *> de sus sucursales quedara afuera, descontar el total de esa
      *> corrida del dia la dejaria sin contar.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-SUPL(WS-IDX-SUC) = "S"
                   AND WS-SUC-TARDIA(WS-IDX-SUC) NOT = "S"
                   MOVE WS-SUC-CORRIDA(WS-IDX-SUC)
                       TO WS-CORRIDA-BUSCADA
                   PERFORM BUSCAR-RETOMADA
                   IF CORRIDA-RETOMADA
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE SPACES TO WS-RC-MENSAJE
                       STRING "REPETIR LA SUPLEMENTARIA "
                           WS-CORRIDA-BUSCADA
                           " CON SU SUCURSAL "
                           WS-SUC-CODIGO(WS-IDX-SUC)
                           DELIMITED BY SIZE INTO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-LLEGADAS.
      *> En la suplementaria solo se verifican las sucursales pedidas;
      *> las demas conservan lo que registro la corrida del dia.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF MODO-NOCTURNO
                   OR WS-SUC-TARDIA(WS-IDX-SUC) = "S"
                   MOVE WS-SUC-CODIGO(WS-IDX-SUC) TO WS-SUC-ACTUAL
                   MOVE WS-SUC-ARCHIVO(WS-IDX-SUC)
                       TO WS-ARCHIVO-ACTUAL
                   PERFORM VERIFICAR-UNA-SUCURSAL
                   MOVE WS-ESTADO-ACTUAL TO WS-SUC-ESTADO(WS-IDX-SUC)
                   MOVE WS-FECHA-HDR-ACTUAL
                       TO WS-SUC-FECHA-HDR(WS-IDX-SUC)
                   MOVE WS-REGISTROS-ACTUAL
                       TO WS-SUC-REGISTROS(WS-IDX-SUC)
                   MOVE WS-ID-CORRIDA TO WS-SUC-CORRIDA(WS-IDX-SUC)
                   MOVE WS-PREVAL-ACTUAL
                       TO WS-SUC-PREVALIDADA(WS-IDX-SUC)
                   IF MODO-SUPLEMENTARIO
                       MOVE "S" TO WS-SUC-SUPL(WS-IDX-SUC)
                   ELSE
                       MOVE "N" TO WS-SUC-SUPL(WS-IDX-SUC)
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-UNA-SUCURSAL.
           MOVE ZERO TO WS-FECHA-HDR-ACTUAL
           MOVE ZERO TO WS-REGISTROS-ACTUAL
           MOVE ZERO TO WS-TRL-CANTIDAD
           MOVE "N" TO WS-PREVAL-ACTUAL
           SET TRL-PENDIENTE TO TRUE
           PERFORM TRAER-ARCHIVO-SUCURSAL
           IF WS-CC-COPIA NOT = ZERO
                       IF SUC-COL-TIPO = "TRL"
                           SET TRL-VISTO TO TRUE
                           MOVE SUC-COL-CANTIDAD TO WS-TRL-CANTIDAD
                           IF SUC-COL-MARCA = "PREVAL"
                               MOVE "S" TO WS-PREVAL-ACTUAL
                           END-IF
                       ELSE
                           ADD 1 TO WS-REGISTROS-ACTUAL
                       END-IF
                   " REGISTROS=" WS-SUC-REGISTROS(WS-IDX-SUC)
                   " OBLIG=" WS-SUC-OBLIGATORIA(WS-IDX-SUC)
                   " ESTADO=" WS-SUC-ESTADO(WS-IDX-SUC)
                   " CORRIDA=" WS-SUC-CORRIDA(WS-IDX-SUC)
                   " PREVAL=" WS-SUC-PREVALIDADA(WS-IDX-SUC)
                   " SUPL=" WS-SUC-SUPL(WS-IDX-SUC)
                   DELIMITED BY SIZE INTO WS-LINEA-LLEGADA
               MOVE WS-LINEA-LLEGADA TO REG-LLEGADA
               WRITE REG-LLEGADA
               PERFORM RUTINA-ABEND
           END-IF.

       CONTROLAR-TARDIAS.
      *> Las sucursales tardias pasan por los mismos controles de
      *> llegada; una que sigue sin archivo del dia, vencida o
      *> cortada retiene la suplementaria antes de abrir clientes.dat.
           MOVE ZERO TO WS-OBLIGATORIAS-MAL
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               IF WS-SUC-TARDIA(WS-IDX-SUC) = "S"
                   AND WS-SUC-ESTADO(WS-IDX-SUC) NOT = "LISTA"
                   AND WS-SUC-ESTADO(WS-IDX-SUC) NOT = "LISTA-SIN-HDR"
                   ADD 1 TO WS-OBLIGATORIAS-MAL
                   DISPLAY "  TARDIA "
                       WS-SUC-CODIGO(WS-IDX-SUC) " "
                       WS-SUC-ESTADO(WS-IDX-SUC)
               END-IF
           END-PERFORM
           IF WS-OBLIGATORIAS-MAL > ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE SPACES TO WS-RC-MENSAJE
               STRING "SUPLEMENTARIA RETENIDA: "
                   WS-OBLIGATORIAS-MAL
                   " SUCURSAL(ES) TARDIA(S) SIN ARCHIVO DEL DIA"
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       ARCHIVAR-CONSOLIDADO-DIA.
      *> La suplementaria pisa el clientes.dat del dia: antes se
      *> guarda como generacion propia CLIENTES.GaaaammddVnn, la
      *> primera version libre desde V01 (la V00 es la que deja
      *> ARCHIVAR-DIARIO). Sin esa copia no se pisa nada.
           MOVE 1 TO WS-VERSION-GEN
           MOVE ZERO TO WS-CC-COPIA
           PERFORM UNTIL WS-CC-COPIA NOT = ZERO
               MOVE SPACES TO WS-NOMBRE-GENERACION
               STRING "CLIENTES.G" WS-FECHA-PROCESO "V" WS-VERSION-GEN
                   DELIMITED BY SIZE INTO WS-NOMBRE-GENERACION
               MOVE SPACES TO WS-COMANDO
               STRING "test -e " DELIMITED BY SIZE
                   WS-NOMBRE-GENERACION DELIMITED BY SPACE
                   INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE RETURN-CODE TO WS-RC-CRUDO
               DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COPIA
               IF WS-CC-COPIA = ZERO
                   IF WS-VERSION-GEN = 99
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "SIN VERSION LIBRE PARA CLIENTES.DAT"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-VERSION-GEN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-COMANDO
           STRING "test ! -f clientes.dat || cp clientes.dat "
               DELIMITED BY SIZE
               WS-NOMBRE-GENERACION DELIMITED BY SPACE
               INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-CRUDO
           DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COPIA
           MOVE ZERO TO RETURN-CODE
           IF WS-CC-COPIA NOT = ZERO
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               MOVE SPACES TO WS-RC-MENSAJE
               STRING "NO SE PUDO ARCHIVAR CLIENTES.DAT EN "
                   WS-NOMBRE-GENERACION
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "clientes.dat del dia archivado en "
               WS-NOMBRE-GENERACION.

       SUMAR-CONTROL-DEL-DIA.
      *> Total del dia: las lineas TOTAL de las corridas de la fecha
      *> que ya estan en el control (la consolidacion del dia y las
      *> suplementarias anteriores); la corrida actual se suma al
      *> escribir su propio total. El total de una suplementaria que
      *> no termino y se esta repitiendo no cuenta: sus sucursales
      *> vuelven a sumar con esta corrida.
           MOVE ZERO TO WS-DIA-LEIDOS
           MOVE ZERO TO WS-DIA-HASH
           MOVE ZERO TO WS-DIA-SUCURSALES
           MOVE ZERO TO WS-DIA-CORRIDAS
           OPEN INPUT CONTROL-SUCURSALES
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL FIN-CONTROL
                   READ CONTROL-SUCURSALES
                       AT END
                           SET FIN-CONTROL TO TRUE
                       NOT AT END
                           IF CTS-MARCA = "TOTAL LEIDOS="
                               AND CTS-CORRIDA(1:8) = WS-FECHA-PROCESO
                               MOVE CTS-CORRIDA TO WS-CORRIDA-BUSCADA
                               PERFORM BUSCAR-RETOMADA
                               IF CORRIDA-NO-RETOMADA
                                   ADD CTS-LEIDOS TO WS-DIA-LEIDOS
                                   ADD CTS-HASH TO WS-DIA-HASH
                                   ADD CTS-SUCURSALES
                                       TO WS-DIA-SUCURSALES
                                   ADD 1 TO WS-DIA-CORRIDAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-SUCURSALES
           END-IF.

       ESCRIBIR-CONTROL-SUPL.
           MOVE SPACES TO WS-LINEA-CONTROL
           STRING "SUPLEMENTARIA CORRIDA=" WS-ID-CORRIDA
               " SUCURSALES=" WS-TOTAL-TARDIAS
               DELIMITED BY SIZE INTO WS-LINEA-CONTROL
           MOVE WS-LINEA-CONTROL TO REG-CONTROL-SUC
           WRITE REG-CONTROL-SUC.

       ESCRIBIR-CONTROL-DIA.
      *> La linea TOTAL de arriba es la de esta corrida (la que casa
      *> CONCILIA-CADENA); TOTAL-DIA acumula el dia completo.
           ADD WS-TOTAL-REGISTROS TO WS-DIA-LEIDOS
           ADD WS-HASH-TOTAL TO WS-DIA-HASH
           ADD WS-SUCURSALES-LEIDAS TO WS-DIA-SUCURSALES
           ADD 1 TO WS-DIA-CORRIDAS
           MOVE SPACES TO WS-LINEA-CONTROL
           STRING "TOTAL-DIA LEIDOS=" WS-DIA-LEIDOS
               " HASH-DNI=" WS-DIA-HASH
               " SUCURSALES=" WS-DIA-SUCURSALES
               " CORRIDAS=" WS-DIA-CORRIDAS
               DELIMITED BY SIZE INTO WS-LINEA-CONTROL
           MOVE WS-LINEA-CONTROL TO REG-CONTROL-SUC
           WRITE REG-CONTROL-SUC
           DISPLAY "  " WS-LINEA-CONTROL.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE SPACES TO REG-CONSOLIDADO
       CONSOLIDAR-UNA-SUCURSAL.
           MOVE ZERO TO WS-LEIDOS-SUC
           MOVE ZERO TO WS-HASH-SUC
           MOVE "N" TO WS-PREVAL-ACTUAL
           SET MAS-SUCURSAL TO TRUE
           PERFORM TRAER-ARCHIVO-SUCURSAL
      *> Si la copia fallo aca (archivo retirado despues de la
                       NOT AT END
                           IF SUC-CAB-TIPO = "HDR"
                               OR SUC-COL-TIPO = "TRL"
                               IF SUC-COL-TIPO = "TRL"
                                   AND SUC-COL-MARCA = "PREVAL"
                                   MOVE "S" TO WS-PREVAL-ACTUAL
                               END-IF
                           ELSE
                               MOVE REG-SUC-TRABAJO TO WS-REG-CLIENTE
                               PERFORM EMITIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE SUCURSAL-TRABAJO
               IF WS-PREVAL-ACTUAL = "S"
                   ADD 1 TO WS-SUC-PREVALIDADAS
               END-IF
               PERFORM REPORTAR-SUC-TOTAL
           END-IF.

           STRING "SUCURSAL=" WS-SUC-ACTUAL
               " LEIDOS=" WS-LEIDOS-SUC
               " HASH-DNI=" WS-HASH-SUC
               " PREVAL=" WS-PREVAL-ACTUAL
               DELIMITED BY SIZE INTO WS-LINEA-CONTROL
           MOVE WS-LINEA-CONTROL TO REG-CONTROL-SUC
           WRITE REG-CONTROL-SUC.
