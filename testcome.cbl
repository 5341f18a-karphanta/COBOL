      * TIPO:     Batch COBOL
      * OBJETIVO: Leer un archivo de clientes, validar datos y generar
      *           un archivo de salida con el resultado del proceso.
      *           Las reglas configuradas como advertencia
      *           (severidad_reglas.txt) no rechazan: el cliente se
      *           acepta y ademas queda en clientes_revision.dat.
      *           En modo S (corrida suplementaria de sucursales
      *           tardias) los duplicados se controlan contra los IDs
      *           ya registrados en el dia y los rechazos y revisiones
      *           se agregan a los del dia.
      * NOTA:     COPYs ficticios para ilustrar modularidad.
      ******************************************************************

           SELECT ARCHIVO-IDS-CORRIDA
               ASSIGN TO 'ids_corrida.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDS-ID
               FILE STATUS IS WS-IDS-STATUS.
           COPY CPY-MAESTRO-SELECT.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.
           COPY CPY-POSTAL-SELECT.
           COPY CPY-SEVERIDAD-SELECT.
           SELECT CLIENTES-REVISION
               ASSIGN TO 'clientes_revision.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.
           SELECT REGISTRO-SUPRESIONES
               ASSIGN TO 'registro_supresiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPRESIONES-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 CAB-TIPO           PIC X(3).
           05 CAB-FECHA          PIC 9(8).
           05 CAB-SUCURSAL       PIC X(4).
           05 FILLER             PIC X(156).
       01  REG-COLA-IN.
           05 COL-TIPO           PIC X(3).
           05 COL-CANTIDAD       PIC 9(7).
           05 COL-HASH-DNI       PIC 9(15).
           05 FILLER             PIC X(146).

       FD  CLIENTES-OUT.
       01  REG-CLIENTE-OUT.
           COPY CPY-CLIENTE-OUT.      *> COPY inventado con la estructura de salida

       FD  ARCHIVO-CONTROL.
       01  REG-CONTROL-CLIENTES      PIC X(300).
      *> La suplementaria relee el control del dia antes de pisarlo:
      *> la linea de la corrida y, si ya hubo otra suplementaria, el
      *> total del dia (ESCRIBE-CONTROL-DIA).
       01  REG-CTL-CORRIDA.
           COPY CPY-CTL-CLIENTES.
       01  REG-CTL-DIA.
           05 CTD-MARCA          PIC X(21).  *> "TOTAL-DIA PROCESADOS="
           05 CTD-PROCESADOS     PIC 9(07).
           05 FILLER             PIC X(10).  *> " OMITIDOS="
           05 CTD-OMITIDOS       PIC 9(07).
           05 FILLER             PIC X(11).  *> " ACEPTADOS="
           05 CTD-ACEPTADOS      PIC 9(07).
           05 FILLER             PIC X(10).  *> " CORRIDAS="
           05 CTD-CORRIDAS       PIC 9(02).
           05 FILLER             PIC X(07).  *> " FECHA="
           05 CTD-FECHA          PIC 9(08).
           05 FILLER             PIC X(210).

       FD  CLIENTES-RECHAZADOS.
      *> Ademas del motivo, el registro rechazado lleva el registro
           05 RCH-CODIGO         PIC 9(2).
           05 RCH-MOTIVO         PIC X(40).
           05 RCH-REENVIOS       PIC 9(2).
           05 RCH-REGISTRO-ORIG  PIC X(171).
      *> Fecha en que el registro entro por primera vez a la cola
      *> de rechazos; los reenvios la conservan para poder medir la
      *> antiguedad del pendiente (ANTIGUEDAD-RECHAZOS).
           05 CKC-CAB-SUCURSAL   PIC X(4).
           05 CKC-ULT-CUENTA     PIC 9(10).
           05 CKC-HASH-ACEP      PIC 9(15).
           05 CKC-RECH-CONTAC    PIC 9(5).
           05 CKC-ADVERTIDOS     PIC 9(5).
           05 CKC-ADVERTENCIAS   PIC 9(5).

       FD  ARCHIVO-CONTADOR-CTA.
      *> Ultimo numero de cuenta de la casa emitido. Se regraba en
      *> como el journal.txt de VALIDAR-EDAD): cada aceptacion o
      *> rechazo queda con sello de tiempo, corrida y codigo de
      *> motivo, aunque el cliente despues se acepte en un rework.
      *> Lo consultan ANALIZA-JOURNAL-CLI y CALIDAD-SUCURSALES (esta
      *> ultima por la sucursal de origen, porque el ID de cliente
      *> se repite entre sucursales).
       01  REG-JOURNAL-CLI.
           05 JCL-TIMESTAMP      PIC X(17).
           05 JCL-CORRIDA        PIC X(11).
           05 JCL-ID             PIC X(10).
           05 JCL-RESULTADO      PIC X(9).
           05 JCL-CODIGO         PIC 9(2).
           05 JCL-SUCURSAL       PIC X(4).
      *> Advertencias con que se acepto el cliente (cero en un
      *> rechazo: el rechazo manda).
           05 JCL-ADVERTENCIAS   PIC 9(2).

       FD  ARCHIVO-PARADA.
      *> Pedido de parada del operador: si el archivo existe entre

       COPY CPY-CORRIDA-FD.

       COPY CPY-POSTAL-FD.

       COPY CPY-SEVERIDAD-FD.

       FD  CLIENTES-REVISION.
       01  REG-CLIENTE-REVISION.
           COPY CPY-REVISION.

       FD  REGISTRO-SUPRESIONES.
       01  REG-SUPRESION.
           COPY CPY-SUPRESION.

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-ALERTA-WS.

       COPY CPY-CORRIDA-WS.

       COPY CPY-POSTAL-WS.

       COPY CPY-SEVERIDAD-WS.

       77  WS-FIN-ARCHIVO     PIC X VALUE 'N'.
           88 FIN-ARCHIVO     VALUE 'S'.
           88 MAS-DATOS       VALUE 'N'.
       77  WS-TOTAL-RECH-DUPLIC PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DIREC  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DNIMAE PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-CONTAC PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ACEPTADOS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZADOS  PIC 9(5) VALUE ZERO.
      *> Aceptados con advertencias (uno por cliente en la cola de
      *> revision) y total de advertencias emitidas.
       77  WS-TOTAL-ADVERTIDOS  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ADVERTENCIAS PIC 9(5) VALUE ZERO.
       77  WS-REVISION-STATUS   PIC XX VALUE SPACES.

      *> Advertencias del cliente en curso (GRABAR-ADVERTENCIA);
      *> despues de la quinta se cuentan pero no se detallan.
       77  WS-ADV-CANT          PIC 9(2) VALUE ZERO.
       77  WS-IDX-ADV           PIC 9(2) VALUE ZERO.
       01  WS-ADV-TABLA.
           05 WS-ADV-ENT OCCURS 5 TIMES.
               10 WS-ADV-CODIGO  PIC 9(2).
               10 WS-ADV-MOTIVO  PIC X(40).

      *> DNI de las personas cuyos datos se suprimieron
      *> (registro_supresiones.txt, lo escribe SUPRIME-CLIENTE). Si
      *> vuelven a llegar se aceptan pero se avisa al operador.
       77  WS-SUPRESIONES-STATUS PIC XX VALUE SPACES.
       77  WS-SUP-TOTAL         PIC 9(5) VALUE ZERO.
       77  WS-IDX-SUP           PIC 9(5) VALUE ZERO.
       77  WS-FIN-SUPRESIONES   PIC X VALUE 'N'.
           88 FIN-SUPRESIONES     VALUE 'S'.
           88 MAS-SUPRESIONES     VALUE 'N'.
       77  WS-DNI-SUPRIMIDO-SW  PIC X VALUE 'N'.
           88 DNI-SUPRIMIDO       VALUE 'S'.
           88 DNI-NO-SUPRIMIDO    VALUE 'N'.
       77  WS-TOTAL-DNI-SUPRIMIDO PIC 9(5) VALUE ZERO.
       01  WS-TABLA-SUPRESIONES.
           05 WS-SUP-DNI OCCURS 5000 TIMES PIC X(9).

       77  WS-ID-ENCONTRADO     PIC X VALUE 'N'.
           88 ID-YA-REGISTRADO    VALUE 'S'.
           88 ID-NO-REGISTRADO    VALUE 'N'.
       77  WS-IDS-STATUS        PIC XX VALUE SPACES.
       77  WS-IDS-POSICION-ACT  PIC 9(7) VALUE ZERO.
      *> En la corrida suplementaria las posiciones siguen despues de
      *> la mayor ya registrada en el dia, para que todo ID del dia
      *> quede antes de la posicion actual y cuente como duplicado.
       77  WS-IDS-BASE          PIC 9(7) VALUE ZERO.
       77  WS-FIN-IDS-SW        PIC X VALUE 'N'.
           88 FIN-IDS             VALUE 'S'.
           88 MAS-IDS             VALUE 'N'.
       77  WS-COMANDO-FOTO      PIC X(250) VALUE SPACES.
       77  WS-FOTO-RC-CRUDO     PIC S9(9) VALUE ZERO.
       77  WS-CC-FOTO           PIC S9(4) VALUE ZERO.
      *> La foto del dia la borra SUITE-NOCTURNA cuando la cadena de
      *> la suplementaria termina: si sigue ahi, la anterior no
      *> termino y se vuelve a ella.
       77  WS-FOTO-SW           PIC X VALUE 'N'.
           88 FOTO-PENDIENTE      VALUE 'S'.
           88 SIN-FOTO-PENDIENTE  VALUE 'N'.
      *> clientes_out.dat del dia que la suplementaria pisa: se
      *> guarda como CLIENTES-OUT.GaaaammddVnn desde V01.
       77  WS-NOMBRE-GENERACION PIC X(30) VALUE SPACES.
       77  WS-VERSION-GEN       PIC 9(2) VALUE ZERO.
      *> Total del dia (corrida del dia mas suplementarias).
       77  WS-FIN-CONTROL-SW    PIC X VALUE 'N'.
           88 FIN-CONTROL         VALUE 'S'.
           88 MAS-CONTROL         VALUE 'N'.
       77  WS-DIA-PROCESADOS    PIC 9(7) VALUE ZERO.
       77  WS-DIA-OMITIDOS      PIC 9(7) VALUE ZERO.
       77  WS-DIA-ACEPTADOS     PIC 9(7) VALUE ZERO.
       77  WS-DIA-CORRIDAS      PIC 9(2) VALUE ZERO.

       77  WS-LINEA-CONTROL     PIC X(300).

       77  WS-COD-RECHAZO       PIC 9(2) VALUE ZERO.
       77  WS-MOTIVO-RECHAZO    PIC X(40) VALUE SPACES.
       77  WS-DNI-RESTO         PIC 99   VALUE ZERO.
       77  WS-DNI-VERIFICADOR   PIC 99   VALUE ZERO.

      *> Trabajo de VLD-CONTACTO (e-mail y telefono).
       77  WS-VLD-POS           PIC 99   VALUE ZERO.
       77  WS-VLD-LARGO         PIC 99   VALUE ZERO.
       77  WS-VLD-ARROBAS       PIC 99   VALUE ZERO.
       77  WS-VLD-POS-ARROBA    PIC 99   VALUE ZERO.
       77  WS-VLD-BLANCOS       PIC 99   VALUE ZERO.
       77  WS-VLD-PUNTOS        PIC 99   VALUE ZERO.
       77  WS-VLD-DIGITOS       PIC 99   VALUE ZERO.

       01  WS-FECHA-SISTEMA     PIC 9(8).
       01  WS-FECHA-SISTEMA-DESC REDEFINES WS-FECHA-SISTEMA.
           05 WS-ANIO-SISTEMA   PIC 9(4).
       77  WS-MODO-CORRIDA      PIC X VALUE 'F'.
           88 MODO-FULL          VALUE 'F'.
           88 MODO-INCREMENTAL   VALUE 'I'.
           88 MODO-SUPLEMENTARIA VALUE 'S'.

       77  WS-FECHA-CORRIDA-STATUS PIC XX VALUE SPACES.
       77  WS-ULTIMA-FECHA-CORRIDA PIC 9(8) VALUE ZERO.
       77  WS-CONTADOR-STATUS    PIC XX VALUE SPACES.
       77  WS-ULT-CUENTA         PIC 9(10) VALUE ZERO.
       77  WS-CUENTA-ASIGNADA    PIC 9(10) VALUE ZERO.
      *> ID de maestro al que se deriva el aceptado: un CERRADO con
      *> el mismo DNI (se reactiva en el lugar) o el sobreviviente
      *> de un ID fusionado. En blanco, el aceptado va con su CLT-ID.
       77  WS-ID-DESTINO         PIC X(10) VALUE SPACES.
       77  WS-ID-REACTIVA        PIC X(10) VALUE SPACES.
       77  WS-ID-VIGENTE-OTRO    PIC X(10) VALUE SPACES.
       77  WS-FIN-DNI-SW         PIC X VALUE 'N'.
           88 FIN-DNI-MAESTRO      VALUE 'S'.
           88 MAS-DNI-MAESTRO      VALUE 'N'.
       77  WS-ID-PROPIO-SW       PIC X VALUE 'N'.
           88 ID-PROPIO-EN-MAESTRO VALUE 'S'.
           88 ID-PROPIO-FUSIONADO  VALUE 'F'.
       77  WS-MANIFIESTO-STATUS  PIC XX VALUE SPACES.
       77  WS-HASH-ACEPTADOS     PIC 9(15) VALUE ZERO.
       77  WS-JOURNAL-CLI-STATUS PIC XX VALUE SPACES.
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-MODO-CORRIDA FROM COMMAND-LINE
           IF NOT MODO-FULL AND NOT MODO-INCREMENTAL
               AND NOT MODO-SUPLEMENTARIA
               MOVE CTE-MODO-FULL TO WS-MODO-CORRIDA
           END-IF
           EVALUATE TRUE
               WHEN MODO-INCREMENTAL
                   DISPLAY "Modo de corrida: INCREMENTAL"
               WHEN MODO-SUPLEMENTARIA
                   DISPLAY "Modo de corrida: SUPLEMENTARIA"
               WHEN OTHER
                   DISPLAY "Modo de corrida: FULL"
           END-EVALUATE

           ACCEPT WS-HORA-INICIO-CLIENTES FROM TIME
           ACCEPT WS-FECHA-CORRIDA-HOY FROM DATE YYYYMMDD

           PERFORM LEER-FECHA-CORRIDA
           PERFORM LEER-CONTADOR-CUENTAS
           PERFORM CARGAR-TABLA-POSTAL
           PERFORM CARGAR-SEVERIDADES
           PERFORM CARGAR-SUPRESIONES
           PERFORM LEER-CHECKPOINT-CLI
           IF MODO-SUPLEMENTARIA
               PERFORM PREPARAR-SUPLEMENTARIA
           ELSE
               IF CORRIDA-NUEVA
                   PERFORM DESCARTAR-FOTO-DIA
               END-IF
           END-IF

           *> El marcador de ultima corrida tiene granularidad de dia
           *> (WS-ULTIMA-FECHA-CORRIDA es PIC 9(8), sin hora), igual que
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF ES-REANUDACION OR MODO-SUPLEMENTARIA
               OPEN EXTEND CLIENTES-RECHAZADOS
               IF WS-RECHAZADOS-STATUS = "35"
                   OPEN OUTPUT CLIENTES-RECHAZADOS
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF ES-REANUDACION OR MODO-SUPLEMENTARIA
               OPEN EXTEND CLIENTES-REVISION
               IF WS-REVISION-STATUS = "35"
                   OPEN OUTPUT CLIENTES-REVISION
               END-IF
           ELSE
               OPEN OUTPUT CLIENTES-REVISION
           END-IF
           IF WS-REVISION-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR CLIENTES-REVISION, STATUS="
                   WS-REVISION-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Archivo de trabajo de la deteccion de duplicados: en una
      *> reanudacion se conserva tal cual (es el estado de la
      *> deteccion); en una corrida nueva se recrea vacio. La
      *> corrida suplementaria lo conserva: trae los IDs del dia.
           IF ES-REANUDACION OR MODO-SUPLEMENTARIA
               OPEN I-O ARCHIVO-IDS-CORRIDA
               IF WS-IDS-STATUS = "35"
                   OPEN OUTPUT ARCHIVO-IDS-CORRIDA
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF MODO-SUPLEMENTARIA
               PERFORM CALCULAR-BASE-IDS
           END-IF
           OPEN EXTEND ARCHIVO-JOURNAL-CLI
           IF WS-JOURNAL-CLI-STATUS = "35"
               OPEN OUTPUT ARCHIVO-JOURNAL-CLI
                               MOVE CLT-DNI TO WS-DNI-NUMERICO
                               ADD WS-DNI-NUMERICO TO WS-HASH-DNI
                           END-IF
                           COMPUTE WS-IDS-POSICION-ACT =
                               WS-IDS-BASE + WS-CANT-DATOS
                           PERFORM PROCESA-CLIENTE-IN
                           PERFORM CONTROLA-CHECKPOINT
                           PERFORM CONSULTAR-PARADA

           ACCEPT WS-HORA-FIN-CLIENTES FROM TIME
           PERFORM ESCRIBE-CONTROL
           IF MODO-SUPLEMENTARIA
               PERFORM ESCRIBE-CONTROL-DIA
           END-IF
           PERFORM GRABAR-FECHA-CORRIDA
           PERFORM GRABAR-MANIFIESTO
           PERFORM GRABAR-CHECKPOINT-FINAL
           CLOSE CLIENTES-OUT
           CLOSE ARCHIVO-CONTROL
           CLOSE CLIENTES-RECHAZADOS
           CLOSE CLIENTES-REVISION
           IF MAESTRO-DISPONIBLE
               CLOSE MAESTRO-CLIENTES
           END-IF
           DISPLAY "Rechazos por direccion: " WS-TOTAL-RECH-DIREC
           DISPLAY "Rechazos por DNI ya en maestro: "
               WS-TOTAL-RECH-DNIMAE
           DISPLAY "Rechazos por contacto: " WS-TOTAL-RECH-CONTAC
           DISPLAY "Aceptados con advertencias: " WS-TOTAL-ADVERTIDOS
               " (advertencias: " WS-TOTAL-ADVERTENCIAS ")"
           DISPLAY "Aceptados con DNI suprimido: "
               WS-TOTAL-DNI-SUPRIMIDO
           PERFORM ALERTAR-DNI-SUPRIMIDO

           PERFORM LIBERAR-LOCK
           STOP RUN.
               IF WS-CLIENTE-VALIDO = 'S'
                   PERFORM ESCRIBE-SALIDA
                   ADD 1 TO WS-TOTAL-ACEPTADOS
                   IF WS-ADV-CANT > ZERO
                       PERFORM GRABAR-REVISION
                   END-IF
               ELSE
                   DISPLAY "Registro inválido: " CLT-ID
                   ADD 1 TO WS-TOTAL-RECHAZADOS
           MOVE WS-TIMESTAMP-JOURNAL TO JCL-TIMESTAMP
           MOVE WS-ID-CORRIDA TO JCL-CORRIDA
           MOVE CLT-ID TO JCL-ID
           MOVE CLT-SUCURSAL TO JCL-SUCURSAL
           IF CLIENTE-VALIDO
               MOVE "ACEPTADO" TO JCL-RESULTADO
               MOVE ZERO TO JCL-CODIGO
               MOVE WS-ADV-CANT TO JCL-ADVERTENCIAS
           ELSE
               MOVE "RECHAZADO" TO JCL-RESULTADO
               MOVE WS-COD-RECHAZO TO JCL-CODIGO
               MOVE ZERO TO JCL-ADVERTENCIAS
           END-IF
           WRITE REG-JOURNAL-CLI.

           CLOSE CLIENTES-OUT
           CLOSE ARCHIVO-CONTROL
           CLOSE CLIENTES-RECHAZADOS
           CLOSE CLIENTES-REVISION
           CLOSE ARCHIVO-JOURNAL-CLI
           CLOSE ARCHIVO-IDS-CORRIDA
           IF MAESTRO-DISPONIBLE
               CLOSE MAESTRO-CLIENTES
           END-IF
           DISPLAY "=== PROCESO CLIENTES DETENIDO A PEDIDO ==="
           PERFORM ALERTAR-DNI-SUPRIMIDO
           PERFORM LIBERAR-LOCK
           MOVE RC-PARADA-PEDIDA TO RETURN-CODE
           STOP RUN.
               " FIN=" WS-HORA-FIN-CLIENTES
               " DURACION-CS=" WS-DURACION-CLI-CS
               " CORRIDA=" WS-ID-CORRIDA
               " RECH-CONTAC=" WS-TOTAL-RECH-CONTAC
               " ADVERTIDOS=" WS-TOTAL-ADVERTIDOS
               " ADVERTENCIAS=" WS-TOTAL-ADVERTENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-CONTROL
           MOVE WS-LINEA-CONTROL TO REG-CONTROL-CLIENTES
           WRITE REG-CONTROL-CLIENTES.

       ESCRIBE-CONTROL-DIA.
      *> La primera linea sigue siendo la de esta corrida (la que
      *> leen RESUMEN-OPERATIVO, TABLERO-MANANA y VIGILA-SLA);
      *> TOTAL-DIA acumula el dia completo para CONCILIA-CADENA.
           ADD WS-CONTADOR-REG TO WS-DIA-PROCESADOS
           ADD WS-TOTAL-OMITIDOS TO WS-DIA-OMITIDOS
           ADD WS-TOTAL-ACEPTADOS TO WS-DIA-ACEPTADOS
           ADD 1 TO WS-DIA-CORRIDAS
           MOVE SPACES TO WS-LINEA-CONTROL
           STRING "TOTAL-DIA PROCESADOS=" WS-DIA-PROCESADOS
               " OMITIDOS=" WS-DIA-OMITIDOS
               " ACEPTADOS=" WS-DIA-ACEPTADOS
               " CORRIDAS=" WS-DIA-CORRIDAS
               " FECHA=" WS-FECHA-CORRIDA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-CONTROL
           MOVE WS-LINEA-CONTROL TO REG-CONTROL-CLIENTES
           WRITE REG-CONTROL-CLIENTES
           DISPLAY WS-LINEA-CONTROL(1:90).

       ESCRIBE-SALIDA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
               INTO WS-TIMESTAMP-PROCESO
           MOVE SPACES TO REG-CLIENTE-OUT
           MOVE CLT-ID TO CLO-ID
           MOVE CLT-ID TO CLO-ID-ORIGEN
           IF WS-ID-DESTINO NOT = SPACES
               MOVE WS-ID-DESTINO TO CLO-ID
               DISPLAY "  " CLT-ID " se aplica sobre " WS-ID-DESTINO
           END-IF
           MOVE CLT-NOMBRE TO CLO-NOMBRE
           MOVE CLT-DNI TO CLO-DNI
           MOVE CLT-FECHA-NAC TO CLO-FECHA-NAC
           MOVE CLT-DIRECCION TO CLO-DIRECCION
           MOVE CLT-SUCURSAL TO CLO-SUCURSAL
           MOVE CLT-TELEFONO TO CLO-TELEFONO
           MOVE CLT-EMAIL TO CLO-EMAIL
           MOVE CLT-CANAL TO CLO-CANAL
           MOVE WS-TIMESTAMP-PROCESO TO CLO-FECHA-PROCESO
           MOVE ZERO TO CLO-COD-ESTADO
           MOVE "ACEPTADO" TO CLO-ESTADO
      *> contador persistente.
           MOVE ZERO TO WS-CUENTA-ASIGNADA
           IF MAESTRO-DISPONIBLE
               MOVE CLO-ID TO CLM-ID
               READ MAESTRO-CLIENTES
                   INVALID KEY
                       CONTINUE
               MOVE CKC-ULT-CUENTA TO WS-ULT-CUENTA
           END-IF
           MOVE CKC-HASH-ACEP TO WS-HASH-ACEPTADOS
      *> Un checkpoint del layout anterior (sin contador de contacto)
      *> deja el campo en blanco.
           IF CKC-RECH-CONTAC IS NUMERIC
               MOVE CKC-RECH-CONTAC TO WS-TOTAL-RECH-CONTAC
           ELSE
               MOVE ZERO TO WS-TOTAL-RECH-CONTAC
           END-IF
           IF CKC-ADVERTIDOS IS NUMERIC
               AND CKC-ADVERTENCIAS IS NUMERIC
               MOVE CKC-ADVERTIDOS TO WS-TOTAL-ADVERTIDOS
               MOVE CKC-ADVERTENCIAS TO WS-TOTAL-ADVERTENCIAS
           ELSE
               MOVE ZERO TO WS-TOTAL-ADVERTIDOS
               MOVE ZERO TO WS-TOTAL-ADVERTENCIAS
           END-IF
           DISPLAY "Reanudando desde checkpoint: registro "
               WS-POS-REANUDAR.

           MOVE ZERO TO WS-TOTAL-RECH-DUPLIC
           MOVE ZERO TO WS-TOTAL-RECH-DIREC
           MOVE ZERO TO WS-TOTAL-RECH-DNIMAE
           MOVE ZERO TO WS-TOTAL-RECH-CONTAC
           MOVE ZERO TO WS-TOTAL-ADVERTIDOS
           MOVE ZERO TO WS-TOTAL-ADVERTENCIAS
           MOVE ZERO TO WS-TOTAL-OMITIDOS
           MOVE ZERO TO WS-HASH-DNI
           MOVE ZERO TO WS-HASH-ACEPTADOS.

       PREPARAR-SUPLEMENTARIA.
      *> La corrida suplementaria agrega sucursales tardias al dia ya
      *> procesado: exige la corrida del dia terminada. Antes de
      *> tocar nada se saca una foto del estado del dia (IDs
      *> registrados, rechazos, revisiones y control); si la
      *> suplementaria se cae, el reintento no reanuda desde el
      *> checkpoint sino que vuelve a esa foto y arranca de cero. Lo
      *> mismo si termino aca pero su cadena se corto despues: la
      *> foto sigue en disco. Un checkpoint caido sin foto del dia
      *> es de la corrida principal: esa se reanuda primero.
           PERFORM VERIFICAR-FOTO-DIA
           IF ES-REANUDACION OR FOTO-PENDIENTE
               PERFORM RESTAURAR-FOTO-DIA
               IF ES-REANUDACION
                   PERFORM DESCARTAR-REANUDACION
               END-IF
           ELSE
               IF WS-ULTIMA-FECHA-CORRIDA NOT = WS-FECHA-CORRIDA-HOY
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "SIN CORRIDA DEL DIA QUE SUPLEMENTAR"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               PERFORM TOMAR-FOTO-DIA
           END-IF
           PERFORM LEER-CONTROL-DEL-DIA
           PERFORM ARCHIVAR-SALIDA-DIA.

       VERIFICAR-FOTO-DIA.
           MOVE SPACES TO WS-COMANDO-FOTO
           STRING "test -f SUPLEM.G" WS-FECHA-CORRIDA-HOY ".IDS"
               DELIMITED BY SIZE INTO WS-COMANDO-FOTO
           PERFORM EJECUTAR-COMANDO-FOTO
           IF WS-CC-FOTO = ZERO
               SET FOTO-PENDIENTE TO TRUE
           ELSE
               SET SIN-FOTO-PENDIENTE TO TRUE
           END-IF.

       LEER-CONTROL-DEL-DIA.
      *> Base del total del dia: el control como quedo antes de esta
      *> suplementaria (la foto ya lo repuso si hubo una caida). Si
      *> trae TOTAL-DIA de la fecha, ese es el acumulado; si no, la
      *> linea de la corrida del dia.
           MOVE ZERO TO WS-DIA-PROCESADOS
           MOVE ZERO TO WS-DIA-OMITIDOS
           MOVE ZERO TO WS-DIA-ACEPTADOS
           MOVE ZERO TO WS-DIA-CORRIDAS
           SET MAS-CONTROL TO TRUE
           OPEN INPUT ARCHIVO-CONTROL
           IF WS-CONTROL-STATUS = "00"
               READ ARCHIVO-CONTROL
                   AT END
                       SET FIN-CONTROL TO TRUE
                   NOT AT END
                       IF CTC-CORRIDA(1:8) = WS-FECHA-CORRIDA-HOY
                           MOVE CTC-PROCESADOS TO WS-DIA-PROCESADOS
                           MOVE CTC-OMITIDOS TO WS-DIA-OMITIDOS
                           MOVE CTC-ACEPTADOS TO WS-DIA-ACEPTADOS
                           MOVE 1 TO WS-DIA-CORRIDAS
                       END-IF
               END-READ
               PERFORM UNTIL FIN-CONTROL
                   READ ARCHIVO-CONTROL
                       AT END
                           SET FIN-CONTROL TO TRUE
                       NOT AT END
                           IF CTD-MARCA = "TOTAL-DIA PROCESADOS="
                               AND CTD-FECHA = WS-FECHA-CORRIDA-HOY
                               MOVE CTD-PROCESADOS
                                   TO WS-DIA-PROCESADOS
                               MOVE CTD-OMITIDOS TO WS-DIA-OMITIDOS
                               MOVE CTD-ACEPTADOS TO WS-DIA-ACEPTADOS
                               MOVE CTD-CORRIDAS TO WS-DIA-CORRIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTROL
           END-IF.

       ARCHIVAR-SALIDA-DIA.
      *> clientes_out.dat del dia se guarda antes de que esta corrida
      *> lo pise, en la primera version libre desde V01 (la V00 es
      *> la que deja ARCHIVAR-DIARIO).
           MOVE 1 TO WS-VERSION-GEN
           MOVE ZERO TO WS-CC-FOTO
           PERFORM UNTIL WS-CC-FOTO NOT = ZERO
               MOVE SPACES TO WS-NOMBRE-GENERACION
               STRING "CLIENTES-OUT.G" WS-FECHA-CORRIDA-HOY
                   "V" WS-VERSION-GEN
                   DELIMITED BY SIZE INTO WS-NOMBRE-GENERACION
               MOVE SPACES TO WS-COMANDO-FOTO
               STRING "test -e " DELIMITED BY SIZE
                   WS-NOMBRE-GENERACION DELIMITED BY SPACE
                   INTO WS-COMANDO-FOTO
               PERFORM EJECUTAR-COMANDO-FOTO
               IF WS-CC-FOTO = ZERO
                   IF WS-VERSION-GEN = 99
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "SIN VERSION LIBRE PARA CLIENTES_OUT.DAT"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-VERSION-GEN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-COMANDO-FOTO
           STRING "test ! -f clientes_out.dat || cp clientes_out.dat "
               DELIMITED BY SIZE
               WS-NOMBRE-GENERACION DELIMITED BY SPACE
               INTO WS-COMANDO-FOTO
           PERFORM EJECUTAR-COMANDO-FOTO
           IF WS-CC-FOTO NOT = ZERO
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               MOVE SPACES TO WS-RC-MENSAJE
               STRING "NO SE PUDO ARCHIVAR CLIENTES_OUT.DAT EN "
                   WS-NOMBRE-GENERACION
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "clientes_out.dat del dia archivado en "
               WS-NOMBRE-GENERACION.

       TOMAR-FOTO-DIA.
           MOVE SPACES TO WS-COMANDO-FOTO
           STRING "cp ids_corrida.dat SUPLEM.G" WS-FECHA-CORRIDA-HOY
               ".IDS && cp clientes_rechazados.dat SUPLEM.G"
               WS-FECHA-CORRIDA-HOY
               ".RCH && cp clientes_revision.dat SUPLEM.G"
               WS-FECHA-CORRIDA-HOY
               ".RVS && cp control_clientes.txt SUPLEM.G"
               WS-FECHA-CORRIDA-HOY ".CTL"
               DELIMITED BY SIZE INTO WS-COMANDO-FOTO
           PERFORM EJECUTAR-COMANDO-FOTO
           IF WS-CC-FOTO NOT = ZERO
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               MOVE "NO SE PUDO TOMAR LA FOTO DEL ESTADO DEL DIA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Foto del estado del dia: SUPLEM.G"
               WS-FECHA-CORRIDA-HOY.

       RESTAURAR-FOTO-DIA.
           MOVE SPACES TO WS-COMANDO-FOTO
           STRING "test -f SUPLEM.G" WS-FECHA-CORRIDA-HOY
               ".IDS && cp SUPLEM.G" WS-FECHA-CORRIDA-HOY
               ".IDS ids_corrida.dat && cp SUPLEM.G"
               WS-FECHA-CORRIDA-HOY
               ".RCH clientes_rechazados.dat && cp SUPLEM.G"
               WS-FECHA-CORRIDA-HOY
               ".RVS clientes_revision.dat && cp SUPLEM.G"
               WS-FECHA-CORRIDA-HOY ".CTL control_clientes.txt"
               DELIMITED BY SIZE INTO WS-COMANDO-FOTO
           PERFORM EJECUTAR-COMANDO-FOTO
           IF WS-CC-FOTO NOT = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "CORRIDA DEL DIA SIN TERMINAR: REANUDARLA ANTES"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Suplementaria anterior caida: se vuelve a la foto"
               " del dia SUPLEM.G" WS-FECHA-CORRIDA-HOY.

       DESCARTAR-FOTO-DIA.
      *> Una corrida principal nueva rehace el dia: una foto de una
      *> suplementaria anterior de la fecha ya no describe su estado.
           MOVE SPACES TO WS-COMANDO-FOTO
           STRING "rm -f SUPLEM.G" WS-FECHA-CORRIDA-HOY ".*"
               DELIMITED BY SIZE INTO WS-COMANDO-FOTO
           PERFORM EJECUTAR-COMANDO-FOTO.

       EJECUTAR-COMANDO-FOTO.
           CALL "SYSTEM" USING WS-COMANDO-FOTO
           MOVE RETURN-CODE TO WS-FOTO-RC-CRUDO
           DIVIDE WS-FOTO-RC-CRUDO BY 256 GIVING WS-CC-FOTO
           MOVE ZERO TO RETURN-CODE.

       CALCULAR-BASE-IDS.
      *> Mayor posicion registrada en el dia: la corrida suplementaria
      *> numera sus registros a continuacion.
           MOVE ZERO TO WS-IDS-BASE
           SET MAS-IDS TO TRUE
           MOVE LOW-VALUES TO IDS-ID
           START ARCHIVO-IDS-CORRIDA KEY IS NOT LESS THAN IDS-ID
               INVALID KEY
                   SET FIN-IDS TO TRUE
           END-START
           PERFORM UNTIL FIN-IDS
               READ ARCHIVO-IDS-CORRIDA NEXT RECORD
                   AT END
                       SET FIN-IDS TO TRUE
                   NOT AT END
                       IF IDS-POSICION > WS-IDS-BASE
                           MOVE IDS-POSICION TO WS-IDS-BASE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "IDs del dia registrados hasta la posicion "
               WS-IDS-BASE.

       RECORTAR-SALIDAS-REANUDACION.
      *> Entre el ultimo checkpoint y la caida pudieron quedar
      *> grabadas lineas de mas: cada salida se recorta a la
           PERFORM RECORTAR-UN-ARCHIVO
           MOVE "clientes_rechazados.dat" TO WS-ARCHIVO-RECORTE
           MOVE WS-TOTAL-RECHAZADOS TO WS-LINEAS-RECORTE
           PERFORM RECORTAR-UN-ARCHIVO
           MOVE "clientes_revision.dat" TO WS-ARCHIVO-RECORTE
           MOVE WS-TOTAL-ADVERTIDOS TO WS-LINEAS-RECORTE
           PERFORM RECORTAR-UN-ARCHIVO.

       RECORTAR-UN-ARCHIVO.
           MOVE WS-SUCURSAL-IN TO CKC-CAB-SUCURSAL
           MOVE WS-ULT-CUENTA TO CKC-ULT-CUENTA
           MOVE WS-HASH-ACEPTADOS TO CKC-HASH-ACEP
           MOVE WS-TOTAL-RECH-CONTAC TO CKC-RECH-CONTAC
           MOVE WS-TOTAL-ADVERTIDOS TO CKC-ADVERTIDOS
           MOVE WS-TOTAL-ADVERTENCIAS TO CKC-ADVERTENCIAS
           WRITE REG-CHECKPOINT-CLI
           CLOSE ARCHIVO-CHECKPOINT-CLI
           PERFORM GRABAR-CONTADOR-CUENTAS.
           MOVE WS-FECHA-CORRIDA-HOY TO RCH-FECHA-INGRESO
           WRITE REG-CLIENTE-RECHAZADO.

       GRABAR-ADVERTENCIA.
      *> Lo invocan las rutinas de CPY-VALIDACIONES cuando falla una
      *> regla configurada como advertencia: el cliente sigue valido
      *> y la advertencia se junta para la cola de revision.
           ADD 1 TO WS-ADV-CANT
           IF WS-ADV-CANT NOT > 5
               MOVE WS-COD-RECHAZO TO WS-ADV-CODIGO(WS-ADV-CANT)
               MOVE WS-MOTIVO-RECHAZO TO WS-ADV-MOTIVO(WS-ADV-CANT)
           END-IF.

       GRABAR-REVISION.
      *> Aceptado con advertencias: ademas de clientes_out.dat queda
      *> en la cola de revision con el ID y la cuenta con que entro.
           ADD 1 TO WS-TOTAL-ADVERTIDOS
           ADD WS-ADV-CANT TO WS-TOTAL-ADVERTENCIAS
           MOVE SPACES TO REG-CLIENTE-REVISION
           MOVE CLO-ID TO RVS-ID
           MOVE CLT-ID TO RVS-ID-ORIGEN
           MOVE CLT-NOMBRE TO RVS-NOMBRE
           MOVE CLT-SUCURSAL TO RVS-SUCURSAL
           MOVE CLO-NRO-CUENTA TO RVS-NRO-CUENTA
           MOVE WS-ID-CORRIDA TO RVS-CORRIDA
           MOVE WS-FECHA-CORRIDA-HOY TO RVS-FECHA
           MOVE WS-ADV-CANT TO RVS-CANT-ADV
           PERFORM VARYING WS-IDX-ADV FROM 1 BY 1
                   UNTIL WS-IDX-ADV > 5
               IF WS-IDX-ADV > WS-ADV-CANT
                   MOVE ZERO TO RVS-ADV-CODIGO(WS-IDX-ADV)
                   MOVE SPACES TO RVS-ADV-MOTIVO(WS-IDX-ADV)
               ELSE
                   MOVE WS-ADV-CODIGO(WS-IDX-ADV)
                       TO RVS-ADV-CODIGO(WS-IDX-ADV)
                   MOVE WS-ADV-MOTIVO(WS-IDX-ADV)
                       TO RVS-ADV-MOTIVO(WS-IDX-ADV)
               END-IF
           END-PERFORM
           WRITE REG-CLIENTE-REVISION.

       LEE-REGISTRO.
           READ CLIENTES-IN
               AT END

       VALIDA-CLIENTE.
           SET CLIENTE-VALIDO TO TRUE
           MOVE ZERO TO WS-ADV-CANT
           *> Rutinas de validacion incluidas de CPY-VALIDACIONES.
           *> Se corta en la primera regla que falla, para que cada
           *> registro rechazado genere un unico renglon en
           IF CLIENTE-VALIDO
               PERFORM VLD-DIRECCION
           END-IF
           IF CLIENTE-VALIDO
               PERFORM VLD-CONTACTO
           END-IF
           IF CLIENTE-VALIDO
               PERFORM VLD-DUPLICADO
           END-IF
           IF CLIENTE-VALIDO
               PERFORM VLD-DNI-MAESTRO
           END-IF
           IF CLIENTE-VALIDO
               PERFORM VLD-DNI-SUPRIMIDO
           END-IF.
           *> WS-CLIENTE-VALIDO se setea en las rutinas de validación

      *> mismo CLT-DNI y distinto CLT-ID: la clave alterna del
      *> maestro por CLM-DNI la encuentra. El mismo ID con el mismo
      *> DNI es el caso normal de actualizacion y sigue de largo.
      *> Se recorren todos los registros del DNI: si el unico con
      *> otro ID esta CERRADO, el alta es una reactivacion de ese
      *> cliente (conserva ID y cuenta) y no un rechazo. Si el
      *> propio ID fue absorbido por FUSIONA-CLIENTES, la novedad
      *> se deriva al sobreviviente (el vigente con el mismo DNI).
           MOVE SPACES TO WS-ID-DESTINO
           MOVE SPACES TO WS-ID-REACTIVA
           MOVE SPACES TO WS-ID-VIGENTE-OTRO
           MOVE 'N' TO WS-ID-PROPIO-SW
           IF MAESTRO-DISPONIBLE
               MOVE CLT-DNI TO CLM-DNI
               SET MAS-DNI-MAESTRO TO TRUE
               START MAESTRO-CLIENTES KEY IS = CLM-DNI
                   INVALID KEY
                       SET FIN-DNI-MAESTRO TO TRUE
               END-START
               PERFORM UNTIL FIN-DNI-MAESTRO
                   READ MAESTRO-CLIENTES NEXT RECORD
                       AT END
                           SET FIN-DNI-MAESTRO TO TRUE
                       NOT AT END
                           IF CLM-DNI NOT = CLT-DNI
                               SET FIN-DNI-MAESTRO TO TRUE
                           ELSE
                               PERFORM VLD-DNI-MAESTRO-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VLD-DNI-MAESTRO-DECIDIR
           END-IF.

       VLD-DNI-MAESTRO-REGISTRO.
           EVALUATE TRUE
               WHEN CLM-ID = CLT-ID AND CLM-ESTADO = "FUSIONADO"
                   SET ID-PROPIO-FUSIONADO TO TRUE
               WHEN CLM-ID = CLT-ID
                   SET ID-PROPIO-EN-MAESTRO TO TRUE
               WHEN CLM-ESTADO = "FUSIONADO"
                   CONTINUE
               WHEN CLM-ESTADO = "CERRADO"
                   IF WS-ID-REACTIVA = SPACES
                       MOVE CLM-ID TO WS-ID-REACTIVA
                   END-IF
               WHEN OTHER
                   IF WS-ID-VIGENTE-OTRO = SPACES
                       MOVE CLM-ID TO WS-ID-VIGENTE-OTRO
                   END-IF
           END-EVALUATE.

       VLD-DNI-MAESTRO-DECIDIR.
           EVALUATE TRUE
               WHEN ID-PROPIO-FUSIONADO
                   AND WS-ID-VIGENTE-OTRO NOT = SPACES
                   MOVE WS-ID-VIGENTE-OTRO TO WS-ID-DESTINO
               WHEN ID-PROPIO-FUSIONADO
                   AND WS-ID-REACTIVA NOT = SPACES
                   MOVE WS-ID-REACTIVA TO WS-ID-DESTINO
               WHEN ID-PROPIO-FUSIONADO
                   MOVE "ID FUSIONADO SIN SOBREVIVIENTE"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-DNI-MAESTRO
      *> El propio ID ya existe: actualizacion normal, aunque otro ID
      *> vigente comparta el DNI (ese duplicado ya estaba en el
      *> maestro; rechazar no lo resuelve y congelaria al cliente).
      *> Si ademas hay un cerrado con el mismo DNI, no se lo reactiva.
               WHEN ID-PROPIO-EN-MAESTRO
                   CONTINUE
               WHEN WS-ID-VIGENTE-OTRO NOT = SPACES
                   DISPLAY "  Motivo: DNI ya en maestro con"
                       " ID " WS-ID-VIGENTE-OTRO
                   MOVE "DNI YA EN MAESTRO CON OTRO ID"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-DNI-MAESTRO
               WHEN WS-ID-REACTIVA NOT = SPACES
                   MOVE WS-ID-REACTIVA TO WS-ID-DESTINO
           END-EVALUATE.

       RECHAZAR-DNI-MAESTRO.
           SET CLIENTE-INVALIDO TO TRUE
           ADD 1 TO WS-TOTAL-RECH-DNIMAE
           MOVE CTE-ERR-DNI-MAESTRO TO WS-COD-RECHAZO
           PERFORM GRABAR-RECHAZO.

       VLD-DNI-SUPRIMIDO.
      *> Una persona que pidio la supresion de sus datos puede
      *> volver a ser cliente: se la acepta como alta nueva, pero
      *> siempre queda advertida (no es una regla configurable) para
      *> que el operador confirme que el alta es voluntaria.
           SET DNI-NO-SUPRIMIDO TO TRUE
           PERFORM VARYING WS-IDX-SUP FROM 1 BY 1
                   UNTIL WS-IDX-SUP > WS-SUP-TOTAL OR DNI-SUPRIMIDO
               IF WS-SUP-DNI(WS-IDX-SUP) = CLT-DNI
                   SET DNI-SUPRIMIDO TO TRUE
               END-IF
           END-PERFORM
           IF DNI-SUPRIMIDO
               MOVE CTE-ERR-DNI-SUPRIMIDO TO WS-COD-RECHAZO
               MOVE "DNI CON SUPRESION DE DATOS PROCESADA"
                   TO WS-MOTIVO-RECHAZO
               DISPLAY "  Advertencia: " WS-MOTIVO-RECHAZO
               PERFORM GRABAR-ADVERTENCIA
               ADD 1 TO WS-TOTAL-DNI-SUPRIMIDO
           END-IF.

       CARGAR-SUPRESIONES.
      *> Sin registro_supresiones.txt no hubo supresiones.
           SET MAS-SUPRESIONES TO TRUE
           OPEN INPUT REGISTRO-SUPRESIONES
           EVALUATE WS-SUPRESIONES-STATUS
               WHEN "00"
                   PERFORM UNTIL FIN-SUPRESIONES
                       READ REGISTRO-SUPRESIONES
                           AT END
                               SET FIN-SUPRESIONES TO TRUE
                           NOT AT END
                               IF SUP-DNI NOT = SPACES
                                   PERFORM GUARDAR-DNI-SUPRIMIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTRO-SUPRESIONES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR REGISTRO SUPRESIONES, "
                       "STATUS=" WS-SUPRESIONES-STATUS
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           DISPLAY "DNI con supresion de datos: " WS-SUP-TOTAL.

       GUARDAR-DNI-SUPRIMIDO.
           IF WS-SUP-TOTAL NOT < 5000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "REGISTRO DE SUPRESIONES EXCEDE 5000 DNI"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-SUP-TOTAL
           MOVE SUP-DNI TO WS-SUP-DNI(WS-SUP-TOTAL).

       ALERTAR-DNI-SUPRIMIDO.
      *> Una sola alerta por corrida: el detalle esta en la cola de
      *> revision.
           IF WS-TOTAL-DNI-SUPRIMIDO > ZERO
               MOVE "PROCESA-CLIENTES" TO WS-ALR-PROGRAMA
               MOVE WS-ID-CORRIDA TO WS-ALR-CORRIDA
               MOVE "A" TO WS-ALR-SEVERIDAD
               MOVE "DNI-SUPRIMIDO" TO WS-ALR-CODIGO
               MOVE WS-ALR-CORRIDA TO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-TEXTO
               STRING WS-TOTAL-DNI-SUPRIMIDO
                   " ALTAS DE PERSONAS CON DATOS SUPRIMIDOS A"
                   " CONFIRMAR (COLA DE REVISION)"
                   DELIMITED BY SIZE INTO WS-ALR-TEXTO
               PERFORM EMITIR-ALERTA
           END-IF.

      *> COPY con rutinas de validación reales

       COPY CPY-CORRIDA.

       COPY CPY-POSTAL.

       COPY CPY-SEVERIDAD.

       COPY CPY-LOCK.

       COPY CPY-ALERTA.

       COPY CPY-ABEND.
