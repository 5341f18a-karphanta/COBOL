      *           mas cabecera y cola de control con los conteos para
      *           que la sucursal verifique que la respuesta esta
      *           completa. Corre como paso de la suite inmediatamente
      *           despues de PROCESA-CLIENTES. Informa ademas los
      *           ID de la sucursal absorbidos por FUSIONA-CLIENTES
      *           desde su respuesta anterior, con el ID y la cuenta
      *           que los reemplazan, y los aceptados con
      *           advertencias (clientes_revision.dat) con cada
      *           advertencia, contados aparte en la cola. Con el
      *           parametro SUPLEMENTARIA y una lista de sucursales
      *           responde solo a esas (corrida suplementaria de
      *           sucursales tardias) y su linea de historia suma lo
      *           ya anotado para la sucursal en la fecha. Cada
      *           linea lleva el ID que envio la sucursal y, aparte,
      *           el ID del maestro cuando el alta se aplico sobre
      *           otro ID.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *> trabajo de nombre fijo y al cerrar se renombra al nombre de
      *> la sucursal (mismo esquema de CALL "SYSTEM" con que
      *> DELTA-CLIENTES resuelve los nombres con fecha).
           SELECT CLIENTES-REVISION
               ASSIGN TO 'clientes_revision.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.
           SELECT RESPUESTA-TRABAJO
               ASSIGN TO 'respuesta_trabajo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'historia_sucursales.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT REFERENCIA-FUSIONES
               ASSIGN TO 'referencia_fusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCIA-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

           05 RCH-CODIGO         PIC 9(2).
           05 RCH-MOTIVO         PIC X(40).
           05 RCH-REENVIOS       PIC 9(2).
           05 RCH-REGISTRO-ORIG  PIC X(171).
      *> Fecha en que el registro entro por primera vez a la cola
      *> de rechazos; los reenvios la conservan para poder medir la
      *> antiguedad del pendiente (ANTIGUEDAD-RECHAZOS).
           05 RCH-FECHA-INGRESO  PIC 9(8).

       FD  CLIENTES-REVISION.
       01  REG-CLIENTE-REVISION.
           COPY CPY-REVISION.

       FD  RESPUESTA-TRABAJO.
       01  REG-RESPUESTA         PIC X(120).

       FD  ARCHIVO-REGISTRO-SUC.
      *> Mismo registro de sucursales que lee CONSOLIDA-SUCURSALES;
           05 HSU-ACEPTADOS      PIC 9(7).
           05 HSU-RECHAZADOS     PIC 9(7).

       FD  REFERENCIA-FUSIONES.
       01  REG-REF-FUSION.
           COPY CPY-REF-FUSION.

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.
       77  WS-CLIENTES-OUT-STATUS PIC XX VALUE SPACES.
       77  WS-RECHAZADOS-STATUS  PIC XX VALUE SPACES.
       77  WS-RESPUESTA-STATUS   PIC XX VALUE SPACES.
       77  WS-REVISION-STATUS    PIC XX VALUE SPACES.
       77  WS-REGISTRO-STATUS    PIC XX VALUE SPACES.
       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-REFERENCIA-STATUS  PIC XX VALUE SPACES.
       77  WS-FUSIONES-SUC       PIC 9(7) VALUE ZERO.
       77  WS-ULT-RESPUESTA-SUC  PIC 9(8) VALUE ZERO.
       77  WS-FIN-REGISTRO       PIC X VALUE 'N'.
           88 FIN-REGISTRO        VALUE 'S'.

      *> Corrida suplementaria: "SUPLEMENTARIA Snnn [Snnn...]" en la
      *> linea de comando, como en CONSOLIDA-SUCURSALES.
       77  WS-PARAMETRO          PIC X(80) VALUE SPACES.
       77  WS-MODO-RESPUESTA     PIC X VALUE 'N'.
           88 MODO-NOCTURNO        VALUE 'N'.
           88 MODO-SUPLEMENTARIO   VALUE 'S'.
       01  WS-PALABRAS-PARAMETRO.
           05 WS-PAR-PALABRA OCCURS 7 TIMES PIC X(14).
       77  WS-IDX-PAL            PIC 9(2) VALUE ZERO.
       77  WS-IDX-DESTINO        PIC 9(2) VALUE ZERO.
       77  WS-SUC-PEDIDA         PIC X VALUE 'N'.
           88 SUC-PEDIDA           VALUE 'S'.
      *> Lo ya anotado en la historia para la sucursal en la fecha.
       77  WS-BASE-ENVIADOS      PIC 9(7) VALUE ZERO.
       77  WS-BASE-ACEPTADOS     PIC 9(7) VALUE ZERO.
       77  WS-BASE-RECHAZADOS    PIC 9(7) VALUE ZERO.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.
       77  WS-ARCHIVO-DESTINO    PIC X(24) VALUE SPACES.
       77  WS-ACEPTADOS-SUC      PIC 9(7) VALUE ZERO.
       77  WS-RECHAZADOS-SUC     PIC 9(7) VALUE ZERO.
       77  WS-ADVERTIDOS-SUC     PIC 9(7) VALUE ZERO.
       77  WS-ADVERTENCIAS-SUC   PIC 9(7) VALUE ZERO.
       77  WS-IDX-ADV            PIC 9(2) VALUE ZERO.
       77  WS-COMANDO            PIC X(120) VALUE SPACES.
       77  WS-RC-CRUDO           PIC S9(9) VALUE ZERO.
       77  WS-CC-RENOMBRE        PIC S9(4) VALUE ZERO.
      *> Numero de cuenta de la casa asignado al aceptado, para que
      *> la sucursal lo registre contra su propio ID.
           05 WS-DET-CUENTA      PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
      *> ID del maestro sobre el que quedo el cliente. WS-DET-ID es
      *> siempre el ID que envio la sucursal; este campo solo viene
      *> informado cuando el alta se aplico sobre otro ID.
           05 WS-DET-ID-MAESTRO  PIC X(10).
       01  WS-REG-COLA.
           05 WS-COL-TIPO        PIC X(3) VALUE "TRL".
           05 WS-COL-ACEPTADOS   PIC 9(7).
           05 WS-COL-RECHAZADOS  PIC 9(7).
           05 WS-COL-TOTAL       PIC 9(7).
      *> Agregados al final: los aceptados con advertencias ya estan
      *> en ACEPTADOS y en el total.
           05 WS-COL-ADVERTIDOS  PIC 9(7).
           05 WS-COL-ADVERTENCIAS PIC 9(7).

           COPY CPY-RETCODES.

           PERFORM TOMAR-LOCK
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM LEER-ID-CORRIDA
           PERFORM TOMAR-PARAMETRO
           PERFORM CARGAR-SUCURSALES
           IF MODO-SUPLEMENTARIO
               PERFORM FILTRAR-SUCURSALES-PEDIDAS
           END-IF

           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               DISPLAY "Sin sucursales_registro.txt: lista historica"
           END-IF.

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
               END-UNSTRING
               DISPLAY "Corrida suplementaria de sucursales tardias"
           END-IF.

       FILTRAR-SUCURSALES-PEDIDAS.
      *> Deja en la tabla solo las sucursales de la suplementaria:
      *> las demas ya recibieron su respuesta del dia y rehacerla
      *> con las salidas de esta corrida la dejaria vacia.
           MOVE ZERO TO WS-IDX-DESTINO
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               MOVE 'N' TO WS-SUC-PEDIDA
               PERFORM VARYING WS-IDX-PAL FROM 2 BY 1
                       UNTIL WS-IDX-PAL > 7
                   IF WS-PAR-PALABRA(WS-IDX-PAL)
                       = WS-SUC-CODIGO(WS-IDX-SUC)
                       SET SUC-PEDIDA TO TRUE
                   END-IF
               END-PERFORM
               IF SUC-PEDIDA
                   ADD 1 TO WS-IDX-DESTINO
                   MOVE WS-SUC-ENT(WS-IDX-SUC)
                       TO WS-SUC-ENT(WS-IDX-DESTINO)
               END-IF
           END-PERFORM
           MOVE WS-IDX-DESTINO TO WS-TOTAL-SUCURSALES
      *> Una sucursal pedida sin archivo de respuesta se avisa y se
      *> sigue: la respuesta no es critica para la corrida.
           PERFORM VARYING WS-IDX-PAL FROM 2 BY 1
                   UNTIL WS-IDX-PAL > 7
               IF WS-PAR-PALABRA(WS-IDX-PAL) NOT = SPACES
                   AND WS-PAR-PALABRA(WS-IDX-PAL) NOT = "BAJO-SUITE"
                   MOVE 'N' TO WS-SUC-PEDIDA
                   PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                           UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
                       IF WS-SUC-CODIGO(WS-IDX-SUC)
                           = WS-PAR-PALABRA(WS-IDX-PAL)
                           SET SUC-PEDIDA TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SUC-PEDIDA
                       DISPLAY "  AVISO: sucursal "
                           WS-PAR-PALABRA(WS-IDX-PAL)
                           " sin archivo de respuesta"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Sucursales de la suplementaria: "
               WS-TOTAL-SUCURSALES.

       CARGAR-SUCURSALES-DEFECTO.
           MOVE 4 TO WS-TOTAL-SUCURSALES
           MOVE "S001" TO WS-SUC-CODIGO(1)
       GENERAR-RESPUESTA-SUC.
           MOVE ZERO TO WS-ACEPTADOS-SUC
           MOVE ZERO TO WS-RECHAZADOS-SUC
           MOVE ZERO TO WS-ADVERTIDOS-SUC
           MOVE ZERO TO WS-ADVERTENCIAS-SUC
           OPEN OUTPUT RESPUESTA-TRABAJO
           IF WS-RESPUESTA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
           PERFORM ESCRIBIR-CABECERA-RESP
           PERFORM RESPONDER-ACEPTADOS
           PERFORM RESPONDER-RECHAZADOS
           PERFORM RESPONDER-ADVERTIDOS
           PERFORM RESPONDER-FUSIONES
           PERFORM ESCRIBIR-COLA-RESP
           CLOSE RESPUESTA-TRABAJO
           PERFORM RENOMBRAR-RESPUESTA
           PERFORM ANOTAR-HISTORIA-SUC
           DISPLAY "  Sucursal " WS-SUC-ACTUAL
               ": aceptados " WS-ACEPTADOS-SUC
               " rechazados " WS-RECHAZADOS-SUC
               " advertidos " WS-ADVERTIDOS-SUC
               " fusiones " WS-FUSIONES-SUC.

       ANOTAR-HISTORIA-SUC.
      *> Los archivos de respuesta se pisan cada noche; la historia
      *> por sucursal no, y es la base del cargo mensual por volumen.
      *> Como de cada fecha vale la ultima linea, la suplementaria
      *> anota lo del dia completo: lo ya anotado mas esta corrida.
           MOVE ZERO TO WS-BASE-ENVIADOS
           MOVE ZERO TO WS-BASE-ACEPTADOS
           MOVE ZERO TO WS-BASE-RECHAZADOS
           IF MODO-SUPLEMENTARIO
               PERFORM BUSCAR-HISTORIA-DEL-DIA
           END-IF
           OPEN EXTEND HISTORIA-SUCURSALES
           IF WS-HISTORIA-STATUS = "35"
               OPEN OUTPUT HISTORIA-SUCURSALES
           IF WS-HISTORIA-STATUS = "00"
               MOVE WS-FECHA-PROCESO TO HSU-FECHA
               MOVE WS-SUC-ACTUAL TO HSU-SUCURSAL
               COMPUTE HSU-ENVIADOS = WS-BASE-ENVIADOS +
                   WS-ACEPTADOS-SUC + WS-RECHAZADOS-SUC
               COMPUTE HSU-ACEPTADOS =
                   WS-BASE-ACEPTADOS + WS-ACEPTADOS-SUC
               COMPUTE HSU-RECHAZADOS =
                   WS-BASE-RECHAZADOS + WS-RECHAZADOS-SUC
               WRITE REG-HISTORIA-SUC
               CLOSE HISTORIA-SUCURSALES
           END-IF.

       BUSCAR-HISTORIA-DEL-DIA.
           MOVE 'N' TO WS-FIN-REGISTRO
           OPEN INPUT HISTORIA-SUCURSALES
           IF WS-HISTORIA-STATUS = "00"
               PERFORM UNTIL FIN-REGISTRO
                   READ HISTORIA-SUCURSALES
                       AT END
                           SET FIN-REGISTRO TO TRUE
                       NOT AT END
                           IF HSU-SUCURSAL = WS-SUC-ACTUAL
                               AND HSU-FECHA = WS-FECHA-PROCESO
                               MOVE HSU-ENVIADOS TO WS-BASE-ENVIADOS
                               MOVE HSU-ACEPTADOS
                                   TO WS-BASE-ACEPTADOS
                               MOVE HSU-RECHAZADOS
                                   TO WS-BASE-RECHAZADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-SUCURSALES
           END-IF.

       ESCRIBIR-CABECERA-RESP.
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE WS-SUC-ACTUAL TO WS-CAB-SUCURSAL
           ADD 1 TO WS-ACEPTADOS-SUC
           MOVE SPACES TO WS-REG-DETALLE
           MOVE "ACEPTADO" TO WS-DET-TIPO
           IF CLO-ID-ORIGEN = SPACES
               MOVE CLO-ID TO WS-DET-ID
           ELSE
               MOVE CLO-ID-ORIGEN TO WS-DET-ID
               IF CLO-ID-ORIGEN NOT = CLO-ID
                   MOVE CLO-ID TO WS-DET-ID-MAESTRO
               END-IF
           END-IF
           MOVE CLO-NOMBRE TO WS-DET-NOMBRE
           MOVE ZERO TO WS-DET-CODIGO
           MOVE SPACES TO WS-DET-MOTIVO
           MOVE WS-REG-DETALLE TO REG-RESPUESTA
           WRITE REG-RESPUESTA.

       RESPONDER-ADVERTIDOS.
      *> Lineas informativas ADVERTIDO, una por advertencia, para los
      *> aceptados de la sucursal que quedaron en revision: el
      *> cliente ya figura como ACEPTADO, pero la sucursal ve que
      *> revisar. No entran en el total de la cola.
           SET MAS-DATOS TO TRUE
           OPEN INPUT CLIENTES-REVISION
           IF WS-REVISION-STATUS NOT = "00"
               DISPLAY "  Sin clientes_revision.dat (status "
                   WS-REVISION-STATUS "): respuesta sin advertidos"
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ CLIENTES-REVISION
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF RVS-SUCURSAL = WS-SUC-ACTUAL
                               PERFORM ESCRIBIR-ADVERTIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-REVISION
           END-IF.

       ESCRIBIR-ADVERTIDO.
           ADD 1 TO WS-ADVERTIDOS-SUC
           PERFORM VARYING WS-IDX-ADV FROM 1 BY 1
                   UNTIL WS-IDX-ADV > 5 OR WS-IDX-ADV > RVS-CANT-ADV
               ADD 1 TO WS-ADVERTENCIAS-SUC
               MOVE SPACES TO WS-REG-DETALLE
               MOVE "ADVERTIDO" TO WS-DET-TIPO
               IF RVS-ID-ORIGEN = SPACES
                   MOVE RVS-ID TO WS-DET-ID
               ELSE
                   MOVE RVS-ID-ORIGEN TO WS-DET-ID
                   IF RVS-ID-ORIGEN NOT = RVS-ID
                       MOVE RVS-ID TO WS-DET-ID-MAESTRO
                   END-IF
               END-IF
               MOVE RVS-NOMBRE TO WS-DET-NOMBRE
               MOVE RVS-ADV-CODIGO(WS-IDX-ADV) TO WS-DET-CODIGO
               MOVE RVS-ADV-MOTIVO(WS-IDX-ADV) TO WS-DET-MOTIVO
               MOVE RVS-NRO-CUENTA TO WS-DET-CUENTA
               MOVE WS-REG-DETALLE TO REG-RESPUESTA
               WRITE REG-RESPUESTA
           END-PERFORM.

       RESPONDER-FUSIONES.
      *> Lineas informativas FUSIONADO: el ID viejo de la sucursal,
      *> y en el motivo y la cuenta el ID y la cuenta que lo
      *> reemplazan. No son parte del envio y no entran en la cola.
      *> Se informan las fusiones posteriores a la ultima respuesta
      *> de la sucursal (segun su historia), asi cada una sale una
      *> sola vez aunque la fusion se haya corrido fuera de la noche.
           MOVE ZERO TO WS-FUSIONES-SUC
           PERFORM BUSCAR-ULTIMA-RESPUESTA
           MOVE 'N' TO WS-FIN-REGISTRO
           OPEN INPUT REFERENCIA-FUSIONES
           IF WS-REFERENCIA-STATUS = "00"
               PERFORM UNTIL FIN-REGISTRO
                   READ REFERENCIA-FUSIONES
                       AT END
                           SET FIN-REGISTRO TO TRUE
                       NOT AT END
                           IF RFU-SUCURSAL-VIEJA = WS-SUC-ACTUAL
                               AND RFU-FECHA > WS-ULT-RESPUESTA-SUC
                               AND RFU-FECHA NOT > WS-FECHA-PROCESO
                               PERFORM ESCRIBIR-FUSIONADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCIA-FUSIONES
           END-IF.

       BUSCAR-ULTIMA-RESPUESTA.
           MOVE ZERO TO WS-ULT-RESPUESTA-SUC
           MOVE 'N' TO WS-FIN-REGISTRO
           OPEN INPUT HISTORIA-SUCURSALES
           IF WS-HISTORIA-STATUS = "00"
               PERFORM UNTIL FIN-REGISTRO
                   READ HISTORIA-SUCURSALES
                       AT END
                           SET FIN-REGISTRO TO TRUE
                       NOT AT END
                           IF HSU-SUCURSAL = WS-SUC-ACTUAL
                               AND HSU-FECHA < WS-FECHA-PROCESO
                               AND HSU-FECHA > WS-ULT-RESPUESTA-SUC
                               MOVE HSU-FECHA
                                   TO WS-ULT-RESPUESTA-SUC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-SUCURSALES
           END-IF.

       ESCRIBIR-FUSIONADO.
           ADD 1 TO WS-FUSIONES-SUC
           MOVE SPACES TO WS-REG-DETALLE
           MOVE "FUSIONADO" TO WS-DET-TIPO
           MOVE RFU-ID-VIEJO TO WS-DET-ID
           MOVE ZERO TO WS-DET-CODIGO
           STRING "REEMPLAZADO POR ID " RFU-ID-NUEVO
               DELIMITED BY SIZE INTO WS-DET-MOTIVO
           MOVE RFU-CUENTA-NUEVA TO WS-DET-CUENTA
           MOVE RFU-ID-NUEVO TO WS-DET-ID-MAESTRO
           MOVE WS-REG-DETALLE TO REG-RESPUESTA
           WRITE REG-RESPUESTA.

       ESCRIBIR-COLA-RESP.
           MOVE WS-ACEPTADOS-SUC TO WS-COL-ACEPTADOS
           MOVE WS-RECHAZADOS-SUC TO WS-COL-RECHAZADOS
           COMPUTE WS-COL-TOTAL =
               WS-ACEPTADOS-SUC + WS-RECHAZADOS-SUC
           MOVE WS-ADVERTIDOS-SUC TO WS-COL-ADVERTIDOS
           MOVE WS-ADVERTENCIAS-SUC TO WS-COL-ADVERTENCIAS
           MOVE SPACES TO REG-RESPUESTA
           MOVE WS-REG-COLA TO REG-RESPUESTA
           WRITE REG-RESPUESTA.
