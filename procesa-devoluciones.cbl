      ******************************************************************
      * PROGRAMA: PROCESA-DEVOLUCIONES
      * TIPO:     Batch COBOL
      * OBJETIVO: Procesar las piezas que el correo devuelve sin
      *           entregar (devoluciones_correo.txt, layout
      *           CPY-DEVOLUCION). Cada devolucion se cruza por
      *           cuenta, numero de carta y fecha de carta contra el
      *           registro permanente de cartas de
      *           CARTAS-ELEGIBILIDAD (registro_cartas.txt, layout
      *           CPY-MANIF-CORREO), asi una pieza de una tanda
      *           anterior llega igual a su cliente; con el ID de esa
      *           linea se marca en el maestro el domicilio
      *           como no entregable, con la fecha y el motivo de la
      *           devolucion. Mientras la marca siga puesta las
      *           cartas en papel de ese cliente se retienen; la
      *           levanta el primer cambio de direccion. Deja en
      *           devoluciones_por_sucursal.txt los clientes marcados
      *           agrupados por sucursal, para que cada una consiga la
      *           direccion corregida, y en reporte_devoluciones.txt
      *           el detalle de cada devolucion, incluidas las que no
      *           se pudieron cruzar. Termina con codigo 8 si quedaron
      *           devoluciones sin cruzar.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESA-DEVOLUCIONES.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO 'devoluciones_correo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCIONES-STATUS.
           SELECT ARCHIVO-REGISTRO-CARTAS
               ASSIGN TO 'registro_cartas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           COPY CPY-MAESTRO-SELECT.
           SELECT ARCHIVO-SUCURSALES
               ASSIGN TO 'devoluciones_por_sucursal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSALES-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_devoluciones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DEVOLUCIONES.
       01  REG-DEVOLUCION.
           COPY CPY-DEVOLUCION.

       FD  ARCHIVO-REGISTRO-CARTAS.
       01  REG-REGISTRO-CARTA.
           COPY CPY-MANIF-CORREO.

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  ARCHIVO-SUCURSALES.
       01  REG-SUCURSAL          PIC X(132).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(120).

       FD  JOURNAL-MAESTRO.
      *> Mismo journal de movimientos que ACTUALIZA-MAESTRO: cada
      *> domicilio marcado queda anotado con el ID del cliente.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           05 JMA-CORRIDA        PIC X(11).
           05 JMA-TIPO           PIC X(7).
           05 JMA-ID             PIC X(10).

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       77  WS-DEVOLUCIONES-STATUS PIC XX VALUE SPACES.
       77  WS-REGISTRO-STATUS    PIC XX VALUE SPACES.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-SUCURSALES-STATUS  PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(120).
       77  WS-LINEA-SUCURSAL     PIC X(132).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.
       77  WS-FIN-REGISTRO       PIC X VALUE 'N'.
           88 FIN-REGISTRO         VALUE 'S'.
           88 MAS-REGISTRO         VALUE 'N'.

       77  WS-MOTIVO             PIC X(40) VALUE SPACES.
       77  WS-DESC-MOTIVO        PIC X(24) VALUE SPACES.

       77  WS-TOTAL-DEVOLUCIONES PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-MARCADOS     PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-YA-MARCADOS  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-SIN-CRUCE    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-SUCURSALES   PIC 9(4) VALUE ZERO.
       77  WS-CLIENTES-SUCURSAL  PIC 9(5) VALUE ZERO.

      *> Cartas reclamadas por las devoluciones del archivo: una
      *> entrada por cuenta+carta+fecha distinta, con el ID que le da
      *> el registro de cartas (en blanco si el registro no la tiene).
      *> El registro crece con cada tanda y no se carga entero: se
      *> recorre una vez contra esta tabla.
       77  WS-TOTAL-MANIF        PIC 9(4) VALUE ZERO.
       77  WS-IDX-MANIF          PIC 9(4) VALUE ZERO.
       77  WS-IDX-ENCONTRADO     PIC 9(4) VALUE ZERO.
       01  WS-TABLA-MANIF.
           05 WS-MAN-ENT OCCURS 2000 TIMES.
               10 WS-MAN-CARTA       PIC 9(7).
               10 WS-MAN-CUENTA      PIC 9(10).
               10 WS-MAN-ID          PIC X(10).
               10 WS-MAN-FECHA       PIC 9(8).

      *> Clientes marcados en esta corrida, para el listado por
      *> sucursal. Mas alla del tope se corta con error: un listado
      *> incompleto dejaria clientes sin corregir sin aviso.
       77  WS-TOTAL-AFECT        PIC 9(4) VALUE ZERO.
       77  WS-IDX-AFECT          PIC 9(4) VALUE ZERO.
       77  WS-IDX-MENOR          PIC 9(4) VALUE ZERO.
       77  WS-IDX-BUSQ           PIC 9(4) VALUE ZERO.
       01  WS-TABLA-AFECT.
           05 WS-AFE-ENT OCCURS 2000 TIMES.
               10 WS-AFE-CLAVE.
                   15 WS-AFE-SUCURSAL PIC X(4).
                   15 WS-AFE-ID       PIC X(10).
               10 WS-AFE-NOMBRE      PIC X(30).
               10 WS-AFE-CUENTA      PIC 9(10).
               10 WS-AFE-FECHA       PIC X(8).
               10 WS-AFE-MOTIVO      PIC X(2).
               10 WS-AFE-DIRECCION   PIC X(46).
       01  WS-AFE-AUXILIAR       PIC X(110).
       77  WS-SUCURSAL-ACTUAL    PIC X(4) VALUE SPACES.

       77  WS-COMANDO            PIC X(120) VALUE SPACES.
       77  WS-RC-CRUDO           PIC S9(9) VALUE ZERO.
       77  WS-CC-COPIA           PIC S9(4) VALUE ZERO.
       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).
       01  WS-SELLO-ACT.
           05 WS-SELLO-FECHA     PIC 9(8).
           05 WS-SELLO-HORA      PIC 9(6).

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PROCESO DE DEVOLUCIONES DE CORREO ==="
      *> Toca el maestro que mantiene la cadena nocturna: honra el
      *> lock de corrida como los demas pasos.
           MOVE "PROCESA-DEVOLUCIONES" TO WS-NOMBRE-PROCESO
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO WS-SELLO-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO WS-SELLO-HORA
           PERFORM CARGAR-PEDIDAS
           PERFORM CARGAR-REGISTRO-CARTAS
           PERFORM RESGUARDAR-MAESTRO
           PERFORM ABRIR-ARCHIVOS

           PERFORM LEE-DEVOLUCION
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-TOTAL-DEVOLUCIONES
               PERFORM PROCESAR-DEVOLUCION
               PERFORM LEE-DEVOLUCION
           END-PERFORM

           PERFORM ORDENAR-AFECTADOS
           PERFORM LISTAR-POR-SUCURSAL
           PERFORM ESCRIBE-RESUMEN

           CLOSE ARCHIVO-DEVOLUCIONES
           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-SUCURSALES
           CLOSE ARCHIVO-REPORTE
           CLOSE JOURNAL-MAESTRO
           PERFORM LIBERAR-LOCK

           DISPLAY "=== FIN PROCESO DE DEVOLUCIONES ==="
           DISPLAY "Devoluciones: " WS-TOTAL-DEVOLUCIONES
               " Marcadas: " WS-TOTAL-MARCADOS
               " Ya marcadas: " WS-TOTAL-YA-MARCADOS
               " Sin cruce: " WS-TOTAL-SIN-CRUCE
           DISPLAY "Sucursales con clientes a corregir: "
               WS-TOTAL-SUCURSALES
           IF WS-TOTAL-SIN-CRUCE > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-PEDIDAS.
      *> Primera pasada por las devoluciones: junta las cartas que
      *> reclaman. Las que no traen cuenta, carta y fecha validas se
      *> rechazan despues en PROCESAR-DEVOLUCION.
           OPEN INPUT ARCHIVO-DEVOLUCIONES
           IF WS-DEVOLUCIONES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR DEVOLUCIONES, STATUS="
                   WS-DEVOLUCIONES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM LEE-DEVOLUCION
           PERFORM UNTIL FIN-ARCHIVO
               IF DEV-NRO-CUENTA IS NUMERIC
                   AND DEV-NRO-CARTA IS NUMERIC
                   AND DEV-FECHA-CARTA IS NUMERIC
                   PERFORM GUARDAR-CARTA-PEDIDA
               END-IF
               PERFORM LEE-DEVOLUCION
           END-PERFORM
           CLOSE ARCHIVO-DEVOLUCIONES
           SET MAS-DATOS TO TRUE.

       GUARDAR-CARTA-PEDIDA.
           MOVE ZERO TO WS-IDX-ENCONTRADO
           PERFORM VARYING WS-IDX-MANIF FROM 1 BY 1
                   UNTIL WS-IDX-MANIF > WS-TOTAL-MANIF
                      OR WS-IDX-ENCONTRADO > ZERO
               IF WS-MAN-CUENTA(WS-IDX-MANIF) = DEV-NRO-CUENTA
                   AND WS-MAN-CARTA(WS-IDX-MANIF) = DEV-NRO-CARTA
                   AND WS-MAN-FECHA(WS-IDX-MANIF) = DEV-FECHA-CARTA
                   MOVE WS-IDX-MANIF TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-IDX-ENCONTRADO = ZERO
               IF WS-TOTAL-MANIF NOT < 2000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "DEVOLUCIONES EXCEDEN 2000 CARTAS DISTINTAS"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-MANIF
               MOVE DEV-NRO-CARTA TO WS-MAN-CARTA(WS-TOTAL-MANIF)
               MOVE DEV-NRO-CUENTA TO WS-MAN-CUENTA(WS-TOTAL-MANIF)
               MOVE SPACES TO WS-MAN-ID(WS-TOTAL-MANIF)
               MOVE DEV-FECHA-CARTA TO WS-MAN-FECHA(WS-TOTAL-MANIF)
           END-IF.

       CARGAR-REGISTRO-CARTAS.
      *> Solo las lineas de detalle CARTA; el numero de carta no se
      *> repite entre tandas, pero la clave exige tambien la cuenta y
      *> la fecha de la carta.
           OPEN INPUT ARCHIVO-REGISTRO-CARTAS
           IF WS-REGISTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR REGISTRO DE CARTAS, STATUS="
                   WS-REGISTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM UNTIL FIN-REGISTRO
               READ ARCHIVO-REGISTRO-CARTAS
                   AT END
                       SET FIN-REGISTRO TO TRUE
                   NOT AT END
                       IF MCO-ES-CARTA
                           PERFORM ASIGNAR-CARTA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-REGISTRO-CARTAS
           DISPLAY "Cartas reclamadas por el correo: " WS-TOTAL-MANIF.

       ASIGNAR-CARTA-REGISTRO.
           PERFORM VARYING WS-IDX-MANIF FROM 1 BY 1
                   UNTIL WS-IDX-MANIF > WS-TOTAL-MANIF
               IF WS-MAN-CUENTA(WS-IDX-MANIF) = MCO-NRO-CUENTA
                   AND WS-MAN-CARTA(WS-IDX-MANIF) = MCO-NRO-CARTA
                   AND WS-MAN-FECHA(WS-IDX-MANIF) = MCO-FECHA
                   MOVE MCO-ID TO WS-MAN-ID(WS-IDX-MANIF)
               END-IF
           END-PERFORM.

       RESGUARDAR-MAESTRO.
      *> Mismo resguardo del dia que toma ACTUALIZA-MAESTRO: si ya
      *> existe se conserva (es la foto limpia de la manana) y
      *> RESTAURA-MAESTRO deshace las marcas igual que una noche.
           MOVE SPACES TO WS-COMANDO
           STRING "test -f MAESTRO.G" WS-FECHA-SISTEMA "V00"
               DELIMITED BY SIZE INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-CRUDO
           DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COPIA
           MOVE ZERO TO RETURN-CODE
           IF WS-CC-COPIA NOT = ZERO
               MOVE SPACES TO WS-COMANDO
               STRING "cp maestro_clientes.dat MAESTRO.G"
                   WS-FECHA-SISTEMA "V00"
                   DELIMITED BY SIZE INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE RETURN-CODE TO WS-RC-CRUDO
               DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COPIA
               MOVE ZERO TO RETURN-CODE
               IF WS-CC-COPIA NOT = ZERO
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   MOVE SPACES TO WS-RC-MENSAJE
                   STRING "NO SE PUDO RESGUARDAR EL MAESTRO EN "
                       "MAESTRO.G" WS-FECHA-SISTEMA "V00"
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF
           DISPLAY "Resguardo previo: MAESTRO.G" WS-FECHA-SISTEMA
               "V00".

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-DEVOLUCIONES
           IF WS-DEVOLUCIONES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR DEVOLUCIONES, STATUS="
                   WS-DEVOLUCIONES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN I-O MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-SUCURSALES
           IF WS-SUCURSALES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR LISTADO POR SUCURSAL, STATUS="
                   WS-SUCURSALES-STATUS DELIMITED BY SIZE
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
           OPEN EXTEND JOURNAL-MAESTRO
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-MAESTRO
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR JOURNAL-MAESTRO, STATUS="
                   WS-JOURNAL-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       LEE-DEVOLUCION.
           READ ARCHIVO-DEVOLUCIONES
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       PROCESAR-DEVOLUCION.
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN DEV-NRO-CUENTA IS NOT NUMERIC
                   OR DEV-NRO-CUENTA = ZERO
                   MOVE "CUENTA INVALIDA" TO WS-MOTIVO
               WHEN DEV-NRO-CARTA IS NOT NUMERIC
                   OR DEV-NRO-CARTA = ZERO
                   OR DEV-FECHA-CARTA IS NOT NUMERIC
                   OR DEV-FECHA-CARTA = ZERO
                   MOVE "CARTA O FECHA DE CARTA INVALIDA" TO WS-MOTIVO
               WHEN DEV-FECHA-DEVOL IS NOT NUMERIC
                   OR DEV-FECHA-DEVOL = ZERO
                   MOVE "FECHA DE DEVOLUCION INVALIDA" TO WS-MOTIVO
               WHEN NOT DEV-MOTIVO-VALIDO
                   MOVE "MOTIVO DE DEVOLUCION DESCONOCIDO"
                       TO WS-MOTIVO
               WHEN OTHER
                   PERFORM BUSCAR-EN-MANIFIESTO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE WS-MAN-ID(WS-IDX-ENCONTRADO) TO CLM-ID
               READ MAESTRO-CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NO ESTA EN EL MAESTRO"
                           TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               AND CLM-NRO-CUENTA NOT = DEV-NRO-CUENTA
               MOVE "CUENTA NO COINCIDE CON EL MAESTRO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-SIN-CRUCE
               PERFORM REPORTA-SIN-CRUCE
           ELSE
               PERFORM MARCAR-DOMICILIO
           END-IF.

       BUSCAR-EN-MANIFIESTO.
      *> Cuenta, numero y fecha de carta tienen que coincidir con la
      *> misma pieza del registro de cartas.
           MOVE ZERO TO WS-IDX-ENCONTRADO
           PERFORM VARYING WS-IDX-MANIF FROM 1 BY 1
                   UNTIL WS-IDX-MANIF > WS-TOTAL-MANIF
                      OR WS-IDX-ENCONTRADO > ZERO
               IF WS-MAN-CUENTA(WS-IDX-MANIF) = DEV-NRO-CUENTA
                   AND WS-MAN-CARTA(WS-IDX-MANIF) = DEV-NRO-CARTA
                   AND WS-MAN-FECHA(WS-IDX-MANIF) = DEV-FECHA-CARTA
                   AND WS-MAN-ID(WS-IDX-MANIF) NOT = SPACES
                   MOVE WS-IDX-MANIF TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-IDX-ENCONTRADO = ZERO
               MOVE "SIN CARTA EN EL REGISTRO DE CARTAS" TO WS-MOTIVO
           END-IF.

       MARCAR-DOMICILIO.
      *> Una segunda devolucion del mismo domicilio con fecha igual
      *> o anterior a la marcada no cambia nada (pieza repetida en el
      *> archivo del correo o devolucion atrasada).
           IF CLM-DOM-NO-ENTREGABLE
               AND CLM-FECHA-DEVOL NOT < DEV-FECHA-DEVOL
               ADD 1 TO WS-TOTAL-YA-MARCADOS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "YA MARCADO " CLM-ID
                   " CUENTA=" DEV-NRO-CUENTA
                   " DEVUELTA=" CLM-FECHA-DEVOL
                   " MOTIVO=" CLM-MOTIVO-DEVOL
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               SET CLM-DOM-NO-ENTREGABLE TO TRUE
               MOVE DEV-FECHA-DEVOL TO CLM-FECHA-DEVOL
               MOVE DEV-MOTIVO TO CLM-MOTIVO-DEVOL
               MOVE WS-SELLO-ACT TO CLM-FECHA-ULT-ACT
               REWRITE REG-CLIENTE-MAESTRO
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR EL MAESTRO"
                           TO WS-MOTIVO
               END-REWRITE
               IF WS-MOTIVO NOT = SPACES
                   ADD 1 TO WS-TOTAL-SIN-CRUCE
                   PERFORM REPORTA-SIN-CRUCE
               ELSE
                   ADD 1 TO WS-TOTAL-MARCADOS
                   PERFORM ANOTAR-JOURNAL-MAESTRO
                   PERFORM GUARDAR-AFECTADO
                   PERFORM REPORTA-MARCADO
               END-IF
           END-IF.

       GUARDAR-AFECTADO.
           IF WS-TOTAL-AFECT NOT < 2000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "MAS DE 2000 DOMICILIOS MARCADOS EN LA CORRIDA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-AFECT
           MOVE CLM-SUCURSAL TO WS-AFE-SUCURSAL(WS-TOTAL-AFECT)
           MOVE CLM-ID TO WS-AFE-ID(WS-TOTAL-AFECT)
           MOVE CLM-NOMBRE TO WS-AFE-NOMBRE(WS-TOTAL-AFECT)
           MOVE CLM-NRO-CUENTA TO WS-AFE-CUENTA(WS-TOTAL-AFECT)
           MOVE CLM-FECHA-DEVOL TO WS-AFE-FECHA(WS-TOTAL-AFECT)
           MOVE CLM-MOTIVO-DEVOL TO WS-AFE-MOTIVO(WS-TOTAL-AFECT)
           MOVE CLM-DIRECCION TO WS-AFE-DIRECCION(WS-TOTAL-AFECT).

       ANOTAR-JOURNAL-MAESTRO.
           MOVE WS-FECHA-SISTEMA TO JMA-FECHA
           MOVE WS-HORA-SISTEMA TO JMA-HORA
           MOVE WS-ID-CORRIDA TO JMA-CORRIDA
           MOVE "DEVOL" TO JMA-TIPO
           MOVE CLM-ID TO JMA-ID
           WRITE REG-JOURNAL-MAESTRO.

       ORDENAR-AFECTADOS.
      *> Ordenamiento por seleccion sobre sucursal+ID, como la tanda
      *> de CARTAS-ELEGIBILIDAD: deja el listado agrupado.
           PERFORM VARYING WS-IDX-AFECT FROM 1 BY 1
                   UNTIL WS-IDX-AFECT > WS-TOTAL-AFECT
               MOVE WS-IDX-AFECT TO WS-IDX-MENOR
               PERFORM VARYING WS-IDX-BUSQ FROM WS-IDX-AFECT BY 1
                       UNTIL WS-IDX-BUSQ > WS-TOTAL-AFECT
                   IF WS-AFE-CLAVE(WS-IDX-BUSQ)
                       < WS-AFE-CLAVE(WS-IDX-MENOR)
                       MOVE WS-IDX-BUSQ TO WS-IDX-MENOR
                   END-IF
               END-PERFORM
               IF WS-IDX-MENOR NOT = WS-IDX-AFECT
                   MOVE WS-AFE-ENT(WS-IDX-AFECT) TO WS-AFE-AUXILIAR
                   MOVE WS-AFE-ENT(WS-IDX-MENOR)
                       TO WS-AFE-ENT(WS-IDX-AFECT)
                   MOVE WS-AFE-AUXILIAR TO WS-AFE-ENT(WS-IDX-MENOR)
               END-IF
           END-PERFORM.

       LISTAR-POR-SUCURSAL.
           MOVE SPACES TO WS-LINEA-SUCURSAL
           STRING "CLIENTES CON DOMICILIO DEVUELTO POR EL CORREO - "
               "CORRIDA " WS-ID-CORRIDA " - FECHA " WS-FECHA-SISTEMA
               DELIMITED BY SIZE INTO WS-LINEA-SUCURSAL
           MOVE WS-LINEA-SUCURSAL TO REG-SUCURSAL
           WRITE REG-SUCURSAL
           MOVE SPACES TO WS-SUCURSAL-ACTUAL
           MOVE ZERO TO WS-CLIENTES-SUCURSAL
           PERFORM VARYING WS-IDX-AFECT FROM 1 BY 1
                   UNTIL WS-IDX-AFECT > WS-TOTAL-AFECT
               IF WS-IDX-AFECT = 1
                   OR WS-AFE-SUCURSAL(WS-IDX-AFECT)
                       NOT = WS-SUCURSAL-ACTUAL
                   PERFORM CERRAR-SUCURSAL
                   MOVE WS-AFE-SUCURSAL(WS-IDX-AFECT)
                       TO WS-SUCURSAL-ACTUAL
                   PERFORM ABRIR-SUCURSAL
               END-IF
               ADD 1 TO WS-CLIENTES-SUCURSAL
               PERFORM LISTAR-AFECTADO
           END-PERFORM
           PERFORM CERRAR-SUCURSAL.

       ABRIR-SUCURSAL.
           ADD 1 TO WS-TOTAL-SUCURSALES
           MOVE SPACES TO REG-SUCURSAL
           WRITE REG-SUCURSAL
           MOVE SPACES TO WS-LINEA-SUCURSAL
           STRING "=== SUCURSAL " WS-SUCURSAL-ACTUAL
               ": pedir al cliente el domicilio corregido ==="
               DELIMITED BY SIZE INTO WS-LINEA-SUCURSAL
           MOVE WS-LINEA-SUCURSAL TO REG-SUCURSAL
           WRITE REG-SUCURSAL.

       CERRAR-SUCURSAL.
      *> Al primer cliente todavia no hay sucursal que cerrar.
           IF WS-CLIENTES-SUCURSAL > ZERO
               MOVE SPACES TO WS-LINEA-SUCURSAL
               STRING "    CLIENTES A CORREGIR EN " WS-SUCURSAL-ACTUAL
                   ": " WS-CLIENTES-SUCURSAL
                   DELIMITED BY SIZE INTO WS-LINEA-SUCURSAL
               MOVE WS-LINEA-SUCURSAL TO REG-SUCURSAL
               WRITE REG-SUCURSAL
               MOVE ZERO TO WS-CLIENTES-SUCURSAL
           END-IF.

       LISTAR-AFECTADO.
           PERFORM DESCRIBIR-MOTIVO
           MOVE SPACES TO WS-LINEA-SUCURSAL
           STRING "  " WS-AFE-ID(WS-IDX-AFECT)
               " " WS-AFE-NOMBRE(WS-IDX-AFECT)
               " CUENTA " WS-AFE-CUENTA(WS-IDX-AFECT)
               " DEVUELTA " WS-AFE-FECHA(WS-IDX-AFECT)
               " " WS-AFE-MOTIVO(WS-IDX-AFECT)
               " " WS-DESC-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-SUCURSAL
           MOVE WS-LINEA-SUCURSAL TO REG-SUCURSAL
           WRITE REG-SUCURSAL
           MOVE SPACES TO WS-LINEA-SUCURSAL
           STRING "      DOMICILIO DEVUELTO: "
               WS-AFE-DIRECCION(WS-IDX-AFECT)
               DELIMITED BY SIZE INTO WS-LINEA-SUCURSAL
           MOVE WS-LINEA-SUCURSAL TO REG-SUCURSAL
           WRITE REG-SUCURSAL.

       DESCRIBIR-MOTIVO.
           EVALUATE WS-AFE-MOTIVO(WS-IDX-AFECT)
               WHEN "DI"
                   MOVE "DIRECCION INEXISTENTE" TO WS-DESC-MOTIVO
               WHEN "DS"
                   MOVE "DIRECCION INSUFICIENTE" TO WS-DESC-MOTIVO
               WHEN "MU"
                   MOVE "SE MUDO" TO WS-DESC-MOTIVO
               WHEN "DE"
                   MOVE "DESTINATARIO DESCONOCIDO" TO WS-DESC-MOTIVO
               WHEN "RZ"
                   MOVE "REHUSADO" TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE "OTRO MOTIVO DEL CORREO" TO WS-DESC-MOTIVO
           END-EVALUATE.

       REPORTA-MARCADO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MARCADO " CLM-ID
               " SUCURSAL=" CLM-SUCURSAL
               " CUENTA=" CLM-NRO-CUENTA
               " CARTA=" WS-MAN-CARTA(WS-IDX-ENCONTRADO)
               " DEL " WS-MAN-FECHA(WS-IDX-ENCONTRADO)
               " DEVUELTA=" DEV-FECHA-DEVOL
               " MOTIVO=" DEV-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-SIN-CRUCE.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SIN CRUCE CUENTA=" DEV-NRO-CUENTA
               " CARTA=" DEV-NRO-CARTA
               " DEL " DEV-FECHA-CARTA
               " MOTIVO=" DEV-MOTIVO
               ": " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL DEVOLUCIONES=" WS-TOTAL-DEVOLUCIONES
               " MARCADAS=" WS-TOTAL-MARCADOS
               " YA-MARCADAS=" WS-TOTAL-YA-MARCADOS
               " SIN-CRUCE=" WS-TOTAL-SIN-CRUCE
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-SUCURSAL
           WRITE REG-SUCURSAL
           MOVE SPACES TO WS-LINEA-SUCURSAL
           STRING "TOTAL SUCURSALES=" WS-TOTAL-SUCURSALES
               " CLIENTES=" WS-TOTAL-AFECT
               DELIMITED BY SIZE INTO WS-LINEA-SUCURSAL
           MOVE WS-LINEA-SUCURSAL TO REG-SUCURSAL
           WRITE REG-SUCURSAL.

           COPY CPY-CORRIDA.

           COPY CPY-LOCK.

           COPY CPY-ABEND.
