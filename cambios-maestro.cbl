      ******************************************************************
      * PROGRAMA: CAMBIOS-MAESTRO
      * TIPO:     Batch COBOL (fin de noche)
      * OBJETIVO: Armar las novedades del maestro de clientes para el
      *           data warehouse (cdc_maestro.dat, layout CPY-CDC-FD)
      *           a partir de journal_maestro.txt: un detalle por
      *           cliente cambiado en la fecha, con su imagen completa
      *           tal como quedo en el maestro, el tipo de cambio, la
      *           fecha efectiva y la corrida que lo hizo, entre una
      *           cabecera y una cola con los conteos. Corre despues
      *           de ACTUALIZA-MAESTRO (y de ENVEJECE-MAESTRO cuando
      *           toca). Toma todas las entradas del journal, sea
      *           quien sea el que escribio el maestro (fusiones,
      *           devoluciones, supresiones, bloqueos, correcciones
      *           de CONSULTA-MAESTRO); las que no son de la cadena
      *           salen en la cola como otros. Parametro 1: fecha de
      *           los cambios (AAAAMMDD, por defecto hoy) o COMPLETA
      *           para la carga inicial, que vuelca el maestro entero
      *           como detalles CARGA.
      *           Graba su manifiesto (manifiesto_cdc_maestro.txt)
      *           al cerrar bien; CONCILIA-CADENA lo verifica.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOS-MAESTRO.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-MAESTRO-SELECT.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           COPY CPY-CDC-SELECT.
           SELECT ARCHIVO-MANIFIESTO-CDC
               ASSIGN TO 'manifiesto_cdc_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFIESTO-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  JOURNAL-MAESTRO.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           05 JMA-CORRIDA        PIC X(11).
           05 JMA-TIPO           PIC X(7).
           05 JMA-ID             PIC X(10).

       COPY CPY-CDC-FD.

       FD  ARCHIVO-MANIFIESTO-CDC.
       01  REG-MANIFIESTO.
           COPY CPY-MANIFIESTO.

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-CDC-STATUS         PIC XX VALUE SPACES.
       77  WS-MANIFIESTO-STATUS  PIC XX VALUE SPACES.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Parametro: COMPLETA, una fecha AAAAMMDD o nada (hoy). La
      *> marca BAJO-SUITE, si viene, la toma TOMAR-LOCK.
       77  WS-PARAMETRO          PIC X(08) VALUE SPACES.
       77  WS-MODO-CDC           PIC X VALUE 'N'.
           88 MODO-NOVEDADES       VALUE 'N'.
           88 MODO-COMPLETA        VALUE 'C'.
       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-FECHA-CAMBIOS      PIC 9(8).

      *> Clientes cambiados en la fecha, en el orden del journal:
      *> varias entradas del mismo ID se consolidan en una sola
      *> (mismo esquema de busqueda secuencial que WS-TABLA-IDS).
       77  WS-TOTAL-CAMBIADOS    PIC 9(5) VALUE ZERO.
       77  WS-IDX-CDC            PIC 9(5) VALUE ZERO.
       77  WS-CDC-HALLADO        PIC X VALUE 'N'.
           88 CDC-HALLADO          VALUE 'S'.
           88 CDC-NO-HALLADO       VALUE 'N'.
       01  WS-TABLA-CAMBIADOS.
           05 WS-CDC-ENT OCCURS 10000 TIMES.
               10 WS-CDC-ID      PIC X(10).
               10 WS-CDC-TIPO    PIC X(7).
               10 WS-CDC-FECHA   PIC 9(8).
               10 WS-CDC-CORRIDA PIC X(11).

       77  WS-CORRIDA-MAESTRO    PIC X(11) VALUE SPACES.
       77  WS-TOTAL-MOVIMIENTOS  PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-MOV-MAESTRO  PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-BACKOUTS     PIC 9(3) VALUE ZERO.
       77  WS-TOTAL-SIN-MAESTRO  PIC 9(5) VALUE ZERO.

       77  WS-TOTAL-DETALLES     PIC 9(7) VALUE ZERO.
       77  WS-HASH-DETALLES      PIC 9(15) VALUE ZERO.
       77  WS-DNI-NUMERICO       PIC 9(9) VALUE ZERO.
       77  WS-TOTAL-ALTAS        PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-CAMBIOS      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-REACTIV      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-BAJAS        PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-ESTADOS      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-OTROS        PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-CARGAS       PIC 9(7) VALUE ZERO.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== NOVEDADES DEL MAESTRO PARA EL DW ==="
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARAMETRO = "COMPLETA"
                   SET MODO-COMPLETA TO TRUE
                   MOVE WS-FECHA-SISTEMA TO WS-FECHA-CAMBIOS
               WHEN WS-PARAMETRO IS NUMERIC
                   MOVE WS-PARAMETRO TO WS-FECHA-CAMBIOS
               WHEN OTHER
                   MOVE WS-FECHA-SISTEMA TO WS-FECHA-CAMBIOS
           END-EVALUATE
      *> Lee el maestro que mantiene la cadena nocturna: honra el
      *> lock de corrida como los demas pasos.
           MOVE "CAMBIOS-MAESTRO" TO WS-NOMBRE-PROCESO
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           IF MODO-NOVEDADES
               PERFORM CARGAR-CAMBIADOS
           END-IF
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-CABECERA

           IF MODO-COMPLETA
               PERFORM VOLCAR-MAESTRO
           ELSE
               PERFORM VARYING WS-IDX-CDC FROM 1 BY 1
                       UNTIL WS-IDX-CDC > WS-TOTAL-CAMBIADOS
                   PERFORM ESCRIBIR-CAMBIADO
               END-PERFORM
           END-IF

           PERFORM ESCRIBIR-COLA
           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-CDC
           PERFORM GRABAR-MANIFIESTO
           PERFORM LIBERAR-LOCK

           DISPLAY "=== FIN NOVEDADES DEL MAESTRO ==="
           DISPLAY "Modo: " WS-MODO-CDC
               " Fecha: " WS-FECHA-CAMBIOS
               " Corrida: " WS-ID-CORRIDA
           DISPLAY "Detalles: " WS-TOTAL-DETALLES
               " Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Reactivados: " WS-TOTAL-REACTIV
               " Bajas: " WS-TOTAL-BAJAS
           DISPLAY "Estados: " WS-TOTAL-ESTADOS
               " Otros: " WS-TOTAL-OTROS
               " Cargas: " WS-TOTAL-CARGAS
           IF MODO-NOVEDADES
               DISPLAY "Entradas del journal: " WS-TOTAL-MOVIMIENTOS
                   " (de la corrida " WS-CORRIDA-MAESTRO ": "
                   WS-TOTAL-MOV-MAESTRO ")"
           END-IF
           IF WS-TOTAL-SIN-MAESTRO > ZERO
               DISPLAY "IDs del journal ausentes del maestro: "
                   WS-TOTAL-SIN-MAESTRO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-CAMBIADOS.
      *> Entradas del journal de la fecha pedida. Un BACKOUT de
      *> RESTAURA-MAESTRO devolvio el maestro a la foto de la manana:
      *> lo anotado antes en la misma fecha quedo deshecho y no se
      *> informa.
           SET MAS-DATOS TO TRUE
           OPEN INPUT JOURNAL-MAESTRO
           IF WS-JOURNAL-STATUS = "35"
               DISPLAY "Sin journal del maestro: novedades vacias"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR JOURNAL-MAESTRO, STATUS="
                       WS-JOURNAL-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ JOURNAL-MAESTRO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF JMA-FECHA = WS-FECHA-CAMBIOS
                           PERFORM TOMAR-ENTRADA-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE JOURNAL-MAESTRO
           END-IF
           SET MAS-DATOS TO TRUE
           DISPLAY "Clientes cambiados el " WS-FECHA-CAMBIOS ": "
               WS-TOTAL-CAMBIADOS.

       TOMAR-ENTRADA-JOURNAL.
           IF JMA-TIPO = "BACKOUT"
               ADD 1 TO WS-TOTAL-BACKOUTS
               MOVE ZERO TO WS-TOTAL-CAMBIADOS
               MOVE ZERO TO WS-TOTAL-MOVIMIENTOS
               MOVE ZERO TO WS-TOTAL-MOV-MAESTRO
               MOVE SPACES TO WS-CORRIDA-MAESTRO
               DISPLAY "BACKOUT en el journal: se descartan las"
                   " entradas previas de la fecha"
           ELSE
               IF JMA-ID NOT = SPACES
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
                   PERFORM CONTAR-MOV-MAESTRO
                   PERFORM CONSOLIDAR-CAMBIADO
               END-IF
           END-IF.

       CONTAR-MOV-MAESTRO.
      *> Movimientos propios de ACTUALIZA-MAESTRO: se cuentan los de
      *> su ultima corrida de la fecha, que es la que CONCILIA-CADENA
      *> casa contra el RESUMEN de reporte_maestro.txt.
           IF JMA-TIPO = "ALTA" OR JMA-TIPO = "CAMBIO"
               OR JMA-TIPO = "REACTIV" OR JMA-TIPO = "BAJA"
               IF JMA-CORRIDA NOT = WS-CORRIDA-MAESTRO
                   MOVE JMA-CORRIDA TO WS-CORRIDA-MAESTRO
                   MOVE ZERO TO WS-TOTAL-MOV-MAESTRO
               END-IF
               ADD 1 TO WS-TOTAL-MOV-MAESTRO
           END-IF.

       CONSOLIDAR-CAMBIADO.
      *> Un cliente dado de alta en la fecha sigue siendo ALTA para
      *> el DW aunque despues cambie: todavia no tiene version. En
      *> otro caso manda el ultimo tipo; la fecha y la corrida son
      *> las del ultimo cambio.
           SET CDC-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-CDC FROM 1 BY 1
                   UNTIL WS-IDX-CDC > WS-TOTAL-CAMBIADOS
                   OR CDC-HALLADO
               IF WS-CDC-ID(WS-IDX-CDC) = JMA-ID
                   SET CDC-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF CDC-HALLADO
               SUBTRACT 1 FROM WS-IDX-CDC
           ELSE
               IF WS-TOTAL-CAMBIADOS >= 10000
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "MAS DE 10000 CLIENTES CAMBIADOS EN LA FECHA"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-CAMBIADOS
               MOVE WS-TOTAL-CAMBIADOS TO WS-IDX-CDC
               MOVE JMA-ID TO WS-CDC-ID(WS-IDX-CDC)
               MOVE SPACES TO WS-CDC-TIPO(WS-IDX-CDC)
           END-IF
           IF WS-CDC-TIPO(WS-IDX-CDC) NOT = "ALTA"
               MOVE JMA-TIPO TO WS-CDC-TIPO(WS-IDX-CDC)
           END-IF
           MOVE JMA-FECHA TO WS-CDC-FECHA(WS-IDX-CDC)
           MOVE JMA-CORRIDA TO WS-CDC-CORRIDA(WS-IDX-CDC).

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-CDC
           IF WS-CDC-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-CDC, STATUS="
                   WS-CDC-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO REG-CDC-CABECERA
           SET CDC-ES-CABECERA TO TRUE
           MOVE WS-FECHA-CAMBIOS TO CDC-CAB-FECHA
           MOVE WS-MODO-CDC TO CDC-CAB-MODO
           MOVE WS-ID-CORRIDA TO CDC-CAB-CORRIDA
           MOVE WS-CORRIDA-MAESTRO TO CDC-CAB-CORRIDA-MAE
           WRITE REG-CDC-CABECERA.

       VOLCAR-MAESTRO.
      *> Carga inicial: cada registro del maestro es una version con
      *> fecha efectiva de hoy y la corrida de este proceso.
           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ MAESTRO-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE SPACES TO REG-CDC-DETALLE
                       MOVE "CARGA" TO CDC-TIPO-CAMBIO
                       MOVE WS-FECHA-SISTEMA TO CDC-FECHA-EFECTIVA
                       MOVE WS-ID-CORRIDA TO CDC-CORRIDA
                       PERFORM ESCRIBIR-DETALLE
               END-READ
           END-PERFORM.

       ESCRIBIR-CAMBIADO.
      *> La imagen es la del maestro al cierre de la noche: varios
      *> cambios del mismo dia salen como una sola version.
           MOVE WS-CDC-ID(WS-IDX-CDC) TO CLM-ID
           READ MAESTRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SIN-MAESTRO
                   DISPLAY "Sin registro en el maestro: "
                       WS-CDC-ID(WS-IDX-CDC) " ("
                       WS-CDC-TIPO(WS-IDX-CDC) ")"
               NOT INVALID KEY
                   MOVE SPACES TO REG-CDC-DETALLE
                   MOVE WS-CDC-TIPO(WS-IDX-CDC) TO CDC-TIPO-CAMBIO
                   MOVE WS-CDC-FECHA(WS-IDX-CDC) TO CDC-FECHA-EFECTIVA
                   MOVE WS-CDC-CORRIDA(WS-IDX-CDC) TO CDC-CORRIDA
                   PERFORM ESCRIBIR-DETALLE
           END-READ.

       ESCRIBIR-DETALLE.
      *> El llamador deja armados tipo, fecha efectiva y corrida.
           SET CDC-ES-DETALLE TO TRUE
           MOVE REG-CLIENTE-MAESTRO TO CDC-IMAGEN
           WRITE REG-CDC-DETALLE
           ADD 1 TO WS-TOTAL-DETALLES
           IF CLM-DNI IS NUMERIC
               MOVE CLM-DNI TO WS-DNI-NUMERICO
               ADD WS-DNI-NUMERICO TO WS-HASH-DETALLES
           END-IF
           EVALUATE CDC-TIPO-CAMBIO
               WHEN "ALTA"
                   ADD 1 TO WS-TOTAL-ALTAS
               WHEN "CAMBIO"
                   ADD 1 TO WS-TOTAL-CAMBIOS
               WHEN "REACTIV"
                   ADD 1 TO WS-TOTAL-REACTIV
               WHEN "BAJA"
                   ADD 1 TO WS-TOTAL-BAJAS
               WHEN "ESTADO"
                   ADD 1 TO WS-TOTAL-ESTADOS
               WHEN "CARGA"
                   ADD 1 TO WS-TOTAL-CARGAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OTROS
           END-EVALUATE.

       ESCRIBIR-COLA.
           MOVE SPACES TO REG-CDC-COLA
           SET CDC-ES-COLA TO TRUE
           MOVE WS-TOTAL-DETALLES TO CDC-COL-REGISTROS
           MOVE WS-HASH-DETALLES TO CDC-COL-HASH
           MOVE WS-TOTAL-ALTAS TO CDC-COL-ALTAS
           MOVE WS-TOTAL-CAMBIOS TO CDC-COL-CAMBIOS
           MOVE WS-TOTAL-REACTIV TO CDC-COL-REACTIV
           MOVE WS-TOTAL-BAJAS TO CDC-COL-BAJAS
           MOVE WS-TOTAL-ESTADOS TO CDC-COL-ESTADOS
           MOVE WS-TOTAL-OTROS TO CDC-COL-OTROS
           MOVE WS-TOTAL-CARGAS TO CDC-COL-CARGAS
           MOVE WS-TOTAL-MOVIMIENTOS TO CDC-COL-MOVIMIENTOS
           MOVE WS-TOTAL-MOV-MAESTRO TO CDC-COL-MOV-MAESTRO
           WRITE REG-CDC-COLA.

       GRABAR-MANIFIESTO.
      *> Mismo manifiesto que los demas productores: cantidad de
      *> detalles y suma de sus DNI, grabado con el archivo cerrado.
           OPEN OUTPUT ARCHIVO-MANIFIESTO-CDC
           IF WS-MANIFIESTO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR MANIFIESTO, STATUS="
                   WS-MANIFIESTO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "cdc_maestro.dat" TO MAN-ARCHIVO
           MOVE WS-ID-CORRIDA TO MAN-CORRIDA
           MOVE WS-TOTAL-DETALLES TO MAN-REGISTROS
           MOVE WS-HASH-DETALLES TO MAN-HASH
           WRITE REG-MANIFIESTO
           CLOSE ARCHIVO-MANIFIESTO-CDC.

           COPY CPY-CORRIDA.

           COPY CPY-LOCK.

           COPY CPY-ABEND.
