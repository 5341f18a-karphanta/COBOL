      *           por defecto 12 y 36 meses). Reporta cada cambio de
      *           estado y cierra con el corte activos/inactivos/
      *           dormidos que piden marketing y cumplimiento.
      *           Los CERRADOS no se envejecen: se cuentan aparte en
      *           el corte, fuera de los activos. Cada cambio de
      *           estado queda en journal_maestro.txt (tipo ESTADO)
      *           para las novedades del maestro que arma
      *           CAMBIOS-MAESTRO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'reporte_envejecimiento.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       FD  JOURNAL-MAESTRO.
      *> Mismo journal de movimientos que ACTUALIZA-MAESTRO: cada
      *> degradacion de estado queda anotada con el ID del cliente.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           05 JMA-CORRIDA        PIC X(11).
           05 JMA-TIPO           PIC X(7).
           05 JMA-ID             PIC X(10).

       WORKING-STORAGE SECTION.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-UMBRALES-STATUS    PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-FIN-MAESTRO        PIC X VALUE 'N'.

       77  WS-MESES-SIN-NOTICIA  PIC S9(5) VALUE ZERO.
       77  WS-ESTADO-NUEVO       PIC X(10) VALUE SPACES.
      *> Corre fuera de la suite: anota el journal con el mismo
      *> identificador local (fecha-00) que CPY-CORRIDA arma para una
      *> corrida a mano.
       77  WS-ID-CORRIDA         PIC X(11) VALUE SPACES.
       01  WS-HORA-SISTEMA       PIC 9(8).

       77  WS-TOTAL-LEIDOS       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-A-INACTIVO   PIC 9(7) VALUE ZERO.
       77  WS-CORTE-ACTIVOS      PIC 9(7) VALUE ZERO.
       77  WS-CORTE-INACTIVOS    PIC 9(7) VALUE ZERO.
       77  WS-CORTE-DORMIDOS     PIC 9(7) VALUE ZERO.
       77  WS-CORTE-CERRADOS     PIC 9(7) VALUE ZERO.
       77  WS-CORTE-OTROS        PIC 9(7) VALUE ZERO.

           COPY CPY-RETCODES.
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           STRING WS-FECHA-HOY "-00" DELIMITED BY SIZE
               INTO WS-ID-CORRIDA
           PERFORM ABRIR-ARCHIVOS

           PERFORM LEE-MAESTRO

           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-REPORTE
           CLOSE JOURNAL-MAESTRO

           DISPLAY "=== FIN ENVEJECIMIENTO ==="
           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
           DISPLAY "Corte: ACTIVOS=" WS-CORTE-ACTIVOS
               " INACTIVOS=" WS-CORTE-INACTIVOS
               " DORMIDOS=" WS-CORTE-DORMIDOS
               " CERRADOS=" WS-CORTE-CERRADOS
           STOP RUN.

       CARGAR-UMBRALES.
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

       LEE-MAESTRO.
      *> Solo se degrada hacia adelante: un ACTIVO puede pasar a
      *> INACTIVO o directo a DORMIDO, un INACTIVO a DORMIDO. La
      *> reactivacion la hace ACTUALIZA-MAESTRO cuando el cliente
      *> vuelve a aparecer en una corrida. Un CERRADO (baja logica)
      *> queda fuera: su estado ya no depende de las noticias.
           IF CLM-ESTADO NOT = "ACTIVO"
               AND CLM-ESTADO NOT = "INACTIVO"
               CONTINUE
                   DISPLAY "No se pudo regrabar " CLM-ID
                       " STATUS=" WS-MAESTRO-STATUS
               NOT INVALID KEY
                   PERFORM ANOTAR-JOURNAL-MAESTRO
           END-REWRITE.

       ANOTAR-JOURNAL-MAESTRO.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-HOY TO JMA-FECHA
           MOVE WS-HORA-SISTEMA TO JMA-HORA
           MOVE WS-ID-CORRIDA TO JMA-CORRIDA
           MOVE "ESTADO" TO JMA-TIPO
           MOVE CLM-ID TO JMA-ID
           WRITE REG-JOURNAL-MAESTRO.

       CONTAR-CORTE.
           EVALUATE CLM-ESTADO
               WHEN "ACTIVO"
                   ADD 1 TO WS-CORTE-INACTIVOS
               WHEN "DORMIDO"
                   ADD 1 TO WS-CORTE-DORMIDOS
               WHEN "CERRADO"
               WHEN "FUSIONADO"
               WHEN "SUPRIMIDO"
                   ADD 1 TO WS-CORTE-CERRADOS
               WHEN OTHER
                   ADD 1 TO WS-CORTE-OTROS
           END-EVALUATE.
           STRING "CORTE: ACTIVOS=" WS-CORTE-ACTIVOS
               " INACTIVOS=" WS-CORTE-INACTIVOS
               " DORMIDOS=" WS-CORTE-DORMIDOS
               " CERRADOS=" WS-CORTE-CERRADOS
               " OTROS=" WS-CORTE-OTROS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
