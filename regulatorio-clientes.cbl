      *           interna (reporte_regulatorio.txt) que ata los
      *           totales de la cola contra el maestro leido.
      *           Lo dispara SUITE-NOCTURNA el ultimo dia habil.
      *           Los clientes CERRADOS viajan en su propio estado y
      *           la hoja de prueba los separa de la base activa.
      *           Los clientes bloqueados por una lista externa
      *           confirmada no se informan: la hoja de prueba los
      *           cuenta aparte y ata la cola contra leidos menos
      *           bloqueados.
      *           Las provincias salen de la referencia postal
      *           (tabla_postal.txt): el archivo del regulador lleva
      *           el codigo convenido y la hoja de prueba abre los
      *           clientes por provincia con su nombre.
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-MAESTRO-SELECT.
           COPY CPY-POSTAL-SELECT.
           SELECT ARCHIVO-REGULADOR
               ASSIGN TO 'archivo_regulador.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARCHIVO-PRUEBA.
       01  REG-PRUEBA            PIC X(80).

       COPY CPY-POSTAL-FD.

       WORKING-STORAGE SECTION.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-REGULADOR-STATUS   PIC XX VALUE SPACES.
           05 WS-MAE-PROV        PIC X(2).
           05 WS-MAE-CP          PIC X(4).

      *> Cubo de conteos: provincia (las de la referencia postal,
      *> en su mismo orden, mas OTRA a continuacion), franja etaria
      *> (cinco mas SD para fecha ilegible) y estado (ACTIVO,
      *> INACTIVO, DORMIDO, CERRADO, OTRO).
       77  WS-IDX-PROV           PIC 9(2) VALUE ZERO.
       77  WS-IDX-PROV-OTRA      PIC 9(2) VALUE ZERO.
       77  WS-IDX-FRANJA         PIC 9(2) VALUE ZERO.
       77  WS-IDX-ESTADO         PIC 9(2) VALUE ZERO.
       77  WS-TOTAL-PROVINCIA    PIC 9(7) VALUE ZERO.
       01  WS-CUBO-CONTEOS.
           05 WS-CUBO-PROV OCCURS 51 TIMES.
               10 WS-CUBO-FRANJA OCCURS 6 TIMES.
                   15 WS-CUBO-CANT OCCURS 5 TIMES PIC 9(7).

       01  WS-ETIQUETAS-FRANJA-DEF.
           05 FILLER             PIC X(5) VALUE "00-17".
           05 FILLER             PIC X(10) VALUE "ACTIVO".
           05 FILLER             PIC X(10) VALUE "INACTIVO".
           05 FILLER             PIC X(10) VALUE "DORMIDO".
           05 FILLER             PIC X(10) VALUE "CERRADO".
           05 FILLER             PIC X(10) VALUE "OTRO".
       01  WS-ETIQUETAS-ESTADO REDEFINES WS-ETIQUETAS-ESTADO-DEF.
           05 WS-ETIQ-ESTADO OCCURS 5 TIMES PIC X(10).

       77  WS-PROV-SALIDA        PIC X(2) VALUE SPACES.
       77  WS-TOTAL-LEIDOS       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-DETALLES     PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-EN-DETALLES  PIC 9(9) VALUE ZERO.
       77  WS-TOTAL-CERRADOS     PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-NO-CERRADOS  PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-BLOQUEADOS   PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-INFORMABLES  PIC 9(7) VALUE ZERO.

           COPY CPY-CONSTANTES.

           COPY CPY-POSTAL-WS.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PRESENTACION REGULATORIA DE CLIENTES ==="
           ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD
           PERFORM CARGAR-TABLA-POSTAL
           COMPUTE WS-IDX-PROV-OTRA = WS-POS-TOTAL-PROV + 1
           INITIALIZE WS-CUBO-CONTEOS
           PERFORM ABRIR-ARCHIVOS

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

           DISPLAY "=== FIN PRESENTACION REGULATORIA ==="
           DISPLAY "Clientes: " WS-TOTAL-LEIDOS
               " Detalles: " WS-TOTAL-DETALLES
               " Bloqueados: " WS-TOTAL-BLOQUEADOS
           STOP RUN.

       ABRIR-ARCHIVOS.

       DERIVAR-PROVINCIA.
      *> La provincia sale de la parte estructurada del domicilio y
      *> se busca en la referencia postal; una provincia desconocida
      *> cae en la posicion OTRA (la siguiente a la ultima).
           MOVE CLM-DIRECCION TO WS-DIRECCION-MAE
           MOVE WS-MAE-PROV TO WS-POS-PROV-BUSCADA
           PERFORM BUSCAR-PROVINCIA-POSTAL
           IF PROVINCIA-HALLADA
               MOVE WS-POS-IDX-PROV TO WS-IDX-PROV
           ELSE
               MOVE WS-IDX-PROV-OTRA TO WS-IDX-PROV
           END-IF.

       DERIVAR-FRANJA.
                   MOVE 2 TO WS-IDX-ESTADO
               WHEN "DORMIDO"
                   MOVE 3 TO WS-IDX-ESTADO
      *> El ID absorbido por una fusion es un cierre mas: la persona
      *> ya se informa bajo el sobreviviente. Un suprimido quedo
      *> cerrado por la supresion.
               WHEN "CERRADO"
               WHEN "FUSIONADO"
               WHEN "SUPRIMIDO"
                   MOVE 4 TO WS-IDX-ESTADO
                   ADD 1 TO WS-TOTAL-CERRADOS
               WHEN OTHER
                   MOVE 5 TO WS-IDX-ESTADO
           END-EVALUATE.

       ESCRIBIR-CABECERA-REG.
      *> Un detalle por combinacion con clientes; las combinaciones
      *> vacias no viajan.
           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > WS-IDX-PROV-OTRA
               PERFORM VARYING WS-IDX-FRANJA FROM 1 BY 1
                       UNTIL WS-IDX-FRANJA > 6
                   PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
                           UNTIL WS-IDX-ESTADO > 5
                       IF WS-CUBO-CANT(WS-IDX-PROV, WS-IDX-FRANJA,
                           WS-IDX-ESTADO) > ZERO
                           PERFORM ESCRIBIR-UN-DETALLE

       ESCRIBIR-UN-DETALLE.
           ADD 1 TO WS-TOTAL-DETALLES
      *> El layout convenido lleva el codigo de provincia (dos
      *> letras); el nombre solo va a la hoja de prueba.
           IF WS-IDX-PROV = WS-IDX-PROV-OTRA
               MOVE "XX" TO WS-PROV-SALIDA
           ELSE
               MOVE WS-POS-PROV-CODIGO(WS-IDX-PROV) TO WS-PROV-SALIDA
           END-IF
           MOVE SPACES TO REG-REGULADOR
           MOVE "2" TO RGU-D-TIPO
           STRING "MAESTRO-LEIDOS=" WS-TOTAL-LEIDOS
               " EN-DETALLES=" WS-TOTAL-EN-DETALLES
               " DETALLES=" WS-TOTAL-DETALLES
               " BLOQUEADOS=" WS-TOTAL-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINEA-PRUEBA
           MOVE WS-LINEA-PRUEBA TO REG-PRUEBA
           WRITE REG-PRUEBA
      *> Los cerrados estan en la cola (son parte del maestro) pero
      *> no de la base activa: se informan por separado.
           MOVE SPACES TO WS-LINEA-PRUEBA
           COMPUTE WS-TOTAL-INFORMABLES =
               WS-TOTAL-LEIDOS - WS-TOTAL-BLOQUEADOS
           COMPUTE WS-TOTAL-NO-CERRADOS =
               WS-TOTAL-INFORMABLES - WS-TOTAL-CERRADOS
           STRING "NO-CERRADOS=" WS-TOTAL-NO-CERRADOS
               " CERRADOS=" WS-TOTAL-CERRADOS
               DELIMITED BY SIZE INTO WS-LINEA-PRUEBA
           MOVE WS-LINEA-PRUEBA TO REG-PRUEBA
           WRITE REG-PRUEBA
           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > WS-IDX-PROV-OTRA
               PERFORM ESCRIBIR-PRUEBA-PROVINCIA
           END-PERFORM
           IF WS-TOTAL-EN-DETALLES NOT = WS-TOTAL-INFORMABLES
               MOVE "*** LA COLA NO CIERRA CON EL MAESTRO ***"
                   TO REG-PRUEBA
               WRITE REG-PRUEBA
               WRITE REG-PRUEBA
           END-IF.

       ESCRIBIR-PRUEBA-PROVINCIA.
      *> Apertura por provincia con el nombre de la referencia
      *> postal; las provincias sin clientes no se listan.
           MOVE ZERO TO WS-TOTAL-PROVINCIA
           PERFORM VARYING WS-IDX-FRANJA FROM 1 BY 1
                   UNTIL WS-IDX-FRANJA > 6
               PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
                       UNTIL WS-IDX-ESTADO > 5
                   ADD WS-CUBO-CANT(WS-IDX-PROV, WS-IDX-FRANJA,
                       WS-IDX-ESTADO) TO WS-TOTAL-PROVINCIA
               END-PERFORM
           END-PERFORM
           IF WS-TOTAL-PROVINCIA > ZERO
               MOVE SPACES TO WS-LINEA-PRUEBA
               IF WS-IDX-PROV = WS-IDX-PROV-OTRA
                   STRING "  PROVINCIA OTRA (XX)"
                       DELIMITED BY SIZE
                       " CLIENTES=" WS-TOTAL-PROVINCIA
                       DELIMITED BY SIZE INTO WS-LINEA-PRUEBA
               ELSE
                   STRING "  PROVINCIA " DELIMITED BY SIZE
                       WS-POS-PROV-NOMBRE(WS-IDX-PROV)
                       DELIMITED BY "  "
                       " (" WS-POS-PROV-CODIGO(WS-IDX-PROV) ")"
                       " CLIENTES=" WS-TOTAL-PROVINCIA
                       DELIMITED BY SIZE INTO WS-LINEA-PRUEBA
               END-IF
               MOVE WS-LINEA-PRUEBA TO REG-PRUEBA
               WRITE REG-PRUEBA
           END-IF.

           COPY CPY-POSTAL.

           COPY CPY-ABEND.
