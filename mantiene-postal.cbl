      ******************************************************************
      * PROGRAMA: MANTIENE-POSTAL
      * TIPO:     Batch COBOL
      * OBJETIVO: Canal unico de cambio de la referencia postal:
      *           provincias, rangos de codigos postales de cada
      *           provincia y localidades con su codigo postal. Toma
      *           los movimientos de movimientos_postales.txt (quien,
      *           desde cuando, alta/baja/modificacion), los valida
      *           contra la referencia que rige a su fecha efectiva,
      *           los agrega a la historia (historia_postal.txt) y a
      *           la auditoria (auditoria_postal.txt, valor anterior
      *           y nuevo) y regenera tabla_postal.txt con lo vigente
      *           HOY, que es lo que cargan VLD-DIRECCION,
      *           REGULATORIO-CLIENTES y CARTAS-ELEGIBILIDAD.
      *           Con el parametro REGENERAR solo regenera la tabla
      *           (lo corre SUITE-NOCTURNA para que los cambios con
      *           fecha futura entren en vigencia en su dia); con una
      *           fecha AAAAMMDD lista la referencia que regia ese
      *           dia, respondiendo desde la historia.
      *           Quien pide cada movimiento debe ser un operador
      *           vigente del registro central con el rol PARAMETROS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-POSTAL.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO 'movimientos_postales.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.
           SELECT ARCHIVO-HISTORIA
               ASSIGN TO 'historia_postal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT AUDITORIA-POSTAL
               ASSIGN TO 'auditoria_postal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_postal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-POSTAL-SELECT.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MOVIMIENTOS.
      *> Movimiento de la referencia: accion A alta, B baja o M
      *> modificacion; tipo P provincia (codigo y nombre), R rango
      *> de CP (provincia, desde y hasta; se identifica por su
      *> desde) o L localidad (provincia, CP en CP-DESDE y nombre;
      *> solo alta o baja). La modificacion de una provincia cambia
      *> el nombre; la de un rango, su hasta.
       01  REG-MOV-POSTAL.
           05 MPO-USUARIO        PIC X(8).
           05 MPO-FECHA-EFECTIVA PIC 9(8).
           05 MPO-ACCION         PIC X.
               88 MPO-ALTA           VALUE 'A'.
               88 MPO-BAJA           VALUE 'B'.
               88 MPO-MODIFICACION   VALUE 'M'.
           05 MPO-TIPO           PIC X.
               88 MPO-PROVINCIA-TIPO VALUE 'P'.
               88 MPO-RANGO-TIPO     VALUE 'R'.
               88 MPO-LOCALIDAD-TIPO VALUE 'L'.
           05 MPO-PROVINCIA      PIC X(2).
           05 MPO-CP-DESDE       PIC 9(4).
           05 MPO-CP-HASTA       PIC 9(4).
           05 MPO-NOMBRE         PIC X(30).

       FD  ARCHIVO-HISTORIA.
      *> Historia con fecha efectiva de cada movimiento aplicado, en
      *> orden de carga: con ella se arma la referencia que regia
      *> cualquier dia. Las bajas llevan los datos que tenia el
      *> renglon al darse de baja.
       01  REG-HISTORIA-POS.
           05 HPO-FECHA-CARGA    PIC 9(8).
           05 HPO-HORA-CARGA     PIC 9(8).
           05 HPO-USUARIO        PIC X(8).
           05 HPO-FECHA-EFECTIVA PIC 9(8).
           05 HPO-ACCION         PIC X.
           05 HPO-TIPO           PIC X.
           05 HPO-PROVINCIA      PIC X(2).
           05 HPO-CP-DESDE       PIC 9(4).
           05 HPO-CP-HASTA       PIC 9(4).
           05 HPO-NOMBRE         PIC X(30).

       FD  AUDITORIA-POSTAL.
      *> Auditoria durable (en EXTEND) de lo aplicado a la
      *> referencia, con el valor antes y despues del movimiento.
       01  REG-AUDITORIA-POSTAL.
           05 AUP-FECHA          PIC 9(8).
           05 AUP-HORA           PIC 9(8).
           05 AUP-USUARIO        PIC X(8).
           05 AUP-FECHA-EFECTIVA PIC 9(8).
           05 AUP-ACCION         PIC X.
           05 AUP-TIPO           PIC X.
           05 AUP-PROVINCIA      PIC X(2).
           05 AUP-CP-DESDE       PIC 9(4).
           05 AUP-HASTA-ANT      PIC 9(4).
           05 AUP-NOMBRE-ANT     PIC X(30).
           05 AUP-HASTA-NUEVO    PIC 9(4).
           05 AUP-NOMBRE-NUEVO   PIC X(30).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       COPY CPY-POSTAL-FD.

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-MOVIMIENTOS-STATUS PIC XX VALUE SPACES.
       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-POSTAL-STATUS      PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-FECHA-HOY          PIC 9(8) VALUE ZERO.
       77  WS-HORA-AHORA         PIC 9(8) VALUE ZERO.
       77  WS-FECHA-CORTE        PIC 9(8) VALUE ZERO.

      *> Parametro 1 opcional: REGENERAR o una fecha AAAAMMDD.
       01  WS-PARAMETRO          PIC X(20) VALUE SPACES.
       01  WS-PARAMETRO-DESC REDEFINES WS-PARAMETRO.
           05 WS-PARAM-FECHA     PIC X(8).
           05 WS-PARAM-RESTO     PIC X(12).
       77  WS-MODO-PROGRAMA      PIC X VALUE 'A'.
           88 MODO-APLICAR         VALUE 'A'.
           88 MODO-REGENERAR       VALUE 'R'.
           88 MODO-CONSULTAR       VALUE 'C'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

       77  WS-RESULTADO-MOV      PIC X VALUE SPACE.
           88 MOV-APLICADO         VALUE 'A'.
           88 MOV-RECHAZADO        VALUE 'R'.
       77  WS-MOTIVO-MOV         PIC X(40) VALUE SPACES.

      *> Historia completa en memoria, en orden de carga (los
      *> movimientos aplicados en la corrida se suman al final).
       77  WS-TOTAL-HIS          PIC 9(5) VALUE ZERO.
       77  WS-IDX-HIS            PIC 9(5) VALUE ZERO.
       01  WS-TABLA-HISTORIA.
           05 WS-HIS-ENT OCCURS 8000 TIMES.
               10 WS-HIS-FECHA-EFE   PIC 9(8).
               10 WS-HIS-ACCION      PIC X.
               10 WS-HIS-TIPO        PIC X.
               10 WS-HIS-PROV        PIC X(2).
               10 WS-HIS-DESDE       PIC 9(4).
               10 WS-HIS-HASTA       PIC 9(4).
               10 WS-HIS-NOMBRE      PIC X(30).

      *> Referencia que rige a WS-FECHA-CORTE: por cada clave (tipo
      *> y provincia; mas el desde en rangos; mas CP y nombre en
      *> localidades) gana el movimiento de fecha efectiva mas alta
      *> que no pase el corte y, a igual fecha, el cargado mas tarde.
      *> Una clave cuyo ultimo movimiento es una baja no rige.
       77  WS-TOTAL-EST          PIC 9(5) VALUE ZERO.
       77  WS-IDX-EST            PIC 9(5) VALUE ZERO.
       77  WS-IDX-EST-2          PIC 9(5) VALUE ZERO.
       77  WS-IDX-HALLADO        PIC 9(5) VALUE ZERO.
       01  WS-TABLA-ESTADO.
           05 WS-EST-ENT OCCURS 8000 TIMES.
               10 WS-EST-FECHA-EFE   PIC 9(8).
               10 WS-EST-ACCION      PIC X.
                   88 WS-EST-DE-BAJA     VALUE 'B'.
               10 WS-EST-TIPO        PIC X.
               10 WS-EST-PROV        PIC X(2).
               10 WS-EST-DESDE       PIC 9(4).
               10 WS-EST-HASTA       PIC 9(4).
               10 WS-EST-NOMBRE      PIC X(30).

      *> Clave que se busca en la referencia armada.
       77  WS-CLV-TIPO           PIC X VALUE SPACE.
       77  WS-CLV-PROV           PIC X(2) VALUE SPACES.
       77  WS-CLV-DESDE          PIC 9(4) VALUE ZERO.
       77  WS-CLV-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-CLAVE-SW           PIC X VALUE 'N'.
           88 CLAVE-VIGENTE        VALUE 'S'.
           88 CLAVE-NO-VIGENTE     VALUE 'N'.
       77  WS-PROV-MOV-SW        PIC X VALUE 'N'.
           88 PROVINCIA-MOV-VIGENTE VALUE 'S'.
       77  WS-CUBIERTA-SW        PIC X VALUE 'N'.
           88 LOCALIDAD-CUBIERTA   VALUE 'S'.
           88 LOCALIDAD-SIN-RANGO  VALUE 'N'.
       77  WS-ANT-HASTA          PIC 9(4) VALUE ZERO.
       77  WS-ANT-NOMBRE         PIC X(30) VALUE SPACES.

      *> Topes de la referencia que cargan los programas que la
      *> usan (CPY-POSTAL-WS).
       77  WS-TOPE-PROVINCIAS    PIC 9(4) VALUE 50.
       77  WS-TOPE-RANGOS        PIC 9(4) VALUE 300.
       77  WS-TOPE-LOCALIDADES   PIC 9(4) VALUE 5000.
       77  WS-VIG-PROVINCIAS     PIC 9(5) VALUE ZERO.
       77  WS-VIG-RANGOS         PIC 9(5) VALUE ZERO.
       77  WS-VIG-LOCALIDADES    PIC 9(5) VALUE ZERO.
       77  WS-VIG-OTRAS          PIC 9(5) VALUE ZERO.
       77  WS-RANGOS-SIN-LOC     PIC 9(5) VALUE ZERO.
       77  WS-TIPO-PASADA        PIC X VALUE SPACE.

       77  WS-TOTAL-LEIDOS       PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-APLICADOS    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZADOS   PIC 9(5) VALUE ZERO.

      *> Referencia con que nace la historia en su primera corrida:
      *> las seis provincias y rangos de CP que se validaban hasta
      *> ahora, vigentes desde siempre. El resto se carga por
      *> movimientos.
       77  WS-IDX-SEMILLA        PIC 9(2) VALUE ZERO.
       01  WS-SEMILLA-DEF.
           05 FILLER             PIC X(40) VALUE
               "CFCAPITAL FEDERAL               10001999".
           05 FILLER             PIC X(40) VALUE
               "BABUENOS AIRES                  20002999".
           05 FILLER             PIC X(40) VALUE
               "SFSANTA FE                      30003999".
           05 FILLER             PIC X(40) VALUE
               "COCORDOBA                       40004999".
           05 FILLER             PIC X(40) VALUE
               "MEMENDOZA                       50005999".
           05 FILLER             PIC X(40) VALUE
               "TUTUCUMAN                       60006999".
       01  WS-TABLA-SEMILLA REDEFINES WS-SEMILLA-DEF.
           05 WS-SEM-ENT OCCURS 6 TIMES.
               10 WS-SEM-PROV        PIC X(2).
               10 WS-SEM-NOMBRE      PIC X(30).
               10 WS-SEM-DESDE       PIC 9(4).
               10 WS-SEM-HASTA       PIC 9(4).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MANTENIMIENTO DE LA REFERENCIA POSTAL ==="
           MOVE "MANTIENE-POSTAL" TO WS-OPR-PROGRAMA
           SET OPR-SIN-PIN TO TRUE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARAMETRO = SPACES
                   SET MODO-APLICAR TO TRUE
               WHEN WS-PARAMETRO = "REGENERAR"
                   SET MODO-REGENERAR TO TRUE
               WHEN WS-PARAM-FECHA IS NUMERIC
                   AND WS-PARAM-RESTO = SPACES
                   SET MODO-CONSULTAR TO TRUE
               WHEN OTHER
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   STRING "PARAMETRO INVALIDO (REGENERAR/AAAAMMDD): "
                       WS-PARAMETRO DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE

           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM CARGAR-HISTORIA

           EVALUATE TRUE
               WHEN MODO-CONSULTAR
                   MOVE WS-PARAM-FECHA TO WS-FECHA-CORTE
                   PERFORM CONSULTAR-VIGENCIA
               WHEN MODO-REGENERAR
                   PERFORM REGENERAR-TABLA
               WHEN OTHER
                   PERFORM APLICAR-MOVIMIENTOS
                   PERFORM REGENERAR-TABLA
           END-EVALUATE

           CLOSE ARCHIVO-REPORTE
           DISPLAY "=== FIN MANTENIMIENTO DE LA REFERENCIA POSTAL ==="
           IF WS-TOTAL-RECHAZADOS > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-HISTORIA.
      *> Primera corrida: sin historia, se la siembra con la
      *> referencia que regia hasta ahora.
           MOVE ZERO TO WS-TOTAL-HIS
           OPEN INPUT ARCHIVO-HISTORIA
           IF WS-HISTORIA-STATUS = "35"
               PERFORM SEMBRAR-HISTORIA
               OPEN INPUT ARCHIVO-HISTORIA
           END-IF
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORIA POSTAL, STATUS="
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
                       PERFORM SUMAR-A-HISTORIA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HISTORIA
           SET MAS-DATOS TO TRUE
           DISPLAY "Historia postal: " WS-TOTAL-HIS " movimientos".

       SEMBRAR-HISTORIA.
           OPEN OUTPUT ARCHIVO-HISTORIA
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO CREAR HISTORIA POSTAL, STATUS="
                   WS-HISTORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-SEMILLA FROM 1 BY 1
                   UNTIL WS-IDX-SEMILLA > 6
               MOVE WS-FECHA-HOY TO HPO-FECHA-CARGA
               MOVE WS-HORA-AHORA TO HPO-HORA-CARGA
               MOVE "INICIAL" TO HPO-USUARIO
               MOVE 19000101 TO HPO-FECHA-EFECTIVA
               MOVE "A" TO HPO-ACCION
               MOVE "P" TO HPO-TIPO
               MOVE WS-SEM-PROV(WS-IDX-SEMILLA) TO HPO-PROVINCIA
               MOVE ZERO TO HPO-CP-DESDE
               MOVE ZERO TO HPO-CP-HASTA
               MOVE WS-SEM-NOMBRE(WS-IDX-SEMILLA) TO HPO-NOMBRE
               WRITE REG-HISTORIA-POS
               MOVE "R" TO HPO-TIPO
               MOVE WS-SEM-DESDE(WS-IDX-SEMILLA) TO HPO-CP-DESDE
               MOVE WS-SEM-HASTA(WS-IDX-SEMILLA) TO HPO-CP-HASTA
               MOVE SPACES TO HPO-NOMBRE
               WRITE REG-HISTORIA-POS
           END-PERFORM
           CLOSE ARCHIVO-HISTORIA
           DISPLAY "Historia postal creada con la referencia inicial".

       SUMAR-A-HISTORIA.
           IF WS-TOTAL-HIS >= 8000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "HISTORIA POSTAL: MAS DE 8000 MOVIMIENTOS"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-HIS
           MOVE HPO-FECHA-EFECTIVA TO WS-HIS-FECHA-EFE(WS-TOTAL-HIS)
           MOVE HPO-ACCION TO WS-HIS-ACCION(WS-TOTAL-HIS)
           MOVE HPO-TIPO TO WS-HIS-TIPO(WS-TOTAL-HIS)
           MOVE HPO-PROVINCIA TO WS-HIS-PROV(WS-TOTAL-HIS)
           MOVE HPO-CP-DESDE TO WS-HIS-DESDE(WS-TOTAL-HIS)
           MOVE HPO-CP-HASTA TO WS-HIS-HASTA(WS-TOTAL-HIS)
           MOVE HPO-NOMBRE TO WS-HIS-NOMBRE(WS-TOTAL-HIS).

       ARMAR-REFERENCIA.
      *> Arma en WS-TABLA-ESTADO la referencia que rige a
      *> WS-FECHA-CORTE recorriendo la historia en orden de carga.
           MOVE ZERO TO WS-TOTAL-EST
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                   UNTIL WS-IDX-HIS > WS-TOTAL-HIS
               IF WS-HIS-FECHA-EFE(WS-IDX-HIS) NOT > WS-FECHA-CORTE
                   PERFORM EVALUAR-ENTRADA-HISTORIA
               END-IF
           END-PERFORM.

       EVALUAR-ENTRADA-HISTORIA.
      *> A igual fecha efectiva gana la entrada cargada mas tarde,
      *> que en la tabla es la que viene despues.
           MOVE WS-HIS-TIPO(WS-IDX-HIS) TO WS-CLV-TIPO
           MOVE WS-HIS-PROV(WS-IDX-HIS) TO WS-CLV-PROV
           MOVE WS-HIS-DESDE(WS-IDX-HIS) TO WS-CLV-DESDE
           MOVE WS-HIS-NOMBRE(WS-IDX-HIS) TO WS-CLV-NOMBRE
           PERFORM BUSCAR-CLAVE
           IF WS-IDX-HALLADO = ZERO
               ADD 1 TO WS-TOTAL-EST
               MOVE WS-TOTAL-EST TO WS-IDX-HALLADO
               MOVE ZERO TO WS-EST-FECHA-EFE(WS-IDX-HALLADO)
           END-IF
           IF WS-HIS-FECHA-EFE(WS-IDX-HIS)
               NOT < WS-EST-FECHA-EFE(WS-IDX-HALLADO)
               MOVE WS-HIS-FECHA-EFE(WS-IDX-HIS)
                   TO WS-EST-FECHA-EFE(WS-IDX-HALLADO)
               MOVE WS-HIS-ACCION(WS-IDX-HIS)
                   TO WS-EST-ACCION(WS-IDX-HALLADO)
               MOVE WS-HIS-TIPO(WS-IDX-HIS)
                   TO WS-EST-TIPO(WS-IDX-HALLADO)
               MOVE WS-HIS-PROV(WS-IDX-HIS)
                   TO WS-EST-PROV(WS-IDX-HALLADO)
               MOVE WS-HIS-DESDE(WS-IDX-HIS)
                   TO WS-EST-DESDE(WS-IDX-HALLADO)
               MOVE WS-HIS-HASTA(WS-IDX-HIS)
                   TO WS-EST-HASTA(WS-IDX-HALLADO)
               MOVE WS-HIS-NOMBRE(WS-IDX-HIS)
                   TO WS-EST-NOMBRE(WS-IDX-HALLADO)
           END-IF.

       BUSCAR-CLAVE.
      *> Deja en WS-IDX-HALLADO la posicion de la clave WS-CLV-* en
      *> la referencia armada (cero si no esta) y marca si rige.
           MOVE ZERO TO WS-IDX-HALLADO
           SET CLAVE-NO-VIGENTE TO TRUE
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
                   OR WS-IDX-HALLADO > ZERO
               IF WS-EST-TIPO(WS-IDX-EST) = WS-CLV-TIPO
                   AND WS-EST-PROV(WS-IDX-EST) = WS-CLV-PROV
                   AND (WS-CLV-TIPO = "P"
                       OR WS-EST-DESDE(WS-IDX-EST) = WS-CLV-DESDE)
                   AND (WS-CLV-TIPO NOT = "L"
                       OR WS-EST-NOMBRE(WS-IDX-EST) = WS-CLV-NOMBRE)
                   MOVE WS-IDX-EST TO WS-IDX-HALLADO
               END-IF
           END-PERFORM
           IF WS-IDX-HALLADO > ZERO
               IF NOT WS-EST-DE-BAJA(WS-IDX-HALLADO)
                   SET CLAVE-VIGENTE TO TRUE
               END-IF
           END-IF.

       APLICAR-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MOVIMIENTOS, STATUS="
                   WS-MOVIMIENTOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND ARCHIVO-HISTORIA
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR HISTORIA POSTAL, STATUS="
                   WS-HISTORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND AUDITORIA-POSTAL
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-POSTAL
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUDITORIA POSTAL, STATUS="
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "=== MOVIMIENTOS DE LA REFERENCIA POSTAL ==="
               TO REG-REPORTE
           WRITE REG-REPORTE

           SET MAS-DATOS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MOVIMIENTOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM APLICAR-MOVIMIENTO
                       PERFORM REPORTAR-MOVIMIENTO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-HISTORIA
           CLOSE AUDITORIA-POSTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " APLICADOS=" WS-TOTAL-APLICADOS
               " RECHAZADOS=" WS-TOTAL-RECHAZADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
               " Aplicados: " WS-TOTAL-APLICADOS
               " Rechazados: " WS-TOTAL-RECHAZADOS.

       APLICAR-MOVIMIENTO.
      *> Cada movimiento se valida contra la referencia que rige a
      *> su propia fecha efectiva, incluidos los movimientos ya
      *> aplicados en esta corrida.
           SET MOV-APLICADO TO TRUE
           MOVE SPACES TO WS-MOTIVO-MOV
           MOVE ZERO TO WS-ANT-HASTA
           MOVE SPACES TO WS-ANT-NOMBRE
      *> El usuario debe estar vigente en el registro de operadores
      *> con el rol PARAMETROS (batch: sin PIN).
           IF MPO-USUARIO NOT = SPACES
               MOVE MPO-USUARIO TO WS-OPR-LEGAJO
               MOVE OPR-ROL-PARAMETROS TO WS-OPR-ROL
               MOVE "MOVIMIENTO-POSTAL" TO WS-OPR-ACCION
               PERFORM VERIFICAR-ACCESO
           END-IF
           EVALUATE TRUE
               WHEN MPO-USUARIO = SPACES
                   MOVE "FALTA EL USUARIO QUE PIDE EL MOVIMIENTO"
                       TO WS-MOTIVO-MOV
               WHEN ACCESO-DENEGADO
                   STRING "USUARIO SIN AUTORIZACION: " WS-OPR-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO-MOV
               WHEN MPO-FECHA-EFECTIVA IS NOT NUMERIC
                   OR MPO-FECHA-EFECTIVA = ZERO
                   MOVE "FECHA EFECTIVA INVALIDA" TO WS-MOTIVO-MOV
               WHEN NOT MPO-ALTA AND NOT MPO-BAJA
                   AND NOT MPO-MODIFICACION
                   MOVE "ACCION INVALIDA (A/B/M)" TO WS-MOTIVO-MOV
               WHEN NOT MPO-PROVINCIA-TIPO AND NOT MPO-RANGO-TIPO
                   AND NOT MPO-LOCALIDAD-TIPO
                   MOVE "TIPO INVALIDO (P/R/L)" TO WS-MOTIVO-MOV
               WHEN MPO-PROVINCIA = SPACES
                   MOVE "PROVINCIA EN BLANCO" TO WS-MOTIVO-MOV
               WHEN OTHER
                   MOVE MPO-FECHA-EFECTIVA TO WS-FECHA-CORTE
                   PERFORM ARMAR-REFERENCIA
                   PERFORM CONTAR-VIGENTES
                   EVALUATE TRUE
                       WHEN MPO-PROVINCIA-TIPO
                           PERFORM VALIDAR-PROVINCIA
                       WHEN MPO-RANGO-TIPO
                           PERFORM VALIDAR-RANGO
                       WHEN OTHER
                           PERFORM VALIDAR-LOCALIDAD
                   END-EVALUATE
           END-EVALUATE
           IF WS-MOTIVO-MOV = SPACES
               PERFORM GRABAR-MOVIMIENTO
               ADD 1 TO WS-TOTAL-APLICADOS
           ELSE
               SET MOV-RECHAZADO TO TRUE
               ADD 1 TO WS-TOTAL-RECHAZADOS
           END-IF.

       BUSCAR-CLAVE-MOVIMIENTO.
           MOVE MPO-TIPO TO WS-CLV-TIPO
           MOVE MPO-PROVINCIA TO WS-CLV-PROV
           MOVE MPO-CP-DESDE TO WS-CLV-DESDE
           MOVE MPO-NOMBRE TO WS-CLV-NOMBRE
           PERFORM BUSCAR-CLAVE
           IF CLAVE-VIGENTE
               MOVE WS-EST-HASTA(WS-IDX-HALLADO) TO WS-ANT-HASTA
               MOVE WS-EST-NOMBRE(WS-IDX-HALLADO) TO WS-ANT-NOMBRE
           END-IF.

       BUSCAR-PROVINCIA-MOVIMIENTO.
           MOVE "N" TO WS-PROV-MOV-SW
           MOVE "P" TO WS-CLV-TIPO
           MOVE MPO-PROVINCIA TO WS-CLV-PROV
           PERFORM BUSCAR-CLAVE
           IF CLAVE-VIGENTE
               SET PROVINCIA-MOV-VIGENTE TO TRUE
           END-IF.

       VALIDAR-PROVINCIA.
           PERFORM BUSCAR-CLAVE-MOVIMIENTO
           EVALUATE TRUE
               WHEN MPO-ALTA AND CLAVE-VIGENTE
                   MOVE "PROVINCIA YA EXISTE" TO WS-MOTIVO-MOV
               WHEN MPO-ALTA
                   AND WS-VIG-PROVINCIAS NOT < WS-TOPE-PROVINCIAS
                   MOVE "TOPE DE PROVINCIAS ALCANZADO"
                       TO WS-MOTIVO-MOV
               WHEN NOT MPO-ALTA AND CLAVE-NO-VIGENTE
                   MOVE "PROVINCIA INEXISTENTE" TO WS-MOTIVO-MOV
               WHEN NOT MPO-BAJA AND MPO-NOMBRE = SPACES
                   MOVE "PROVINCIA SIN NOMBRE" TO WS-MOTIVO-MOV
               WHEN MPO-BAJA
      *> No se da de baja una provincia que todavia tiene rangos o
      *> localidades vigentes: primero se dan de baja esos.
                   PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                           UNTIL WS-IDX-EST > WS-TOTAL-EST
                       IF WS-EST-PROV(WS-IDX-EST) = MPO-PROVINCIA
                           AND WS-EST-TIPO(WS-IDX-EST) NOT = "P"
                           AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                           MOVE "PROVINCIA CON RANGOS O LOCALIDADES"
                               TO WS-MOTIVO-MOV
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDAR-RANGO.
           PERFORM BUSCAR-PROVINCIA-MOVIMIENTO
           PERFORM BUSCAR-CLAVE-MOVIMIENTO
           EVALUATE TRUE
               WHEN NOT PROVINCIA-MOV-VIGENTE
                   MOVE "PROVINCIA INEXISTENTE" TO WS-MOTIVO-MOV
               WHEN MPO-CP-DESDE IS NOT NUMERIC
                   MOVE "RANGO DE CP INVALIDO" TO WS-MOTIVO-MOV
               WHEN NOT MPO-BAJA
                   AND (MPO-CP-HASTA IS NOT NUMERIC
                       OR MPO-CP-HASTA < MPO-CP-DESDE)
                   MOVE "RANGO DE CP INVALIDO" TO WS-MOTIVO-MOV
               WHEN MPO-ALTA AND CLAVE-VIGENTE
                   MOVE "RANGO YA EXISTE" TO WS-MOTIVO-MOV
               WHEN MPO-ALTA
                   AND WS-VIG-RANGOS NOT < WS-TOPE-RANGOS
                   MOVE "TOPE DE RANGOS DE CP ALCANZADO"
                       TO WS-MOTIVO-MOV
               WHEN NOT MPO-ALTA AND CLAVE-NO-VIGENTE
                   MOVE "RANGO INEXISTENTE" TO WS-MOTIVO-MOV
               WHEN OTHER
                   IF NOT MPO-BAJA
                       PERFORM VERIFICAR-SUPERPOSICION
                   END-IF
                   IF WS-MOTIVO-MOV = SPACES AND NOT MPO-ALTA
                       PERFORM VERIFICAR-COBERTURA
                   END-IF
           END-EVALUATE.

       VERIFICAR-SUPERPOSICION.
      *> Un codigo postal pertenece a una sola provincia: el rango
      *> nuevo no puede pisar ningun otro rango vigente.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
               IF WS-EST-TIPO(WS-IDX-EST) = "R"
                   AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                   AND WS-IDX-EST NOT = WS-IDX-HALLADO
                   AND WS-EST-DESDE(WS-IDX-EST) NOT > MPO-CP-HASTA
                   AND WS-EST-HASTA(WS-IDX-EST) NOT < MPO-CP-DESDE
                   MOVE "RANGO SUPERPUESTO CON OTRO VIGENTE"
                       TO WS-MOTIVO-MOV
               END-IF
           END-PERFORM.

       VERIFICAR-COBERTURA.
      *> Achicar o dar de baja un rango no puede dejar localidades
      *> vigentes de la provincia fuera de todo rango.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
               IF WS-EST-TIPO(WS-IDX-EST) = "L"
                   AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                   AND WS-EST-PROV(WS-IDX-EST) = MPO-PROVINCIA
                   SET LOCALIDAD-SIN-RANGO TO TRUE
                   IF MPO-MODIFICACION
                       AND WS-EST-DESDE(WS-IDX-EST)
                           NOT < MPO-CP-DESDE
                       AND WS-EST-DESDE(WS-IDX-EST)
                           NOT > MPO-CP-HASTA
                       SET LOCALIDAD-CUBIERTA TO TRUE
                   END-IF
                   PERFORM VARYING WS-IDX-EST-2 FROM 1 BY 1
                           UNTIL WS-IDX-EST-2 > WS-TOTAL-EST
                       IF WS-EST-TIPO(WS-IDX-EST-2) = "R"
                           AND NOT WS-EST-DE-BAJA(WS-IDX-EST-2)
                           AND WS-IDX-EST-2 NOT = WS-IDX-HALLADO
                           AND WS-EST-PROV(WS-IDX-EST-2)
                               = MPO-PROVINCIA
                           AND WS-EST-DESDE(WS-IDX-EST)
                               NOT < WS-EST-DESDE(WS-IDX-EST-2)
                           AND WS-EST-DESDE(WS-IDX-EST)
                               NOT > WS-EST-HASTA(WS-IDX-EST-2)
                           SET LOCALIDAD-CUBIERTA TO TRUE
                       END-IF
                   END-PERFORM
                   IF LOCALIDAD-SIN-RANGO
                       MOVE "RANGO DEJA LOCALIDADES SIN CUBRIR"
                           TO WS-MOTIVO-MOV
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-LOCALIDAD.
           PERFORM BUSCAR-PROVINCIA-MOVIMIENTO
           PERFORM BUSCAR-CLAVE-MOVIMIENTO
           EVALUATE TRUE
               WHEN NOT PROVINCIA-MOV-VIGENTE
                   MOVE "PROVINCIA INEXISTENTE" TO WS-MOTIVO-MOV
               WHEN MPO-MODIFICACION
                   MOVE "LOCALIDAD: SOLO ALTA O BAJA" TO WS-MOTIVO-MOV
               WHEN MPO-CP-DESDE IS NOT NUMERIC
                   MOVE "CP DE LOCALIDAD INVALIDO" TO WS-MOTIVO-MOV
               WHEN MPO-NOMBRE = SPACES
                   MOVE "LOCALIDAD SIN NOMBRE" TO WS-MOTIVO-MOV
               WHEN MPO-ALTA AND CLAVE-VIGENTE
                   MOVE "LOCALIDAD YA EXISTE" TO WS-MOTIVO-MOV
               WHEN MPO-ALTA
                   AND WS-VIG-LOCALIDADES NOT < WS-TOPE-LOCALIDADES
                   MOVE "TOPE DE LOCALIDADES ALCANZADO"
                       TO WS-MOTIVO-MOV
               WHEN MPO-BAJA AND CLAVE-NO-VIGENTE
                   MOVE "LOCALIDAD INEXISTENTE" TO WS-MOTIVO-MOV
               WHEN MPO-ALTA
      *> El CP de la localidad tiene que caer en un rango vigente
      *> de su provincia.
                   SET LOCALIDAD-SIN-RANGO TO TRUE
                   PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                           UNTIL WS-IDX-EST > WS-TOTAL-EST
                       IF WS-EST-TIPO(WS-IDX-EST) = "R"
                           AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                           AND WS-EST-PROV(WS-IDX-EST) = MPO-PROVINCIA
                           AND MPO-CP-DESDE
                               NOT < WS-EST-DESDE(WS-IDX-EST)
                           AND MPO-CP-DESDE
                               NOT > WS-EST-HASTA(WS-IDX-EST)
                           SET LOCALIDAD-CUBIERTA TO TRUE
                       END-IF
                   END-PERFORM
                   IF LOCALIDAD-SIN-RANGO
                       MOVE "CP FUERA DE LOS RANGOS DE LA PROVINCIA"
                           TO WS-MOTIVO-MOV
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRABAR-MOVIMIENTO.
      *> A la historia (y a la tabla en memoria, para los
      *> movimientos que siguen) y a la auditoria. La baja guarda los
      *> datos que tenia el renglon.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-FECHA-HOY TO HPO-FECHA-CARGA
           MOVE WS-HORA-AHORA TO HPO-HORA-CARGA
           MOVE MPO-USUARIO TO HPO-USUARIO
           MOVE MPO-FECHA-EFECTIVA TO HPO-FECHA-EFECTIVA
           MOVE MPO-ACCION TO HPO-ACCION
           MOVE MPO-TIPO TO HPO-TIPO
           MOVE MPO-PROVINCIA TO HPO-PROVINCIA
           MOVE ZERO TO HPO-CP-DESDE
           MOVE ZERO TO HPO-CP-HASTA
           MOVE MPO-NOMBRE TO HPO-NOMBRE
           IF NOT MPO-PROVINCIA-TIPO
               MOVE MPO-CP-DESDE TO HPO-CP-DESDE
           END-IF
           IF MPO-RANGO-TIPO
               MOVE MPO-CP-HASTA TO HPO-CP-HASTA
               MOVE SPACES TO HPO-NOMBRE
           END-IF
           IF MPO-BAJA
               MOVE WS-ANT-HASTA TO HPO-CP-HASTA
               MOVE WS-ANT-NOMBRE TO HPO-NOMBRE
           END-IF
           WRITE REG-HISTORIA-POS
           PERFORM SUMAR-A-HISTORIA

           MOVE WS-FECHA-HOY TO AUP-FECHA
           MOVE WS-HORA-AHORA TO AUP-HORA
           MOVE MPO-USUARIO TO AUP-USUARIO
           MOVE MPO-FECHA-EFECTIVA TO AUP-FECHA-EFECTIVA
           MOVE MPO-ACCION TO AUP-ACCION
           MOVE MPO-TIPO TO AUP-TIPO
           MOVE MPO-PROVINCIA TO AUP-PROVINCIA
           MOVE HPO-CP-DESDE TO AUP-CP-DESDE
           MOVE WS-ANT-HASTA TO AUP-HASTA-ANT
           MOVE WS-ANT-NOMBRE TO AUP-NOMBRE-ANT
           IF MPO-BAJA
               MOVE ZERO TO AUP-HASTA-NUEVO
               MOVE SPACES TO AUP-NOMBRE-NUEVO
           ELSE
               MOVE HPO-CP-HASTA TO AUP-HASTA-NUEVO
               MOVE HPO-NOMBRE TO AUP-NOMBRE-NUEVO
           END-IF
           WRITE REG-AUDITORIA-POSTAL.

       REPORTAR-MOVIMIENTO.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF MOV-APLICADO
               STRING MPO-ACCION " " MPO-TIPO " " MPO-PROVINCIA
                   " " MPO-CP-DESDE " " MPO-CP-HASTA
                   " " MPO-NOMBRE " EF=" MPO-FECHA-EFECTIVA
                   " APLICADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING MPO-ACCION " " MPO-TIPO " " MPO-PROVINCIA
                   " " MPO-CP-DESDE " " MPO-CP-HASTA
                   " " MPO-NOMBRE " RECHAZADO: " WS-MOTIVO-MOV
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       CONTAR-VIGENTES.
           MOVE ZERO TO WS-VIG-PROVINCIAS
           MOVE ZERO TO WS-VIG-RANGOS
           MOVE ZERO TO WS-VIG-LOCALIDADES
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
               IF NOT WS-EST-DE-BAJA(WS-IDX-EST)
                   EVALUATE WS-EST-TIPO(WS-IDX-EST)
                       WHEN "P"
                           ADD 1 TO WS-VIG-PROVINCIAS
                       WHEN "R"
                           ADD 1 TO WS-VIG-RANGOS
                       WHEN OTHER
                           ADD 1 TO WS-VIG-LOCALIDADES
                   END-EVALUATE
               END-IF
           END-PERFORM.

       REGENERAR-TABLA.
      *> tabla_postal.txt con lo que rige HOY: un movimiento con
      *> fecha efectiva futura queda en la historia pero no entra
      *> hasta la corrida de su dia. Primero provincias, despues
      *> rangos y al final localidades.
           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           PERFORM ARMAR-REFERENCIA
           OPEN OUTPUT ARCHIVO-POSTAL
           IF WS-POSTAL-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR TABLA POSTAL, STATUS="
                   WS-POSTAL-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "P" TO WS-TIPO-PASADA
           PERFORM GRABAR-TIPO-POSTAL
           MOVE "R" TO WS-TIPO-PASADA
           PERFORM GRABAR-TIPO-POSTAL
           MOVE "L" TO WS-TIPO-PASADA
           PERFORM GRABAR-TIPO-POSTAL
           CLOSE ARCHIVO-POSTAL
           PERFORM CONTAR-VIGENTES
           PERFORM CONTAR-RANGOS-SIN-LOCALIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TABLA POSTAL REGENERADA AL " WS-FECHA-HOY
               ": PROVINCIAS=" WS-VIG-PROVINCIAS
               " RANGOS=" WS-VIG-RANGOS
               " LOCALIDADES=" WS-VIG-LOCALIDADES
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY WS-LINEA-REPORTE
      *> En un rango sin localidades cargadas VLD-DIRECCION no puede
      *> controlar la ciudad contra el CP: se informa para que la
      *> carga se complete.
           IF WS-RANGOS-SIN-LOC > ZERO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "RANGOS DE CP SIN LOCALIDADES CARGADAS: "
                   WS-RANGOS-SIN-LOC
                   " (LA CIUDAD NO SE CONTROLA EN ESOS CP)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       GRABAR-TIPO-POSTAL.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
               IF WS-EST-TIPO(WS-IDX-EST) = WS-TIPO-PASADA
                   AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                   MOVE SPACES TO REG-POSTAL
                   MOVE WS-EST-TIPO(WS-IDX-EST) TO POS-TIPO
                   MOVE WS-EST-PROV(WS-IDX-EST) TO POS-PROVINCIA
                   MOVE WS-EST-DESDE(WS-IDX-EST) TO POS-CP-DESDE
                   MOVE WS-EST-HASTA(WS-IDX-EST) TO POS-CP-HASTA
                   MOVE WS-EST-NOMBRE(WS-IDX-EST) TO POS-NOMBRE
                   MOVE WS-EST-FECHA-EFE(WS-IDX-EST)
                       TO POS-FECHA-EFECTIVA
                   WRITE REG-POSTAL
               END-IF
           END-PERFORM.

       CONTAR-RANGOS-SIN-LOCALIDAD.
           MOVE ZERO TO WS-RANGOS-SIN-LOC
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
               IF WS-EST-TIPO(WS-IDX-EST) = "R"
                   AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                   MOVE ZERO TO WS-VIG-OTRAS
                   PERFORM VARYING WS-IDX-EST-2 FROM 1 BY 1
                           UNTIL WS-IDX-EST-2 > WS-TOTAL-EST
                       IF WS-EST-TIPO(WS-IDX-EST-2) = "L"
                           AND NOT WS-EST-DE-BAJA(WS-IDX-EST-2)
                           AND WS-EST-PROV(WS-IDX-EST-2)
                               = WS-EST-PROV(WS-IDX-EST)
                           AND WS-EST-DESDE(WS-IDX-EST-2)
                               NOT < WS-EST-DESDE(WS-IDX-EST)
                           AND WS-EST-DESDE(WS-IDX-EST-2)
                               NOT > WS-EST-HASTA(WS-IDX-EST)
                           ADD 1 TO WS-VIG-OTRAS
                       END-IF
                   END-PERFORM
                   IF WS-VIG-OTRAS = ZERO
                       ADD 1 TO WS-RANGOS-SIN-LOC
                   END-IF
               END-IF
           END-PERFORM.

       CONSULTAR-VIGENCIA.
      *> Lista la referencia que regia a la fecha pedida, con la
      *> fecha efectiva de cada renglon.
           PERFORM ARMAR-REFERENCIA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "=== REFERENCIA POSTAL VIGENTE AL " WS-FECHA-CORTE
               " ===" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "P" TO WS-TIPO-PASADA
           PERFORM LISTAR-TIPO-POSTAL
           MOVE "R" TO WS-TIPO-PASADA
           PERFORM LISTAR-TIPO-POSTAL
           MOVE "L" TO WS-TIPO-PASADA
           PERFORM LISTAR-TIPO-POSTAL
           PERFORM CONTAR-VIGENTES
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PROVINCIAS=" WS-VIG-PROVINCIAS
               " RANGOS=" WS-VIG-RANGOS
               " LOCALIDADES=" WS-VIG-LOCALIDADES
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           DISPLAY "Vigente al " WS-FECHA-CORTE ": "
               WS-LINEA-REPORTE.

       LISTAR-TIPO-POSTAL.
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-TOTAL-EST
               IF WS-EST-TIPO(WS-IDX-EST) = WS-TIPO-PASADA
                   AND NOT WS-EST-DE-BAJA(WS-IDX-EST)
                   MOVE SPACES TO WS-LINEA-REPORTE
                   EVALUATE WS-TIPO-PASADA
                       WHEN "P"
                           STRING "PROVINCIA " WS-EST-PROV(WS-IDX-EST)
                               " " WS-EST-NOMBRE(WS-IDX-EST)
                               " DESDE " WS-EST-FECHA-EFE(WS-IDX-EST)
                               DELIMITED BY SIZE
                               INTO WS-LINEA-REPORTE
                       WHEN "R"
                           STRING "  RANGO " WS-EST-PROV(WS-IDX-EST)
                               " CP " WS-EST-DESDE(WS-IDX-EST)
                               "-" WS-EST-HASTA(WS-IDX-EST)
                               " DESDE " WS-EST-FECHA-EFE(WS-IDX-EST)
                               DELIMITED BY SIZE
                               INTO WS-LINEA-REPORTE
                       WHEN OTHER
                           STRING "    LOCALIDAD "
                               WS-EST-PROV(WS-IDX-EST)
                               " CP " WS-EST-DESDE(WS-IDX-EST)
                               " " WS-EST-NOMBRE(WS-IDX-EST)
                               " DESDE " WS-EST-FECHA-EFE(WS-IDX-EST)
                               DELIMITED BY SIZE
                               INTO WS-LINEA-REPORTE
                   END-EVALUATE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               END-IF
           END-PERFORM.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
