      ******************************************************************
      * PROGRAMA: SUPRIME-CLIENTE
      * TIPO:     Batch COBOL con SQL embebido
      * OBJETIVO: Atender las solicitudes aprobadas de supresion de
      *           datos personales (derecho al olvido) de
      *           solicitudes_supresion.txt, por DNI o por numero de
      *           cuenta. La persona se ubica en el maestro (todos
      *           sus ID, por la clave alterna de DNI) y se la busca
      *           en la tabla DB2 CLIENTES, en la cola de rechazos
      *           pendientes y los rechazos del dia, en entrada.dat,
      *           en los journals y en las generaciones archivadas
      *           (MAESTRO, ENTRADA, CLIENTES y CLIENTES-OUT). Cada
      *           archivo se trata segun su regla de retencion
      *           (reglas_supresion.txt; sin archivo rigen los
      *           defectos): A anonimiza (se conserva el registro
      *           sin datos de la persona, lo que la ley obliga a
      *           guardar), B borra, C conserva (los journals solo
      *           llevan ID). El maestro queda en estado SUPRIMIDO
      *           con ID, cuenta, fechas y sucursal, y el journal del
      *           maestro lo anota para que CAMBIOS-MAESTRO informe
      *           la version anonima al DW. Cada solicitud deja un
      *           certificado con cada archivo y registro tocado
      *           (certificados_supresion.txt) y una linea en el
      *           registro durable registro_supresiones.txt, del que
      *           PROCESA-CLIENTES toma los DNI para avisar al
      *           operador si la persona vuelve a cargarse. Termina
      *           con codigo 8 si hubo solicitudes rechazadas.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPRIME-CLIENTE.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SOLICITUDES
               ASSIGN TO 'solicitudes_supresion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLICITUDES-STATUS.
           SELECT ARCHIVO-REGLAS
               ASSIGN TO 'reglas_supresion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLAS-STATUS.
           SELECT REGISTRO-SUPRESIONES
               ASSIGN TO 'registro_supresiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT ARCHIVO-CERTIFICADO
               ASSIGN TO 'certificados_supresion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICADO-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_supresion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-MAESTRO-SELECT.
      *> Copia de trabajo de una generacion archivada del maestro:
      *> mismas claves que el maestro vivo.
           SELECT MAESTRO-GENERACION
               ASSIGN TO 'supresion_maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MGE-ID
               ALTERNATE RECORD KEY IS MGE-DNI WITH DUPLICATES
               FILE STATUS IS WS-MAE-GEN-STATUS.
           SELECT ARCHIVO-ENTRADA ASSIGN TO 'entrada.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERSONA-ID
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT ENTRADA-GENERACION
               ASSIGN TO 'supresion_entrada.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EGE-ID
               FILE STATUS IS WS-ENT-GEN-STATUS.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-CLIENTES
               ASSIGN TO 'journal_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CLI-STATUS.
      *> Archivos de trabajo de la depuracion de los archivos planos
      *> (copia del original y version depurada) y lista de
      *> generaciones archivadas armada por el shell.
           SELECT ARCHIVO-ORIGEN
               ASSIGN TO 'supresion_origen.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT ARCHIVO-NUEVO
               ASSIGN TO 'supresion_nuevo.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT LISTA-GENERACIONES
               ASSIGN TO 'supresion_generaciones.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SOLICITUDES.
      *> Solicitud aprobada por el area legal: numero, tipo (D por
      *> DNI, C por numero de cuenta), la clave que corresponda,
      *> quien la aprobo y cuando.
       01  REG-SOLICITUD.
           05 SOL-NUMERO         PIC X(10).
           05 SOL-TIPO           PIC X(01).
               88 SOL-POR-DNI          VALUE "D".
               88 SOL-POR-CUENTA       VALUE "C".
           05 SOL-DNI            PIC X(09).
           05 SOL-NRO-CUENTA     PIC 9(10).
           05 SOL-APROBADOR      PIC X(08).
           05 SOL-FECHA-APROB    PIC 9(08).

       FD  ARCHIVO-REGLAS.
      *> Regla de retencion de un archivo: nombre del archivo (ver
      *> WS-REGLAS-DEF) y A, B o C. La descripcion es solo para quien
      *> mantiene el archivo.
       01  REG-REGLA.
           05 RSR-ARCHIVO        PIC X(12).
           05 RSR-REGLA          PIC X(01).
           05 RSR-DESCRIPCION    PIC X(40).

       FD  REGISTRO-SUPRESIONES.
       01  REG-SUPRESION.
           COPY CPY-SUPRESION.

       FD  ARCHIVO-CERTIFICADO.
       01  REG-CERTIFICADO       PIC X(132).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  MAESTRO-GENERACION.
       01  REG-MAESTRO-GEN.
           COPY CPY-CLIENTE-MAESTRO
               REPLACING LEADING ==CLM-== BY ==MGE-==.

       FD  ARCHIVO-ENTRADA.
       01  REGISTRO-ENTRADA.
           05 PERSONA-ID         PIC X(10).
           05 NOMBRE             PIC X(30).
           05 FECHA-NAC-RAW      PIC X(08).

       FD  ENTRADA-GENERACION.
       01  REG-ENTRADA-GEN.
           05 EGE-ID             PIC X(10).
           05 EGE-NOMBRE         PIC X(30).
           05 EGE-FECHA-NAC      PIC X(08).

       FD  JOURNAL-MAESTRO.
      *> Mismo journal de movimientos que ACTUALIZA-MAESTRO: cada
      *> cliente suprimido queda anotado con tipo SUPRIME.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           05 JMA-CORRIDA        PIC X(11).
           05 JMA-TIPO           PIC X(7).
           05 JMA-ID             PIC X(10).

       FD  JOURNAL-CLIENTES.
      *> Journal de PROCESA-CLIENTES: solo interesa el ID.
       01  REG-JOURNAL-CLI.
           05 JCL-TIMESTAMP      PIC X(17).
           05 JCL-CORRIDA        PIC X(11).
           05 JCL-ID             PIC X(10).
           05 FILLER             PIC X(19).

       FD  ARCHIVO-ORIGEN.
       01  REG-ORIGEN            PIC X(300).

       FD  ARCHIVO-NUEVO.
       01  REG-NUEVO             PIC X(300).
      *> Cola de control de clientes.dat (ver PROCESA-CLIENTES):
      *> cantidad de registros y suma de los DNI numericos.
       01  REG-NUEVO-COLA.
           05 NCO-TIPO           PIC X(03).
           05 NCO-CANTIDAD       PIC 9(07).
           05 NCO-HASH-DNI       PIC 9(15).
           05 FILLER             PIC X(275).

       FD  LISTA-GENERACIONES.
       01  REG-GENERACION        PIC X(40).

       COPY CPY-LOCK-FD.

       COPY CPY-CORRIDA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-LOCK-WS.

       COPY CPY-CORRIDA-WS.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-ID            PIC X(10).
       01 WS-NOMBRE        PIC X(30).
       01 WS-DNI           PIC X(9).
       01 WS-FECHA-NAC     PIC X(8).
       01 WS-DIRECCION     PIC X(46).
       01 WS-ESTADO        PIC X(10).
       01 WS-DNI-SUPRIMIR  PIC X(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       77  WS-SOLICITUDES-STATUS PIC XX VALUE SPACES.
       77  WS-REGLAS-STATUS      PIC XX VALUE SPACES.
       77  WS-REGISTRO-STATUS    PIC XX VALUE SPACES.
       77  WS-CERTIFICADO-STATUS PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-MAE-GEN-STATUS     PIC XX VALUE SPACES.
       77  WS-ENTRADA-STATUS     PIC XX VALUE SPACES.
       77  WS-ENT-GEN-STATUS     PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-JOURNAL-CLI-STATUS PIC XX VALUE SPACES.
       77  WS-ORIGEN-STATUS      PIC XX VALUE SPACES.
       77  WS-NUEVO-STATUS       PIC XX VALUE SPACES.
       77  WS-LISTA-STATUS       PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(132).
       77  WS-LINEA-CERT         PIC X(132).
       77  WS-SQLCODE-VISTA      PIC -9(9) VALUE ZERO.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.
       77  WS-FIN-LECTURA        PIC X VALUE 'N'.
           88 FIN-LECTURA          VALUE 'S'.
           88 MAS-LECTURA          VALUE 'N'.
       77  WS-FIN-GENERACIONES   PIC X VALUE 'N'.
           88 FIN-GENERACIONES     VALUE 'S'.
           88 MAS-GENERACIONES     VALUE 'N'.
       77  WS-FIN-MAESTRO        PIC X VALUE 'N'.
           88 FIN-MAESTRO          VALUE 'S'.
           88 MAS-MAESTRO          VALUE 'N'.

      *> Reglas de retencion por archivo: nombre, regla vigente
      *> (arranca con el defecto) y reglas que el archivo admite. El
      *> maestro y sus generaciones solo se anonimizan: ID, cuenta y
      *> fechas son los que la ley obliga a conservar y los citan
      *> journals, cartas y DB2. Los journals solo llevan ID y se
      *> conservan.
       01  WS-REGLAS-DEF.
           05 FILLER             PIC X(15) VALUE "MAESTRO     AA ".
           05 FILLER             PIC X(15) VALUE "DB2-CLIENTESAAB".
           05 FILLER             PIC X(15) VALUE "RECHAZOS    BAB".
           05 FILLER             PIC X(15) VALUE "ENTRADA     BAB".
           05 FILLER             PIC X(15) VALUE "GEN-MAESTRO AA ".
           05 FILLER             PIC X(15) VALUE "GEN-CLIENTESAAB".
           05 FILLER             PIC X(15) VALUE "GEN-CLI-OUT AAB".
           05 FILLER             PIC X(15) VALUE "GEN-ENTRADA BAB".
           05 FILLER             PIC X(15) VALUE "JOURNALES   CC ".
       01  WS-REGLAS REDEFINES WS-REGLAS-DEF.
           05 WS-RSP-ENT OCCURS 9 TIMES.
               10 WS-RSP-ARCHIVO     PIC X(12).
               10 WS-RSP-REGLA       PIC X(01).
                   88 RSP-ANONIMIZA      VALUE "A".
                   88 RSP-BORRA          VALUE "B".
                   88 RSP-CONSERVA       VALUE "C".
               10 WS-RSP-PERMITIDAS  PIC X(02).
       77  WS-RSP-MAESTRO        PIC 9(2) VALUE 1.
       77  WS-RSP-DB2            PIC 9(2) VALUE 2.
       77  WS-RSP-RECHAZOS       PIC 9(2) VALUE 3.
       77  WS-RSP-ENTRADA        PIC 9(2) VALUE 4.
       77  WS-RSP-GEN-MAESTRO    PIC 9(2) VALUE 5.
       77  WS-RSP-GEN-CLIENTES   PIC 9(2) VALUE 6.
       77  WS-RSP-GEN-CLI-OUT    PIC 9(2) VALUE 7.
       77  WS-RSP-GEN-ENTRADA    PIC 9(2) VALUE 8.
       77  WS-RSP-JOURNALES      PIC 9(2) VALUE 9.
       77  WS-IDX-RSP            PIC 9(2) VALUE ZERO.
       77  WS-RSP-HALLADA-SW     PIC X VALUE 'N'.
           88 RSP-HALLADA          VALUE 'S'.
           88 RSP-NO-HALLADA       VALUE 'N'.

      *> Solicitudes ya procesadas (registro durable y las de esta
      *> corrida).
       77  WS-TOTAL-REGISTRO     PIC 9(5) VALUE ZERO.
       77  WS-IDX-REG            PIC 9(5) VALUE ZERO.
       77  WS-YA-PROCESADA-SW    PIC X VALUE 'N'.
           88 SOL-YA-PROCESADA     VALUE 'S'.
           88 SOL-NUEVA            VALUE 'N'.
       01  WS-TABLA-REGISTRO.
           05 WS-REG-NUMERO OCCURS 5000 TIMES PIC X(10).

      *> La persona de la solicitud en curso: DNI, cuenta y cada ID
      *> suyo en el maestro (varios si paso por mas de una sucursal
      *> o por una fusion).
       77  WS-SUP-DNI            PIC X(09) VALUE SPACES.
       77  WS-SUP-NRO-CUENTA     PIC 9(10) VALUE ZERO.
       77  WS-PER-TOTAL          PIC 9(2) VALUE ZERO.
       77  WS-IDX-PER            PIC 9(2) VALUE ZERO.
       77  WS-ID-BUSCADO         PIC X(10) VALUE SPACES.
       77  WS-PER-HALLADO-SW     PIC X VALUE 'N'.
           88 PER-HALLADO          VALUE 'S'.
           88 PER-NO-HALLADO       VALUE 'N'.
       01  WS-TABLA-PERSONA.
           05 WS-PER-ENT OCCURS 20 TIMES.
               10 WS-PER-ID          PIC X(10).
               10 WS-PER-CUENTA      PIC 9(10).
               10 WS-PER-ESTADO      PIC X(10).
               10 WS-PER-SUCURSAL    PIC X(04).

      *> Imagen del maestro a anonimizar (vivo o generacion).
       01  WS-IMAGEN-SUPRIMIR.
           COPY CPY-CLIENTE-MAESTRO
               REPLACING LEADING ==CLM-== BY ==SPR-==.

      *> Parametros de la depuracion de un archivo plano: nombre,
      *> regla, posicion del DNI, si lleva cola de control y hasta
      *> tres tramos con datos personales a blanquear al anonimizar.
       77  WS-PLA-NOMBRE         PIC X(40) VALUE SPACES.
       77  WS-PLA-REGLA-IDX      PIC 9(2) VALUE ZERO.
       77  WS-PLA-POS-DNI        PIC 9(3) VALUE ZERO.
       77  WS-PLA-COLA-SW        PIC X VALUE 'N'.
           88 PLA-CON-COLA         VALUE 'S'.
           88 PLA-SIN-COLA         VALUE 'N'.
       01  WS-PLA-TRAMOS.
           05 WS-PLA-TRAMO OCCURS 3 TIMES.
               10 WS-PLA-DESDE       PIC 9(3).
               10 WS-PLA-LARGO       PIC 9(3).
       77  WS-IDX-TRAMO          PIC 9 VALUE ZERO.
       77  WS-PLA-LEIDOS         PIC 9(7) VALUE ZERO.
       77  WS-PLA-TOCADOS        PIC 9(7) VALUE ZERO.
       77  WS-PLA-QUITADOS       PIC 9(7) VALUE ZERO.
       77  WS-PLA-HASH-QUITADO   PIC 9(15) VALUE ZERO.
       77  WS-DNI-NUMERICO       PIC 9(9) VALUE ZERO.
       77  WS-REG-VISTA          PIC 9(7) VALUE ZERO.

      *> Renglones del certificado.
       77  WS-CRT-ARCHIVO        PIC X(12) VALUE SPACES.
       77  WS-CRT-NOMBRE         PIC X(40) VALUE SPACES.
       77  WS-CRT-CLAVE          PIC X(26) VALUE SPACES.
       77  WS-CRT-ACCION         PIC X(12) VALUE SPACES.
       77  WS-CRT-RESUMEN        PIC X(60) VALUE SPACES.

      *> Conteos de la solicitud en curso.
       77  WS-SOL-TOCADOS        PIC 9(7) VALUE ZERO.
       77  WS-ARC-TOCADOS        PIC 9(7) VALUE ZERO.
       77  WS-JOR-ENTRADAS       PIC 9(7) VALUE ZERO.
       77  WS-DB2-FILAS          PIC 9(7) VALUE ZERO.
       77  WS-DB2-FILAS-SENT     PIC 9(7) VALUE ZERO.
       77  WS-MOTIVO             PIC X(40) VALUE SPACES.

      *> Totales de la corrida.
       77  WS-TOTAL-SOLICITUDES  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-PROCESADAS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-SIN-DATOS    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-YA-PROCESADAS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZADAS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-TOCADOS      PIC 9(7) VALUE ZERO.

       77  WS-COMANDO            PIC X(250) VALUE SPACES.
       77  WS-RC-CRUDO           PIC S9(9) VALUE ZERO.
       77  WS-CC-COMANDO         PIC S9(4) VALUE ZERO.
       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).
       01  WS-SELLO-ACT.
           05 WS-SELLO-FECHA     PIC 9(8).
           05 WS-SELLO-HORA      PIC 9(6).

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SUPRESION DE DATOS PERSONALES ==="
      *> Reescribe el maestro, entrada.dat y la cola de rechazos:
      *> honra el lock de corrida como los demas pasos.
           MOVE "SUPRIME-CLIENTE" TO WS-NOMBRE-PROCESO
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO WS-SELLO-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO WS-SELLO-HORA
           PERFORM CARGAR-REGLAS
           PERFORM CARGAR-REGISTRO
           PERFORM ABRIR-ARCHIVOS

           PERFORM LEE-SOLICITUD
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-TOTAL-SOLICITUDES
               PERFORM ATENDER-SOLICITUD
               PERFORM LEE-SOLICITUD
           END-PERFORM

           PERFORM ESCRIBE-RESUMEN
           PERFORM LIMPIAR-TRABAJO
           CLOSE ARCHIVO-SOLICITUDES
           CLOSE MAESTRO-CLIENTES
           CLOSE REGISTRO-SUPRESIONES
           CLOSE ARCHIVO-CERTIFICADO
           CLOSE ARCHIVO-REPORTE
           PERFORM LIBERAR-LOCK

           DISPLAY "=== FIN SUPRESION DE DATOS PERSONALES ==="
           DISPLAY "Solicitudes: " WS-TOTAL-SOLICITUDES
               " Procesadas: " WS-TOTAL-PROCESADAS
               " Sin datos: " WS-TOTAL-SIN-DATOS
           DISPLAY "Ya procesadas: " WS-TOTAL-YA-PROCESADAS
               " Rechazadas: " WS-TOTAL-RECHAZADAS
               " Registros tocados: " WS-TOTAL-TOCADOS
           IF WS-TOTAL-RECHAZADAS > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-REGLAS.
      *> Sin reglas_supresion.txt rigen los defectos; el archivo solo
      *> necesita los renglones que los cambian. Un renglon invalido
      *> corta la corrida: suprimir con una regla adivinada no tiene
      *> vuelta atras.
           SET MAS-LECTURA TO TRUE
           OPEN INPUT ARCHIVO-REGLAS
           EVALUATE WS-REGLAS-STATUS
               WHEN "00"
                   PERFORM UNTIL FIN-LECTURA
                       READ ARCHIVO-REGLAS
                           AT END
                               SET FIN-LECTURA TO TRUE
                           NOT AT END
                               IF REG-REGLA NOT = SPACES
                                   PERFORM CARGAR-RENGLON-REGLA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REGLAS
               WHEN "35"
                   DISPLAY "Sin reglas_supresion.txt: reglas por"
                       " defecto"
               WHEN OTHER
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR REGLAS, STATUS="
                       WS-REGLAS-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > 9
               DISPLAY "  Regla " WS-RSP-ARCHIVO(WS-IDX-RSP) " "
                   WS-RSP-REGLA(WS-IDX-RSP)
           END-PERFORM.

       CARGAR-RENGLON-REGLA.
           SET RSP-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > 9 OR RSP-HALLADA
               IF WS-RSP-ARCHIVO(WS-IDX-RSP) = RSR-ARCHIVO
                   SET RSP-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF RSP-NO-HALLADA
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "REGLAS: ARCHIVO DESCONOCIDO " RSR-ARCHIVO
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> El VARYING avanza una vez mas despues del hallazgo.
           SUBTRACT 1 FROM WS-IDX-RSP
           IF RSR-REGLA = SPACE
               OR (RSR-REGLA NOT = WS-RSP-PERMITIDAS(WS-IDX-RSP)(1:1)
               AND RSR-REGLA NOT = WS-RSP-PERMITIDAS(WS-IDX-RSP)(2:1))
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "REGLAS: " RSR-ARCHIVO " NO ADMITE LA REGLA "
                   RSR-REGLA DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE RSR-REGLA TO WS-RSP-REGLA(WS-IDX-RSP).

       CARGAR-REGISTRO.
           SET MAS-LECTURA TO TRUE
           OPEN INPUT REGISTRO-SUPRESIONES
           IF WS-REGISTRO-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ REGISTRO-SUPRESIONES
                       AT END
                           SET FIN-LECTURA TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-NUMERO-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-SUPRESIONES
           END-IF
           DISPLAY "Solicitudes ya registradas: " WS-TOTAL-REGISTRO.

       GUARDAR-NUMERO-REGISTRO.
           IF WS-TOTAL-REGISTRO NOT < 5000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "REGISTRO DE SUPRESIONES EXCEDE 5000 SOLICITUDES"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-TOTAL-REGISTRO
           MOVE SUP-NUMERO TO WS-REG-NUMERO(WS-TOTAL-REGISTRO).

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-SOLICITUDES
           IF WS-SOLICITUDES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR SOLICITUDES, STATUS="
                   WS-SOLICITUDES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Sin maestro no se pueden ubicar los ID de la persona.
           OPEN I-O MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND REGISTRO-SUPRESIONES
           IF WS-REGISTRO-STATUS = "35"
               OPEN OUTPUT REGISTRO-SUPRESIONES
           END-IF
           IF WS-REGISTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR REGISTRO SUPRESIONES, STATUS="
                   WS-REGISTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND ARCHIVO-CERTIFICADO
           IF WS-CERTIFICADO-STATUS = "35"
               OPEN OUTPUT ARCHIVO-CERTIFICADO
           END-IF
           IF WS-CERTIFICADO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR CERTIFICADOS, STATUS="
                   WS-CERTIFICADO-STATUS DELIMITED BY SIZE
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
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SUPRESION DE DATOS PERSONALES - FECHA "
               WS-FECHA-SISTEMA " CORRIDA " WS-ID-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       LEE-SOLICITUD.
           READ ARCHIVO-SOLICITUDES
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       ATENDER-SOLICITUD.
           MOVE SPACES TO WS-MOTIVO
           SET SOL-NUEVA TO TRUE
           EVALUATE TRUE
               WHEN SOL-NUMERO = SPACES
                   MOVE "SIN NUMERO DE SOLICITUD" TO WS-MOTIVO
               WHEN NOT SOL-POR-DNI AND NOT SOL-POR-CUENTA
                   MOVE "TIPO DE SOLICITUD INVALIDO (D O C)"
                       TO WS-MOTIVO
               WHEN SOL-POR-DNI AND SOL-DNI = SPACES
                   MOVE "SOLICITUD POR DNI SIN DNI" TO WS-MOTIVO
               WHEN SOL-POR-CUENTA
                   AND (SOL-NRO-CUENTA IS NOT NUMERIC
                        OR SOL-NRO-CUENTA = ZERO)
                   MOVE "SOLICITUD POR CUENTA SIN CUENTA VALIDA"
                       TO WS-MOTIVO
               WHEN SOL-APROBADOR = SPACES
                   MOVE "SOLICITUD SIN APROBACION" TO WS-MOTIVO
               WHEN SOL-FECHA-APROB IS NOT NUMERIC
                   OR SOL-FECHA-APROB = ZERO
                   MOVE "FECHA DE APROBACION INVALIDA" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM BUSCAR-EN-REGISTRO
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-REPORTE
           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   STRING "RECHAZADA    " SOL-NUMERO " " WS-MOTIVO
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               WHEN SOL-YA-PROCESADA
                   ADD 1 TO WS-TOTAL-YA-PROCESADAS
                   STRING "YA PROCESADA " SOL-NUMERO
                       " (ver registro_supresiones.txt)"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               WHEN OTHER
                   PERFORM SUPRIMIR-PERSONA
           END-EVALUATE.

       BUSCAR-EN-REGISTRO.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-TOTAL-REGISTRO
                      OR SOL-YA-PROCESADA
               IF WS-REG-NUMERO(WS-IDX-REG) = SOL-NUMERO
                   SET SOL-YA-PROCESADA TO TRUE
               END-IF
           END-PERFORM.

       SUPRIMIR-PERSONA.
      *> El maestro se anonimiza al final: si la corrida se corta a
      *> mitad de camino, el relanzamiento vuelve a encontrar a la
      *> persona por su DNI y completa lo que falto (los registros
      *> ya suprimidos simplemente no se encuentran o se saltean).
      *> Un certificado sin su renglon FIN quedo incompleto.
           MOVE ZERO TO WS-SOL-TOCADOS
           PERFORM RESOLVER-PERSONA
           PERFORM ENCABEZAR-CERTIFICADO
           PERFORM CONTAR-JOURNALES
           PERFORM SUPRIMIR-EN-DB2
           PERFORM SUPRIMIR-EN-RECHAZOS
           PERFORM SUPRIMIR-EN-ENTRADA
           PERFORM SUPRIMIR-EN-GENERACIONES
           PERFORM SUPRIMIR-EN-MAESTRO
           PERFORM CERRAR-CERTIFICADO
           PERFORM ANOTAR-REGISTRO
           ADD WS-SOL-TOCADOS TO WS-TOTAL-TOCADOS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING SUP-RESULTADO "   " SOL-NUMERO
               " IDS=" WS-PER-TOTAL
               " REGISTROS=" WS-SOL-TOCADOS
               " APROBO=" SOL-APROBADOR
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       RESOLVER-PERSONA.
      *> Por cuenta se toma el DNI del registro de esa cuenta y desde
      *> ahi se sigue igual que por DNI. Un registro ya suprimido no
      *> tiene DNI: queda solo ese ID.
           MOVE ZERO TO WS-PER-TOTAL
           MOVE SPACES TO WS-SUP-DNI
           MOVE ZERO TO WS-SUP-NRO-CUENTA
           IF SOL-POR-CUENTA
               PERFORM BUSCAR-POR-CUENTA
           ELSE
               MOVE SOL-DNI TO WS-SUP-DNI
           END-IF
           IF WS-SUP-DNI NOT = SPACES
               PERFORM BUSCAR-POR-DNI
           END-IF.

       BUSCAR-POR-CUENTA.
      *> La cuenta no es clave del maestro: se recorre entero.
           MOVE SOL-NRO-CUENTA TO WS-SUP-NRO-CUENTA
           SET MAS-MAESTRO TO TRUE
           MOVE LOW-VALUES TO CLM-ID
           START MAESTRO-CLIENTES KEY IS NOT LESS THAN CLM-ID
               INVALID KEY
                   SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ MAESTRO-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       IF CLM-NRO-CUENTA = SOL-NRO-CUENTA
                           SET FIN-MAESTRO TO TRUE
                           MOVE CLM-DNI TO WS-SUP-DNI
                           IF CLM-DNI = SPACES
                               PERFORM AGREGAR-PERSONA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-POR-DNI.
           SET MAS-MAESTRO TO TRUE
           MOVE WS-SUP-DNI TO CLM-DNI
           START MAESTRO-CLIENTES KEY IS = CLM-DNI
               INVALID KEY
                   SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ MAESTRO-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       IF CLM-DNI NOT = WS-SUP-DNI
                           SET FIN-MAESTRO TO TRUE
                       ELSE
                           PERFORM AGREGAR-PERSONA
                           IF WS-SUP-NRO-CUENTA = ZERO
                               MOVE CLM-NRO-CUENTA
                                   TO WS-SUP-NRO-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-PERSONA.
           IF WS-PER-TOTAL NOT < 20
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "SOLICITUD " SOL-NUMERO
                   ": MAS DE 20 ID PARA LA PERSONA"
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-PER-TOTAL
           MOVE CLM-ID TO WS-PER-ID(WS-PER-TOTAL)
           MOVE CLM-NRO-CUENTA TO WS-PER-CUENTA(WS-PER-TOTAL)
           MOVE CLM-ESTADO TO WS-PER-ESTADO(WS-PER-TOTAL)
           MOVE CLM-SUCURSAL TO WS-PER-SUCURSAL(WS-PER-TOTAL).

       BUSCAR-ID-PERSONA.
           SET PER-NO-HALLADO TO TRUE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-PER-TOTAL OR PER-HALLADO
               IF WS-PER-ID(WS-IDX-PER) = WS-ID-BUSCADO
                   SET PER-HALLADO TO TRUE
               END-IF
           END-PERFORM.

       ENCABEZAR-CERTIFICADO.
      *> El certificado no repite el DNI: lo identifican el numero
      *> de solicitud, la cuenta y los ID.
           MOVE ALL "=" TO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-CERT
           STRING "CERTIFICADO DE SUPRESION DE DATOS PERSONALES - "
               "SOLICITUD " SOL-NUMERO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-CERT
           STRING "APROBADA POR " SOL-APROBADOR
               " EL " SOL-FECHA-APROB
               " - PEDIDA POR " SOL-TIPO
               " - CUENTA " WS-SUP-NRO-CUENTA
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-CERT
           STRING "PROCESADA EL " WS-FECHA-SISTEMA
               " A LAS " WS-SELLO-HORA
               " CORRIDA " WS-ID-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-CERT
           STRING "ID DE LA PERSONA EN EL MAESTRO: " WS-PER-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-PER-TOTAL
               MOVE SPACES TO WS-LINEA-CERT
               STRING "  ID " WS-PER-ID(WS-IDX-PER)
                   " CUENTA " WS-PER-CUENTA(WS-IDX-PER)
                   " SUCURSAL " WS-PER-SUCURSAL(WS-IDX-PER)
                   " ESTADO PREVIO " WS-PER-ESTADO(WS-IDX-PER)
                   DELIMITED BY SIZE INTO WS-LINEA-CERT
               PERFORM ESCRIBIR-CERTIFICADO
           END-PERFORM
           IF WS-SUP-DNI = SPACES
               MOVE "  SIN DNI: NO SE BUSCA POR DNI EN LOS ARCHIVOS"
                   TO WS-LINEA-CERT
               PERFORM ESCRIBIR-CERTIFICADO
           END-IF
           MOVE "ARCHIVO      NOMBRE / REGISTRO / ACCION"
               TO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO.

       CERRAR-CERTIFICADO.
           MOVE SPACES TO WS-LINEA-CERT
           STRING "TOTAL DE REGISTROS ANONIMIZADOS O BORRADOS: "
               WS-SOL-TOCADOS
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO
           MOVE SPACES TO WS-LINEA-CERT
           STRING "FIN CERTIFICADO SOLICITUD " SOL-NUMERO
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO.

       ESCRIBIR-CERTIFICADO.
           MOVE WS-LINEA-CERT TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO.

       CERTIFICAR-REGISTRO.
      *> Un registro tocado: archivo, nombre fisico, clave o numero
      *> de registro y accion.
           ADD 1 TO WS-SOL-TOCADOS
           ADD 1 TO WS-ARC-TOCADOS
           MOVE SPACES TO WS-LINEA-CERT
           STRING "  " WS-CRT-ARCHIVO " " WS-CRT-NOMBRE " "
               WS-CRT-CLAVE " " WS-CRT-ACCION
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO.

       CERTIFICAR-ARCHIVO.
      *> Renglon de cierre de cada archivo revisado, haya o no
      *> registros de la persona.
           MOVE SPACES TO WS-LINEA-CERT
           STRING "  " WS-CRT-ARCHIVO " " WS-CRT-NOMBRE " "
               WS-CRT-RESUMEN
               DELIMITED BY SIZE INTO WS-LINEA-CERT
           PERFORM ESCRIBIR-CERTIFICADO.

       FIJAR-ACCION.
           IF RSP-BORRA(WS-IDX-RSP)
               MOVE "BORRADO" TO WS-CRT-ACCION
           ELSE
               MOVE "ANONIMIZADO" TO WS-CRT-ACCION
           END-IF
           MOVE WS-RSP-ARCHIVO(WS-IDX-RSP) TO WS-CRT-ARCHIVO.

       RESUMIR-ARCHIVO.
           MOVE SPACES TO WS-CRT-RESUMEN
           IF WS-ARC-TOCADOS = ZERO
               MOVE "SIN REGISTROS DE LA PERSONA" TO WS-CRT-RESUMEN
           ELSE
               STRING "REGISTROS " WS-CRT-ACCION ": " WS-ARC-TOCADOS
                   DELIMITED BY SIZE INTO WS-CRT-RESUMEN
           END-IF
           PERFORM CERTIFICAR-ARCHIVO.

       CONTAR-JOURNALES.
      *> Los journals solo llevan ID, sin datos de la persona: se
      *> conservan (los pide la reconstruccion del maestro) y el
      *> certificado deja cuantas entradas tiene cada uno.
           MOVE WS-RSP-JOURNALES TO WS-IDX-RSP
           MOVE WS-RSP-ARCHIVO(WS-IDX-RSP) TO WS-CRT-ARCHIVO
           MOVE ZERO TO WS-JOR-ENTRADAS
           SET MAS-LECTURA TO TRUE
           OPEN INPUT JOURNAL-MAESTRO
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ JOURNAL-MAESTRO
                       AT END
                           SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE JMA-ID TO WS-ID-BUSCADO
                           PERFORM BUSCAR-ID-PERSONA
                           IF PER-HALLADO
                               ADD 1 TO WS-JOR-ENTRADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-MAESTRO
           END-IF
           MOVE "journal_maestro.txt" TO WS-CRT-NOMBRE
           PERFORM RESUMIR-JOURNAL
           MOVE ZERO TO WS-JOR-ENTRADAS
           SET MAS-LECTURA TO TRUE
           OPEN INPUT JOURNAL-CLIENTES
           IF WS-JOURNAL-CLI-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ JOURNAL-CLIENTES
                       AT END
                           SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE JCL-ID TO WS-ID-BUSCADO
                           PERFORM BUSCAR-ID-PERSONA
                           IF PER-HALLADO
                               ADD 1 TO WS-JOR-ENTRADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-CLIENTES
           END-IF
           MOVE "journal_clientes.txt" TO WS-CRT-NOMBRE
           PERFORM RESUMIR-JOURNAL.

       RESUMIR-JOURNAL.
           MOVE SPACES TO WS-CRT-RESUMEN
           STRING "ENTRADAS CONSERVADAS (SOLO ID): " WS-JOR-ENTRADAS
               DELIMITED BY SIZE INTO WS-CRT-RESUMEN
           PERFORM CERTIFICAR-ARCHIVO.

       SUPRIMIR-EN-DB2.
      *> Primero las filas de cada ID del maestro y despues, por DNI,
      *> las que hubieran quedado con otro ID. La unidad de trabajo
      *> se confirma por solicitud; un error de SQL corta la corrida
      *> (el relanzamiento retoma la solicitud entera).
           MOVE WS-RSP-DB2 TO WS-IDX-RSP
           PERFORM FIJAR-ACCION
           MOVE "TABLA CLIENTES" TO WS-CRT-NOMBRE
           MOVE ZERO TO WS-ARC-TOCADOS
           MOVE SPACES TO WS-NOMBRE
           MOVE SPACES TO WS-DNI
           MOVE SPACES TO WS-FECHA-NAC
           MOVE SPACES TO WS-DIRECCION
           MOVE "SUPRIMIDO" TO WS-ESTADO
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-PER-TOTAL
               MOVE WS-PER-ID(WS-IDX-PER) TO WS-ID
               IF RSP-BORRA(WS-IDX-RSP)
                   EXEC SQL
                       DELETE FROM CLIENTES
                       WHERE ID = :WS-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE CLIENTES
                       SET NOMBRE = :WS-NOMBRE,
                           DNI = :WS-DNI,
                           FECHA_NAC = :WS-FECHA-NAC,
                           DIRECCION = :WS-DIRECCION,
                           ESTADO = :WS-ESTADO
                       WHERE ID = :WS-ID
                         AND ESTADO <> :WS-ESTADO
                   END-EXEC
               END-IF
               PERFORM VERIFICAR-SQL-SUPRESION
               IF WS-DB2-FILAS-SENT > ZERO
                   MOVE SPACES TO WS-CRT-CLAVE
                   STRING "ID " WS-ID
                       DELIMITED BY SIZE INTO WS-CRT-CLAVE
                   PERFORM CERTIFICAR-REGISTRO
               END-IF
           END-PERFORM
           IF WS-SUP-DNI NOT = SPACES
               MOVE WS-SUP-DNI TO WS-DNI-SUPRIMIR
               IF RSP-BORRA(WS-IDX-RSP)
                   EXEC SQL
                       DELETE FROM CLIENTES
                       WHERE DNI = :WS-DNI-SUPRIMIR
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE CLIENTES
                       SET NOMBRE = :WS-NOMBRE,
                           DNI = :WS-DNI,
                           FECHA_NAC = :WS-FECHA-NAC,
                           DIRECCION = :WS-DIRECCION,
                           ESTADO = :WS-ESTADO
                       WHERE DNI = :WS-DNI-SUPRIMIR
                   END-EXEC
               END-IF
               PERFORM VERIFICAR-SQL-SUPRESION
               PERFORM VARYING WS-DB2-FILAS FROM 1 BY 1
                       UNTIL WS-DB2-FILAS > WS-DB2-FILAS-SENT
                   MOVE "FILA POR DNI (OTRO ID)" TO WS-CRT-CLAVE
                   PERFORM CERTIFICAR-REGISTRO
               END-PERFORM
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM MOSTRAR-ERROR-SQL
               MOVE SQLCODE TO WS-SQLCODE-VISTA
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "COMMIT DE LA SUPRESION EN DB2, SQLCODE="
                   WS-SQLCODE-VISTA DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM RESUMIR-ARCHIVO.

       VERIFICAR-SQL-SUPRESION.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-DB2-FILAS-SENT
               WHEN SQLCODE = 100
                   MOVE ZERO TO WS-DB2-FILAS-SENT
               WHEN OTHER
                   PERFORM MOSTRAR-ERROR-SQL
                   MOVE SQLCODE TO WS-SQLCODE-VISTA
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   STRING "SUPRESION EN DB2 " SOL-NUMERO
                       " SQLCODE=" WS-SQLCODE-VISTA
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE.

       MOSTRAR-ERROR-SQL.
           DISPLAY "ERROR SQL - SQLCODE: " SQLCODE
           DISPLAY "SQLSTATE: " SQLSTATE
           DISPLAY "MENSAJE: " SQLERRMC
           EXEC SQL
               ROLLBACK
           END-EXEC.

       SUPRIMIR-EN-RECHAZOS.
      *> Cola de rechazos pendientes y rechazos del dia (mismo
      *> layout: ID, nombre, codigo, motivo, reenvios, registro
      *> original de entrada desde la posicion 85, fecha).
           MOVE WS-RSP-RECHAZOS TO WS-PLA-REGLA-IDX
           MOVE 125 TO WS-PLA-POS-DNI
           SET PLA-SIN-COLA TO TRUE
           MOVE 11 TO WS-PLA-DESDE(1)
           MOVE 30 TO WS-PLA-LARGO(1)
           MOVE 95 TO WS-PLA-DESDE(2)
           MOVE 93 TO WS-PLA-LARGO(2)
           MOVE 200 TO WS-PLA-DESDE(3)
           MOVE 56 TO WS-PLA-LARGO(3)
           MOVE "rechazos_pendientes.dat" TO WS-PLA-NOMBRE
           PERFORM DEPURAR-PLANO
           MOVE "clientes_rechazados.dat" TO WS-PLA-NOMBRE
           PERFORM DEPURAR-PLANO.

       FIJAR-PLANO-CLIENTES.
      *> clientes.dat (CPY-CLIENTE-IN) con cabecera y cola.
           MOVE WS-RSP-GEN-CLIENTES TO WS-PLA-REGLA-IDX
           MOVE 41 TO WS-PLA-POS-DNI
           SET PLA-CON-COLA TO TRUE
           MOVE 11 TO WS-PLA-DESDE(1)
           MOVE 93 TO WS-PLA-LARGO(1)
           MOVE 116 TO WS-PLA-DESDE(2)
           MOVE 56 TO WS-PLA-LARGO(2)
           MOVE ZERO TO WS-PLA-DESDE(3)
           MOVE ZERO TO WS-PLA-LARGO(3).

       FIJAR-PLANO-CLIENTES-OUT.
      *> clientes_out.dat (CPY-CLIENTE-OUT).
           MOVE WS-RSP-GEN-CLI-OUT TO WS-PLA-REGLA-IDX
           MOVE 41 TO WS-PLA-POS-DNI
           SET PLA-SIN-COLA TO TRUE
           MOVE 11 TO WS-PLA-DESDE(1)
           MOVE 93 TO WS-PLA-LARGO(1)
           MOVE 144 TO WS-PLA-DESDE(2)
           MOVE 56 TO WS-PLA-LARGO(2)
           MOVE ZERO TO WS-PLA-DESDE(3)
           MOVE ZERO TO WS-PLA-LARGO(3).

       DEPURAR-PLANO.
      *> El archivo se copia a supresion_origen.tmp, se reescribe en
      *> supresion_nuevo.tmp sin la persona (B) o con sus datos en
      *> blanco (A) y solo si hubo registros suyos reemplaza al
      *> original. En clientes.dat la cola se corrige por los
      *> registros borrados y por los DNI que dejan de sumar, asi la
      *> generacion se puede seguir reprocesando.
           MOVE WS-PLA-REGLA-IDX TO WS-IDX-RSP
           PERFORM FIJAR-ACCION
           MOVE WS-PLA-NOMBRE TO WS-CRT-NOMBRE
           MOVE ZERO TO WS-ARC-TOCADOS
           MOVE ZERO TO WS-PLA-LEIDOS
           MOVE ZERO TO WS-PLA-TOCADOS
           MOVE ZERO TO WS-PLA-QUITADOS
           MOVE ZERO TO WS-PLA-HASH-QUITADO
           IF WS-SUP-DNI = SPACES
               MOVE "SIN DNI: NO REVISADO" TO WS-CRT-RESUMEN
               PERFORM CERTIFICAR-ARCHIVO
           ELSE
               MOVE SPACES TO WS-COMANDO
               STRING "test -f " DELIMITED BY SIZE
                   WS-PLA-NOMBRE DELIMITED BY SPACE
                   " && cp " DELIMITED BY SIZE
                   WS-PLA-NOMBRE DELIMITED BY SPACE
                   " supresion_origen.tmp" DELIMITED BY SIZE
                   INTO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
               IF WS-CC-COMANDO NOT = ZERO
                   MOVE "SIN ARCHIVO" TO WS-CRT-RESUMEN
                   PERFORM CERTIFICAR-ARCHIVO
               ELSE
                   PERFORM REESCRIBIR-PLANO
                   PERFORM RESUMIR-ARCHIVO
               END-IF
           END-IF.

       REESCRIBIR-PLANO.
           OPEN INPUT ARCHIVO-ORIGEN
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR COPIA DE " WS-PLA-NOMBRE
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-NUEVO
           IF WS-NUEVO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO NUEVO, STATUS="
                   WS-NUEVO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-LECTURA TO TRUE
           PERFORM UNTIL FIN-LECTURA
               READ ARCHIVO-ORIGEN
                   AT END
                       SET FIN-LECTURA TO TRUE
                   NOT AT END
                       PERFORM DEPURAR-RENGLON
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ORIGEN
           CLOSE ARCHIVO-NUEVO
           IF WS-PLA-TOCADOS > ZERO
               MOVE SPACES TO WS-COMANDO
               STRING "mv supresion_nuevo.tmp " DELIMITED BY SIZE
                   WS-PLA-NOMBRE DELIMITED BY SPACE
                   INTO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
               IF WS-CC-COMANDO NOT = ZERO
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO REEMPLAZAR " WS-PLA-NOMBRE
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF.

       DEPURAR-RENGLON.
           ADD 1 TO WS-PLA-LEIDOS
           MOVE REG-ORIGEN TO REG-NUEVO
           EVALUATE TRUE
               WHEN PLA-CON-COLA AND REG-ORIGEN(1:3) = "HDR"
                   WRITE REG-NUEVO
               WHEN PLA-CON-COLA AND REG-ORIGEN(1:3) = "TRL"
                   IF NCO-CANTIDAD IS NUMERIC
                       SUBTRACT WS-PLA-QUITADOS FROM NCO-CANTIDAD
                   END-IF
                   IF NCO-HASH-DNI IS NUMERIC
                       SUBTRACT WS-PLA-HASH-QUITADO FROM NCO-HASH-DNI
                   END-IF
                   WRITE REG-NUEVO
               WHEN REG-ORIGEN(WS-PLA-POS-DNI:9) = WS-SUP-DNI
                   ADD 1 TO WS-PLA-TOCADOS
                   IF WS-SUP-DNI IS NUMERIC
                       MOVE WS-SUP-DNI TO WS-DNI-NUMERICO
                       ADD WS-DNI-NUMERICO TO WS-PLA-HASH-QUITADO
                   END-IF
                   MOVE WS-PLA-LEIDOS TO WS-REG-VISTA
                   MOVE SPACES TO WS-CRT-CLAVE
                   STRING "REG " WS-REG-VISTA " ID " REG-ORIGEN(1:10)
                       DELIMITED BY SIZE INTO WS-CRT-CLAVE
                   PERFORM CERTIFICAR-REGISTRO
                   IF RSP-BORRA(WS-IDX-RSP)
                       ADD 1 TO WS-PLA-QUITADOS
                   ELSE
                       PERFORM BLANQUEAR-TRAMOS
                       WRITE REG-NUEVO
                   END-IF
               WHEN OTHER
                   WRITE REG-NUEVO
           END-EVALUATE.

       BLANQUEAR-TRAMOS.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 3
               IF WS-PLA-LARGO(WS-IDX-TRAMO) > ZERO
                   MOVE SPACES TO REG-NUEVO(
                       WS-PLA-DESDE(WS-IDX-TRAMO):
                       WS-PLA-LARGO(WS-IDX-TRAMO))
               END-IF
           END-PERFORM.

       SUPRIMIR-EN-ENTRADA.
      *> entrada.dat va por el mismo ID que el maestro.
           MOVE WS-RSP-ENTRADA TO WS-IDX-RSP
           PERFORM FIJAR-ACCION
           MOVE "entrada.dat" TO WS-CRT-NOMBRE
           MOVE ZERO TO WS-ARC-TOCADOS
           OPEN I-O ARCHIVO-ENTRADA
           EVALUATE TRUE
               WHEN WS-ENTRADA-STATUS = "35"
                   MOVE "SIN ARCHIVO" TO WS-CRT-RESUMEN
                   PERFORM CERTIFICAR-ARCHIVO
               WHEN WS-ENTRADA-STATUS NOT = "00"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR ENTRADA, STATUS="
                       WS-ENTRADA-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               WHEN OTHER
                   PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER > WS-PER-TOTAL
                       PERFORM SUPRIMIR-ID-ENTRADA
                   END-PERFORM
                   CLOSE ARCHIVO-ENTRADA
                   PERFORM RESUMIR-ARCHIVO
           END-EVALUATE.

       SUPRIMIR-ID-ENTRADA.
           MOVE WS-PER-ID(WS-IDX-PER) TO PERSONA-ID
           READ ARCHIVO-ENTRADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOMBRE NOT = SPACES
                       OR FECHA-NAC-RAW NOT = SPACES
                       IF RSP-BORRA(WS-IDX-RSP)
                           DELETE ARCHIVO-ENTRADA
                       ELSE
                           MOVE SPACES TO NOMBRE
                           MOVE SPACES TO FECHA-NAC-RAW
                           REWRITE REGISTRO-ENTRADA
                       END-IF
                       IF WS-ENTRADA-STATUS NOT = "00"
                           MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                           STRING "NO SE PUDO SUPRIMIR EN ENTRADA "
                               PERSONA-ID DELIMITED BY SIZE
                               INTO WS-RC-MENSAJE
                           PERFORM RUTINA-ABEND
                       END-IF
                       MOVE SPACES TO WS-CRT-CLAVE
                       STRING "ID " PERSONA-ID
                           DELIMITED BY SIZE INTO WS-CRT-CLAVE
                       PERFORM CERTIFICAR-REGISTRO
                   END-IF
           END-READ.

       SUPRIMIR-EN-GENERACIONES.
      *> Las generaciones archivadas se enumeran con el shell, como
      *> en PURGA-RETENCION; cada una se trabaja sobre una copia de
      *> trabajo que solo vuelve a su nombre si cambio. Sin tratarlas
      *> una restauracion devolveria los datos suprimidos.
           MOVE SPACES TO WS-COMANDO
           STRING "rm -f supresion_generaciones.tmp; "
               "for f in MAESTRO.G????????V?? ENTRADA.G????????V?? "
               "CLIENTES.G????????V?? CLIENTES-OUT.G????????V??; "
               "do if [ -e $f ]; then echo $f >> "
               "supresion_generaciones.tmp; fi; done"
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           SET MAS-GENERACIONES TO TRUE
           OPEN INPUT LISTA-GENERACIONES
           IF WS-LISTA-STATUS NOT = "00"
               MOVE "GENERACIONES" TO WS-CRT-ARCHIVO
               MOVE SPACES TO WS-CRT-NOMBRE
               MOVE "SIN GENERACIONES ARCHIVADAS" TO WS-CRT-RESUMEN
               PERFORM CERTIFICAR-ARCHIVO
           ELSE
               PERFORM UNTIL FIN-GENERACIONES
                   READ LISTA-GENERACIONES
                       AT END
                           SET FIN-GENERACIONES TO TRUE
                       NOT AT END
                           PERFORM SUPRIMIR-EN-GENERACION
                   END-READ
               END-PERFORM
               CLOSE LISTA-GENERACIONES
           END-IF.

       SUPRIMIR-EN-GENERACION.
           MOVE REG-GENERACION TO WS-PLA-NOMBRE
           EVALUATE TRUE
               WHEN REG-GENERACION(1:9) = "MAESTRO.G"
                   PERFORM SUPRIMIR-EN-GEN-MAESTRO
               WHEN REG-GENERACION(1:9) = "ENTRADA.G"
                   PERFORM SUPRIMIR-EN-GEN-ENTRADA
               WHEN REG-GENERACION(1:14) = "CLIENTES-OUT.G"
                   PERFORM FIJAR-PLANO-CLIENTES-OUT
                   PERFORM DEPURAR-PLANO
               WHEN REG-GENERACION(1:10) = "CLIENTES.G"
                   PERFORM FIJAR-PLANO-CLIENTES
                   PERFORM DEPURAR-PLANO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SUPRIMIR-EN-GEN-MAESTRO.
           MOVE WS-RSP-GEN-MAESTRO TO WS-IDX-RSP
           PERFORM FIJAR-ACCION
           MOVE WS-PLA-NOMBRE TO WS-CRT-NOMBRE
           MOVE ZERO TO WS-ARC-TOCADOS
           MOVE SPACES TO WS-COMANDO
           STRING "cp " DELIMITED BY SIZE
               WS-PLA-NOMBRE DELIMITED BY SPACE
               " supresion_maestro.dat" DELIMITED BY SIZE
               INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           IF WS-CC-COMANDO NOT = ZERO
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO COPIAR " WS-PLA-NOMBRE
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN I-O MAESTRO-GENERACION
           IF WS-MAE-GEN-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR " WS-PLA-NOMBRE
                   " STATUS=" WS-MAE-GEN-STATUS
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-PER-TOTAL
               MOVE WS-PER-ID(WS-IDX-PER) TO MGE-ID
               READ MAESTRO-GENERACION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MGE-ESTADO NOT = "SUPRIMIDO"
                           MOVE REG-MAESTRO-GEN TO WS-IMAGEN-SUPRIMIR
                           PERFORM ANONIMIZAR-IMAGEN
                           MOVE WS-IMAGEN-SUPRIMIR TO REG-MAESTRO-GEN
                           REWRITE REG-MAESTRO-GEN
                               INVALID KEY
                                   MOVE RC-ERROR-ARCHIVO
                                       TO WS-RC-CODIGO
                                   STRING "NO SE PUDO REGRABAR "
                                       WS-PLA-NOMBRE
                                       DELIMITED BY SIZE
                                       INTO WS-RC-MENSAJE
                                   PERFORM RUTINA-ABEND
                           END-REWRITE
                           MOVE SPACES TO WS-CRT-CLAVE
                           STRING "ID " MGE-ID
                               DELIMITED BY SIZE INTO WS-CRT-CLAVE
                           PERFORM CERTIFICAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAESTRO-GENERACION
           IF WS-ARC-TOCADOS > ZERO
               MOVE SPACES TO WS-COMANDO
               STRING "cp supresion_maestro.dat " DELIMITED BY SIZE
                   WS-PLA-NOMBRE DELIMITED BY SPACE
                   INTO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
               IF WS-CC-COMANDO NOT = ZERO
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO REEMPLAZAR " WS-PLA-NOMBRE
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF
           PERFORM RESUMIR-ARCHIVO.

       SUPRIMIR-EN-GEN-ENTRADA.
           MOVE WS-RSP-GEN-ENTRADA TO WS-IDX-RSP
           PERFORM FIJAR-ACCION
           MOVE WS-PLA-NOMBRE TO WS-CRT-NOMBRE
           MOVE ZERO TO WS-ARC-TOCADOS
           MOVE SPACES TO WS-COMANDO
           STRING "cp " DELIMITED BY SIZE
               WS-PLA-NOMBRE DELIMITED BY SPACE
               " supresion_entrada.dat" DELIMITED BY SIZE
               INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           IF WS-CC-COMANDO NOT = ZERO
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO COPIAR " WS-PLA-NOMBRE
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN I-O ENTRADA-GENERACION
           IF WS-ENT-GEN-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR " WS-PLA-NOMBRE
                   " STATUS=" WS-ENT-GEN-STATUS
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-PER-TOTAL
               PERFORM SUPRIMIR-ID-GEN-ENTRADA
           END-PERFORM
           CLOSE ENTRADA-GENERACION
           IF WS-ARC-TOCADOS > ZERO
               MOVE SPACES TO WS-COMANDO
               STRING "cp supresion_entrada.dat " DELIMITED BY SIZE
                   WS-PLA-NOMBRE DELIMITED BY SPACE
                   INTO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
               IF WS-CC-COMANDO NOT = ZERO
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO REEMPLAZAR " WS-PLA-NOMBRE
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF
           PERFORM RESUMIR-ARCHIVO.

       SUPRIMIR-ID-GEN-ENTRADA.
           MOVE WS-PER-ID(WS-IDX-PER) TO EGE-ID
           READ ENTRADA-GENERACION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EGE-NOMBRE NOT = SPACES
                       OR EGE-FECHA-NAC NOT = SPACES
                       IF RSP-BORRA(WS-IDX-RSP)
                           DELETE ENTRADA-GENERACION
                       ELSE
                           MOVE SPACES TO EGE-NOMBRE
                           MOVE SPACES TO EGE-FECHA-NAC
                           REWRITE REG-ENTRADA-GEN
                       END-IF
                       IF WS-ENT-GEN-STATUS NOT = "00"
                           MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                           STRING "NO SE PUDO SUPRIMIR EN "
                               WS-PLA-NOMBRE DELIMITED BY SIZE
                               INTO WS-RC-MENSAJE
                           PERFORM RUTINA-ABEND
                       END-IF
                       MOVE SPACES TO WS-CRT-CLAVE
                       STRING "ID " EGE-ID
                           DELIMITED BY SIZE INTO WS-CRT-CLAVE
                       PERFORM CERTIFICAR-REGISTRO
                   END-IF
           END-READ.

       SUPRIMIR-EN-MAESTRO.
      *> Cada ID queda SUPRIMIDO y anotado en el journal del maestro
      *> (tipo SUPRIME): CAMBIOS-MAESTRO manda al DW la version
      *> anonima.
           MOVE WS-RSP-MAESTRO TO WS-IDX-RSP
           PERFORM FIJAR-ACCION
           MOVE "maestro_clientes.dat" TO WS-CRT-NOMBRE
           MOVE ZERO TO WS-ARC-TOCADOS
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
           END-IF
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-PER-TOTAL
               MOVE WS-PER-ID(WS-IDX-PER) TO CLM-ID
               READ MAESTRO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLM-ESTADO NOT = "SUPRIMIDO"
                           PERFORM SUPRIMIR-ID-MAESTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-MAESTRO
           PERFORM RESUMIR-ARCHIVO.

       SUPRIMIR-ID-MAESTRO.
           MOVE REG-CLIENTE-MAESTRO TO WS-IMAGEN-SUPRIMIR
           PERFORM ANONIMIZAR-IMAGEN
           MOVE WS-IMAGEN-SUPRIMIR TO REG-CLIENTE-MAESTRO
           REWRITE REG-CLIENTE-MAESTRO
               INVALID KEY
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO REGRABAR EL MAESTRO, ID "
                       CLM-ID DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-REWRITE
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO JMA-FECHA
           MOVE WS-HORA-SISTEMA TO JMA-HORA
           MOVE WS-ID-CORRIDA TO JMA-CORRIDA
           MOVE "SUPRIME" TO JMA-TIPO
           MOVE CLM-ID TO JMA-ID
           WRITE REG-JOURNAL-MAESTRO
           MOVE SPACES TO WS-CRT-CLAVE
           STRING "ID " CLM-ID DELIMITED BY SIZE INTO WS-CRT-CLAVE
           PERFORM CERTIFICAR-REGISTRO.

       ANONIMIZAR-IMAGEN.
      *> Se conservan ID, cuenta, fechas de alta y ultima
      *> actualizacion, sucursal, cierre y bloqueo por lista (lo que
      *> cumplimiento debe poder seguir mostrando); se blanquea todo
      *> dato de la persona. Si no estaba cerrado, el cierre es esta
      *> supresion.
           MOVE SPACES TO SPR-NOMBRE
           MOVE SPACES TO SPR-DNI
           MOVE SPACES TO SPR-FECHA-NAC
           MOVE SPACES TO SPR-DIRECCION
           MOVE SPACES TO SPR-TELEFONO
           MOVE SPACES TO SPR-EMAIL
           MOVE SPACES TO SPR-CANAL
           SET SPR-DOM-ENTREGABLE TO TRUE
           MOVE SPACES TO SPR-FECHA-DEVOL
           MOVE SPACES TO SPR-MOTIVO-DEVOL
           IF SPR-FECHA-BAJA = SPACES
               MOVE WS-FECHA-SISTEMA TO SPR-FECHA-BAJA
               MOVE WS-ID-CORRIDA TO SPR-CORRIDA-BAJA
           END-IF
           MOVE "SUPRIMIDO" TO SPR-ESTADO
           MOVE WS-SELLO-ACT TO SPR-FECHA-ULT-ACT.

       ANOTAR-REGISTRO.
           MOVE SPACES TO REG-SUPRESION
           MOVE SOL-NUMERO TO SUP-NUMERO
           MOVE WS-FECHA-SISTEMA TO SUP-FECHA
           MOVE WS-ID-CORRIDA TO SUP-CORRIDA
           MOVE WS-SUP-DNI TO SUP-DNI
           MOVE WS-SUP-NRO-CUENTA TO SUP-NRO-CUENTA
           IF WS-PER-TOTAL > ZERO OR WS-SOL-TOCADOS > ZERO
               SET SUP-PROCESADA TO TRUE
               ADD 1 TO WS-TOTAL-PROCESADAS
           ELSE
               SET SUP-SIN-DATOS TO TRUE
               ADD 1 TO WS-TOTAL-SIN-DATOS
           END-IF
           MOVE WS-SOL-TOCADOS TO SUP-REGISTROS
           MOVE SOL-APROBADOR TO SUP-APROBADOR
           MOVE SOL-FECHA-APROB TO SUP-FECHA-APROB
           WRITE REG-SUPRESION
      *> Un numero repetido mas abajo en el mismo archivo tampoco se
      *> vuelve a procesar.
           PERFORM GUARDAR-NUMERO-REGISTRO.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: SOLICITUDES=" WS-TOTAL-SOLICITUDES
               " PROCESADAS=" WS-TOTAL-PROCESADAS
               " SIN-DATOS=" WS-TOTAL-SIN-DATOS
               " YA-PROCESADAS=" WS-TOTAL-YA-PROCESADAS
               " RECHAZADAS=" WS-TOTAL-RECHAZADAS
               " REGISTROS=" WS-TOTAL-TOCADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       LIMPIAR-TRABAJO.
      *> Las copias de trabajo llevan datos de clientes: no quedan
      *> en disco.
           MOVE SPACES TO WS-COMANDO
           STRING "rm -f supresion_origen.tmp supresion_nuevo.tmp "
               "supresion_generaciones.tmp supresion_maestro.dat "
               "supresion_entrada.dat"
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO.

       EJECUTAR-COMANDO.
      *> Mismo esquema que ARCHIVAR-DIARIO: RETURN-CODE trae el
      *> estado crudo de wait(); el condition code es ese valor
      *> dividido entre 256.
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-CRUDO
           DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COMANDO
           MOVE ZERO TO RETURN-CODE.

       COPY CPY-CORRIDA.

       COPY CPY-LOCK.

       COPY CPY-ABEND.
