      ******************************************************************
      * PROGRAMA: FUSIONA-CLIENTES
      * TIPO:     Batch COBOL (supervisado)
      * OBJETIVO: Fusionar en el maestro los clientes duplicados que
      *           quedaron con dos CLM-ID para el mismo CLM-DNI (de
      *           antes de VLD-DNI-MAESTRO o tipeados por dos
      *           sucursales). Lee pares_fusion.txt (ID sobreviviente,
      *           ID absorbido y supervisor que autoriza), verifica
      *           que sean la misma persona (DNI, fecha de nacimiento
      *           y nombre), conserva la cuenta del sobreviviente y
      *           cierra el absorbido en estado FUSIONADO. Cada fusion
      *           va a referencia_fusiones.txt (ID y cuenta viejos al
      *           nuevo). Parametro 1: V verifica los pares sin tocar
      *           el maestro (por defecto), A aplica. Siempre termina
      *           con duplicados_dni.txt: los DNI que siguen con mas
      *           de un registro vigente, para armar la proxima tanda.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-CLIENTES.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARES ASSIGN TO 'pares_fusion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARES-STATUS.
           COPY CPY-MAESTRO-SELECT.
           SELECT REFERENCIA-FUSIONES
               ASSIGN TO 'referencia_fusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCIA-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_fusiones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT ARCHIVO-DUPLICADOS
               ASSIGN TO 'duplicados_dni.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICADOS-STATUS.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           COPY CPY-LOCK-SELECT.
           COPY CPY-CORRIDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARES.
      *> Tanda de fusiones armada a partir de duplicados_dni.txt y
      *> firmada por un supervisor: sin supervisor el par se rechaza.
       01  REG-PAR-FUSION.
           05 PFU-ID-SOBREVIVE   PIC X(10).
           05 PFU-ID-ABSORBIDO   PIC X(10).
           05 PFU-SUPERVISOR     PIC X(08).

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  REFERENCIA-FUSIONES.
       01  REG-REF-FUSION.
           COPY CPY-REF-FUSION.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       FD  ARCHIVO-DUPLICADOS.
       01  REG-DUPLICADO         PIC X(100).

       FD  JOURNAL-MAESTRO.
      *> Mismo journal de movimientos que ACTUALIZA-MAESTRO: cada
      *> fusion queda anotada con el ID absorbido.
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

       77  WS-PARES-STATUS       PIC XX VALUE SPACES.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-REFERENCIA-STATUS  PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-DUPLICADOS-STATUS  PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-MODO-FUSION        PIC X VALUE SPACE.
           88 MODO-VERIFICA        VALUE 'V'.
           88 MODO-APLICA          VALUE 'A'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
           88 MAS-DATOS            VALUE 'N'.

       77  WS-PAR-SW             PIC X VALUE 'S'.
           88 PAR-VALIDO           VALUE 'S'.
           88 PAR-INVALIDO         VALUE 'N'.
       77  WS-MOTIVO             PIC X(40) VALUE SPACES.

       77  WS-TOTAL-PARES        PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-FUSIONADOS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZADOS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-DNI-DUP      PIC 9(7) VALUE ZERO.

      *> Foto del sobreviviente leida antes de leer al absorbido
      *> (los dos comparten el area del registro del maestro).
       01  WS-SOBREVIVIENTE.
           COPY CPY-CLIENTE-MAESTRO
               REPLACING LEADING ==CLM-== BY ==SOB-==.
       77  WS-CUENTA-ABSORBIDA   PIC 9(10) VALUE ZERO.
       77  WS-PRIMER-ALTA-ABS    PIC X(08) VALUE SPACES.
       77  WS-SUCURSAL-ABS       PIC X(04) VALUE SPACES.
       77  WS-TELEFONO-ABS       PIC X(15) VALUE SPACES.
       77  WS-EMAIL-ABS          PIC X(40) VALUE SPACES.
       77  WS-CANAL-ABS          PIC X(01) VALUE SPACES.
       77  WS-BLOQUEO-ABS        PIC X(01) VALUE SPACES.
       77  WS-LISTA-BLOQUEO-ABS  PIC X(01) VALUE SPACES.
       77  WS-FECHA-BLOQUEO-ABS  PIC X(08) VALUE SPACES.
       77  WS-ACTUALIZA-SOB-SW   PIC X VALUE 'N'.
           88 ACTUALIZA-SOBREVIVIENTE VALUE 'S'.

      *> Corte por DNI del listado de duplicados: los ID vigentes
      *> del DNI en curso (mas de seis se cuentan pero no se listan).
       77  WS-DNI-ACTUAL         PIC X(09) VALUE SPACES.
       77  WS-VIGENTES-DNI       PIC 9(3) VALUE ZERO.
       77  WS-IDX-DUP            PIC 9(3) VALUE ZERO.
       77  WS-PUNTERO            PIC 9(3) VALUE ZERO.
       01  WS-IDS-DNI.
           05 WS-ID-DNI OCCURS 6 TIMES PIC X(10).

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
           DISPLAY "=== FUSION DE CLIENTES DUPLICADOS ==="
           ACCEPT WS-MODO-FUSION FROM COMMAND-LINE
           IF WS-MODO-FUSION = SPACE
               SET MODO-VERIFICA TO TRUE
           END-IF
           IF NOT MODO-VERIFICA AND NOT MODO-APLICA
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "PARAMETRO INVALIDO: USE V O A"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Toca el maestro que mantiene la cadena nocturna: honra el
      *> lock de corrida como los demas pasos.
           MOVE "FUSIONA-CLIENTES" TO WS-NOMBRE-PROCESO
           PERFORM TOMAR-LOCK
           PERFORM LEER-ID-CORRIDA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF MODO-APLICA
               PERFORM RESGUARDAR-MAESTRO
           END-IF
           PERFORM ABRIR-ARCHIVOS

           PERFORM LEE-PAR
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-TOTAL-PARES
               PERFORM PROCESAR-PAR
               PERFORM LEE-PAR
           END-PERFORM

           PERFORM LISTAR-DUPLICADOS
           PERFORM ESCRIBE-RESUMEN

           CLOSE ARCHIVO-PARES
           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-REPORTE
           CLOSE ARCHIVO-DUPLICADOS
           IF MODO-APLICA
               CLOSE REFERENCIA-FUSIONES
               CLOSE JOURNAL-MAESTRO
           END-IF
           PERFORM LIBERAR-LOCK

           DISPLAY "=== FIN FUSION DE CLIENTES ==="
           DISPLAY "Modo: " WS-MODO-FUSION
               " Pares: " WS-TOTAL-PARES
               " Fusionados: " WS-TOTAL-FUSIONADOS
               " Rechazados: " WS-TOTAL-RECHAZADOS
           DISPLAY "DNI con mas de un registro vigente: "
               WS-TOTAL-DNI-DUP
           IF WS-TOTAL-RECHAZADOS > ZERO
               MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
           END-IF
           STOP RUN.

       RESGUARDAR-MAESTRO.
      *> Mismo resguardo del dia que toma ACTUALIZA-MAESTRO: si ya
      *> existe se conserva (es la foto limpia de la manana) y
      *> RESTAURA-MAESTRO deshace la fusion igual que una noche.
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
           OPEN INPUT ARCHIVO-PARES
           IF WS-PARES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-PARES, STATUS="
                   WS-PARES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF MODO-APLICA
               OPEN I-O MAESTRO-CLIENTES
           ELSE
               OPEN INPUT MAESTRO-CLIENTES
           END-IF
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
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
           OPEN OUTPUT ARCHIVO-DUPLICADOS
           IF WS-DUPLICADOS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-DUPLICADOS, STATUS="
                   WS-DUPLICADOS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF MODO-APLICA
               OPEN EXTEND REFERENCIA-FUSIONES
               IF WS-REFERENCIA-STATUS = "35"
                   OPEN OUTPUT REFERENCIA-FUSIONES
               END-IF
               IF WS-REFERENCIA-STATUS NOT = "00"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR REFERENCIA-FUSIONES, "
                       "STATUS=" WS-REFERENCIA-STATUS
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
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
               END-IF
           END-IF.

       LEE-PAR.
           READ ARCHIVO-PARES
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       PROCESAR-PAR.
           SET PAR-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO
           PERFORM VALIDAR-PAR
           IF PAR-INVALIDO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               PERFORM REPORTA-RECHAZO
           ELSE
               IF MODO-APLICA
                   PERFORM APLICAR-FUSION
               ELSE
                   ADD 1 TO WS-TOTAL-FUSIONADOS
                   PERFORM REPORTA-FUSION
               END-IF
           END-IF.

       VALIDAR-PAR.
      *> Solo se fusionan dos registros vigentes de la misma persona:
      *> mismo DNI, misma fecha de nacimiento y mismo nombre. Un
      *> nombre distinto es justamente el caso que hay que mirar a
      *> mano (puede ser un DNI mal tipeado), no fusionar a ciegas.
           EVALUATE TRUE
               WHEN PFU-SUPERVISOR = SPACES
                   MOVE "PAR SIN SUPERVISOR QUE AUTORICE"
                       TO WS-MOTIVO
               WHEN PFU-ID-SOBREVIVE = PFU-ID-ABSORBIDO
                   MOVE "SOBREVIVIENTE Y ABSORBIDO IGUALES"
                       TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE PFU-ID-SOBREVIVE TO CLM-ID
               READ MAESTRO-CLIENTES
                   INVALID KEY
                       MOVE "SOBREVIVIENTE NO ESTA EN EL MAESTRO"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF CLM-ESTADO = "CERRADO"
                           OR CLM-ESTADO = "FUSIONADO"
                           OR CLM-ESTADO = "SUPRIMIDO"
                           MOVE "SOBREVIVIENTE NO VIGENTE"
                               TO WS-MOTIVO
                       ELSE
                           MOVE REG-CLIENTE-MAESTRO
                               TO WS-SOBREVIVIENTE
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE PFU-ID-ABSORBIDO TO CLM-ID
               READ MAESTRO-CLIENTES
                   INVALID KEY
                       MOVE "ABSORBIDO NO ESTA EN EL MAESTRO"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CLM-ESTADO = "CERRADO"
                               OR CLM-ESTADO = "FUSIONADO"
                               OR CLM-ESTADO = "SUPRIMIDO"
                               MOVE "ABSORBIDO NO VIGENTE"
                                   TO WS-MOTIVO
                           WHEN CLM-DNI NOT = SOB-DNI
                               MOVE "DNI DISTINTO" TO WS-MOTIVO
                           WHEN CLM-FECHA-NAC NOT = SOB-FECHA-NAC
                               MOVE "FECHA DE NACIMIENTO DISTINTA"
                                   TO WS-MOTIVO
                           WHEN CLM-NOMBRE NOT = SOB-NOMBRE
                               MOVE "NOMBRE DISTINTO" TO WS-MOTIVO
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-MOTIVO NOT = SPACES
               SET PAR-INVALIDO TO TRUE
           END-IF.

       APLICAR-FUSION.
      *> El absorbido esta leido (ultimo READ de VALIDAR-PAR): se
      *> cierra como FUSIONADO con la fecha y la corrida, conservando
      *> todo lo demas para cumplimiento.
           MOVE CLM-NRO-CUENTA TO WS-CUENTA-ABSORBIDA
           MOVE CLM-FECHA-PRIMER-ALTA TO WS-PRIMER-ALTA-ABS
           MOVE CLM-SUCURSAL TO WS-SUCURSAL-ABS
           MOVE CLM-TELEFONO TO WS-TELEFONO-ABS
           MOVE CLM-EMAIL TO WS-EMAIL-ABS
           MOVE CLM-CANAL TO WS-CANAL-ABS
           MOVE CLM-BLOQUEO TO WS-BLOQUEO-ABS
           MOVE CLM-LISTA-BLOQUEO TO WS-LISTA-BLOQUEO-ABS
           MOVE CLM-FECHA-BLOQUEO TO WS-FECHA-BLOQUEO-ABS
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO WS-SELLO-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO WS-SELLO-HORA
           MOVE "FUSIONADO" TO CLM-ESTADO
           MOVE WS-FECHA-SISTEMA TO CLM-FECHA-BAJA
           MOVE WS-ID-CORRIDA TO CLM-CORRIDA-BAJA
           MOVE WS-SELLO-ACT TO CLM-FECHA-ULT-ACT
           REWRITE REG-CLIENTE-MAESTRO
               INVALID KEY
                   MOVE "NO SE PUDO REGRABAR EL ABSORBIDO"
                       TO WS-MOTIVO
           END-REWRITE
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADOS
               PERFORM REPORTA-RECHAZO
           ELSE
               PERFORM AJUSTAR-SOBREVIVIENTE
               ADD 1 TO WS-TOTAL-FUSIONADOS
               PERFORM GRABAR-REFERENCIA
               PERFORM ANOTAR-JOURNAL-MAESTRO
               PERFORM REPORTA-FUSION
           END-IF.

       AJUSTAR-SOBREVIVIENTE.
      *> La cuenta que queda es la del sobreviviente; solo si no
      *> tiene numero (registro de antes de la numeracion) hereda
      *> la del absorbido. "Cliente desde" es la primera alta mas
      *> antigua de las dos.
           MOVE 'N' TO WS-ACTUALIZA-SOB-SW
           IF SOB-NRO-CUENTA IS NOT NUMERIC
               OR SOB-NRO-CUENTA = ZERO
               MOVE WS-CUENTA-ABSORBIDA TO SOB-NRO-CUENTA
               SET ACTUALIZA-SOBREVIVIENTE TO TRUE
           END-IF
           IF WS-PRIMER-ALTA-ABS NOT = SPACES
               AND WS-PRIMER-ALTA-ABS < SOB-FECHA-PRIMER-ALTA
               MOVE WS-PRIMER-ALTA-ABS TO SOB-FECHA-PRIMER-ALTA
               SET ACTUALIZA-SOBREVIVIENTE TO TRUE
           END-IF
      *> Los datos de contacto son los del sobreviviente; si no
      *> tiene ninguno, hereda el bloque completo del absorbido.
           IF SOB-TELEFONO = SPACES
               AND SOB-EMAIL = SPACES
               AND SOB-CANAL = SPACES
               AND (WS-TELEFONO-ABS NOT = SPACES
                    OR WS-EMAIL-ABS NOT = SPACES
                    OR WS-CANAL-ABS NOT = SPACES)
               MOVE WS-TELEFONO-ABS TO SOB-TELEFONO
               MOVE WS-EMAIL-ABS TO SOB-EMAIL
               MOVE WS-CANAL-ABS TO SOB-CANAL
               SET ACTUALIZA-SOBREVIVIENTE TO TRUE
           END-IF
      *> Es la misma persona: un bloqueo por lista externa del
      *> absorbido pasa al sobreviviente.
           IF WS-BLOQUEO-ABS = "B"
               AND NOT SOB-BLOQUEADO
               SET SOB-BLOQUEADO TO TRUE
               MOVE WS-LISTA-BLOQUEO-ABS TO SOB-LISTA-BLOQUEO
               MOVE WS-FECHA-BLOQUEO-ABS TO SOB-FECHA-BLOQUEO
               SET ACTUALIZA-SOBREVIVIENTE TO TRUE
           END-IF
           IF ACTUALIZA-SOBREVIVIENTE
               MOVE WS-SOBREVIVIENTE TO REG-CLIENTE-MAESTRO
               MOVE WS-SELLO-ACT TO CLM-FECHA-ULT-ACT
               REWRITE REG-CLIENTE-MAESTRO
                   INVALID KEY
                       DISPLAY "  Aviso: no se pudo regrabar "
                           SOB-ID " STATUS=" WS-MAESTRO-STATUS
                   NOT INVALID KEY
                       PERFORM ANOTAR-JOURNAL-SOBREVIVIENTE
               END-REWRITE
           END-IF.

       GRABAR-REFERENCIA.
           MOVE SPACES TO REG-REF-FUSION
           MOVE PFU-ID-ABSORBIDO TO RFU-ID-VIEJO
           MOVE WS-CUENTA-ABSORBIDA TO RFU-CUENTA-VIEJA
           MOVE SOB-ID TO RFU-ID-NUEVO
           MOVE SOB-NRO-CUENTA TO RFU-CUENTA-NUEVA
           MOVE WS-SUCURSAL-ABS TO RFU-SUCURSAL-VIEJA
           MOVE WS-FECHA-SISTEMA TO RFU-FECHA
           MOVE WS-ID-CORRIDA TO RFU-CORRIDA
           MOVE PFU-SUPERVISOR TO RFU-SUPERVISOR
           WRITE REG-REF-FUSION.

       ANOTAR-JOURNAL-MAESTRO.
           MOVE WS-FECHA-SISTEMA TO JMA-FECHA
           MOVE WS-HORA-SISTEMA TO JMA-HORA
           MOVE WS-ID-CORRIDA TO JMA-CORRIDA
           MOVE "FUSION" TO JMA-TIPO
           MOVE PFU-ID-ABSORBIDO TO JMA-ID
           WRITE REG-JOURNAL-MAESTRO.

       ANOTAR-JOURNAL-SOBREVIVIENTE.
      *> El sobreviviente que cambio (cuenta, alta, contacto o
      *> bloqueo heredados) tambien queda en el journal, con el
      *> mismo tipo: las novedades del DW lo distinguen del
      *> absorbido por el estado de la imagen.
           MOVE WS-FECHA-SISTEMA TO JMA-FECHA
           MOVE WS-HORA-SISTEMA TO JMA-HORA
           MOVE WS-ID-CORRIDA TO JMA-CORRIDA
           MOVE "FUSION" TO JMA-TIPO
           MOVE SOB-ID TO JMA-ID
           WRITE REG-JOURNAL-MAESTRO.

       REPORTA-FUSION.
           MOVE SPACES TO WS-LINEA-REPORTE
           IF MODO-APLICA
               STRING "FUSIONADO " PFU-ID-ABSORBIDO
                   " EN " PFU-ID-SOBREVIVE
                   " CUENTA=" SOB-NRO-CUENTA
                   " SUPERVISOR=" PFU-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING "VERIFICADO " PFU-ID-ABSORBIDO
                   " EN " PFU-ID-SOBREVIVE
                   " CUENTA=" SOB-NRO-CUENTA
                   " SUPERVISOR=" PFU-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-RECHAZO.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RECHAZO " PFU-ID-SOBREVIVE " " PFU-ID-ABSORBIDO
               " " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       LISTAR-DUPLICADOS.
      *> Recorrido del maestro por la clave alterna CLM-DNI: los
      *> registros de un mismo DNI llegan juntos y alcanza con un
      *> corte de control. Solo cuentan los vigentes (CERRADO y
      *> FUSIONADO ya no son clientes).
           MOVE LOW-VALUES TO CLM-DNI
           SET MAS-DATOS TO TRUE
           START MAESTRO-CLIENTES KEY IS NOT < CLM-DNI
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START
           MOVE SPACES TO WS-DNI-ACTUAL
           MOVE ZERO TO WS-VIGENTES-DNI
           PERFORM UNTIL FIN-ARCHIVO
               READ MAESTRO-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CLM-DNI NOT = WS-DNI-ACTUAL
                           PERFORM CERRAR-CORTE-DNI
                           MOVE CLM-DNI TO WS-DNI-ACTUAL
                       END-IF
                       IF CLM-ESTADO NOT = "CERRADO"
                           AND CLM-ESTADO NOT = "FUSIONADO"
                           AND CLM-ESTADO NOT = "SUPRIMIDO"
                           ADD 1 TO WS-VIGENTES-DNI
                           IF WS-VIGENTES-DNI NOT > 6
                               MOVE CLM-ID
                                   TO WS-ID-DNI(WS-VIGENTES-DNI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-CORTE-DNI
           MOVE SPACES TO REG-DUPLICADO
           STRING "RESUMEN: DNI-DUPLICADOS=" WS-TOTAL-DNI-DUP
               " CORRIDA=" WS-ID-CORRIDA
               DELIMITED BY SIZE INTO REG-DUPLICADO
           WRITE REG-DUPLICADO.

       CERRAR-CORTE-DNI.
           IF WS-VIGENTES-DNI > 1
               ADD 1 TO WS-TOTAL-DNI-DUP
               MOVE SPACES TO REG-DUPLICADO
               MOVE 1 TO WS-PUNTERO
               STRING "DNI " WS-DNI-ACTUAL
                   " VIGENTES=" WS-VIGENTES-DNI " IDS:"
                   DELIMITED BY SIZE INTO REG-DUPLICADO
                   WITH POINTER WS-PUNTERO
               PERFORM VARYING WS-IDX-DUP FROM 1 BY 1
                       UNTIL WS-IDX-DUP > WS-VIGENTES-DNI
                          OR WS-IDX-DUP > 6
                   STRING " " WS-ID-DNI(WS-IDX-DUP)
                       DELIMITED BY SIZE INTO REG-DUPLICADO
                       WITH POINTER WS-PUNTERO
               END-PERFORM
               WRITE REG-DUPLICADO
           END-IF
           MOVE ZERO TO WS-VIGENTES-DNI.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: MODO=" WS-MODO-FUSION
               " PARES=" WS-TOTAL-PARES
               " FUSIONADOS=" WS-TOTAL-FUSIONADOS
               " RECHAZADOS=" WS-TOTAL-RECHAZADOS
               " DNI-DUPLICADOS=" WS-TOTAL-DNI-DUP
               " CORRIDA=" WS-ID-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-CORRIDA.

           COPY CPY-LOCK.

           COPY CPY-ABEND.
