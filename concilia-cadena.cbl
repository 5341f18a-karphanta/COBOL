      *           sus ACEPTADOS deben igualar lo aplicado por
      *           ACTUALIZA-MAESTRO (altas mas cambios, de
      *           reporte_maestro.txt) y lo cargado por
      *           CARGA-CLIENTES-DB2 (insertados mas actualizados mas
      *           bloqueados no cargados, de reporte_carga_db2.txt).
      *           Las novedades del maestro para el DW
      *           (cdc_maestro.dat de CAMBIOS-MAESTRO) se
      *           recuentan contra su cola y su manifiesto y sus
      *           movimientos de la corrida deben igualar las altas,
      *           cambios y bajas del maestro. Cada frontera con fuga se
      *           reporta con sus numeros; un paso con reporte de
      *           otra corrida se marca y no se da por conciliado.
      *           Despues de una corrida suplementaria ambos controles
      *           traen ademas el total del dia (TOTAL-DIA): la
      *           frontera de la consolidacion se casa tambien por
      *           dia. Con el parametro SUPLEMENTARIA (paso de la
      *           cadena suplementaria) no se casa el DW, porque
      *           CAMBIOS-MAESTRO no corre en esa cadena.
      *           Termina con codigo 8 si la cadena no cierra. Cada
      *           frontera con fuga o sin conciliar queda como alerta
      *           en el archivo central de operaciones.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'reporte_concilia_cadena.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-CDC-SELECT.
           SELECT MANIFIESTO-CDC
               ASSIGN TO 'manifiesto_cdc_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFIESTO-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 CTS-SUCURSALES     PIC 9(02).
           05 FILLER             PIC X(09).  *> " CORRIDA="
           05 CTS-CORRIDA        PIC X(11).
      *> Total del dia que agrega la suplementaria despues de su
      *> linea TOTAL (ESCRIBIR-CONTROL-DIA de CONSOLIDA-SUCURSALES).
       01  REG-CTS-DIA REDEFINES REG-CONTROL-SUC.
           05 CSD-MARCA          PIC X(17).  *> "TOTAL-DIA LEIDOS="
           05 CSD-LEIDOS         PIC 9(07).
           05 FILLER             PIC X(56).

       FD  CONTROL-CLIENTES.
       01  REG-CTL-CLIENTES.
           COPY CPY-CTL-CLIENTES.
      *> Segunda linea que deja la suplementaria: vista alineada con
      *> ESCRIBE-CONTROL-DIA de PROCESA-CLIENTES.
       01  REG-CTL-CLI-DIA.
           05 CCD-MARCA          PIC X(21).  *> "TOTAL-DIA PROCESADOS="
           05 CCD-PROCESADOS     PIC 9(07).
           05 FILLER             PIC X(10).  *> " OMITIDOS="
           05 CCD-OMITIDOS       PIC 9(07).
           05 FILLER             PIC X(11).  *> " ACEPTADOS="
           05 CCD-ACEPTADOS      PIC 9(07).
           05 FILLER             PIC X(10).  *> " CORRIDAS="
           05 CCD-CORRIDAS       PIC 9(02).
           05 FILLER             PIC X(07).  *> " FECHA="
           05 CCD-FECHA          PIC 9(08).

       FD  REPORTE-MAESTRO.
      *> Se busca la linea "RESUMEN: ..." del final; vista alineada

       FD  REPORTE-CARGA.
      *> Vista alineada con ESCRIBE-RESUMEN de CARGA-CLIENTES-DB2.
       01  REG-REPORTE-CARGA     PIC X(120).
       01  REG-RESUMEN-CARGA REDEFINES REG-REPORTE-CARGA.
           05 RCA-MARCA          PIC X(16).  *> "RESUMEN: LEIDOS="
           05 RCA-LEIDOS         PIC 9(07).
           05 RCA-FALLADOS       PIC 9(05).
           05 FILLER             PIC X(09).  *> " CORRIDA="
           05 RCA-CORRIDA        PIC X(11).
           05 FILLER             PIC X(12).  *> " BLOQUEADOS="
           05 RCA-BLOQUEADOS     PIC 9(07).
           05 FILLER             PIC X(03).

       COPY CPY-CDC-FD.

       FD  MANIFIESTO-CDC.
       01  REG-MANIFIESTO.
           COPY CPY-MANIFIESTO.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       77  WS-SUCURSALES-STATUS  PIC XX VALUE SPACES.
       77  WS-CLIENTES-STATUS    PIC XX VALUE SPACES.
       77  WS-MAESTRO-REP-STATUS PIC XX VALUE SPACES.
           88 CONS-DISPONIBLE      VALUE 'S'.
       77  WS-CONS-LEIDOS        PIC 9(7) VALUE ZERO.
       77  WS-CONS-CORRIDA       PIC X(11) VALUE SPACES.
       77  WS-CONS-DIA-SW        PIC X VALUE 'N'.
           88 CONS-DIA-DISPONIBLE  VALUE 'S'.
       77  WS-CONS-DIA-LEIDOS    PIC 9(7) VALUE ZERO.

       77  WS-CLI-DISPONIBLE     PIC X VALUE 'N'.
           88 CLI-DISPONIBLE       VALUE 'S'.
       77  WS-CLI-LEIDOS         PIC 9(7) VALUE ZERO.
       77  WS-CLI-ACEPTADOS      PIC 9(7) VALUE ZERO.
       77  WS-CLI-DIA-SW         PIC X VALUE 'N'.
           88 CLI-DIA-DISPONIBLE   VALUE 'S'.
       77  WS-CLI-DIA-LEIDOS     PIC 9(7) VALUE ZERO.
       77  WS-CLI-DIA-CORRIDAS   PIC 9(2) VALUE ZERO.

       77  WS-PARAMETRO          PIC X(20) VALUE SPACES.
       77  WS-MODO-CONCILIA      PIC X VALUE 'N'.
           88 MODO-NOCTURNO        VALUE 'N'.
           88 MODO-SUPLEMENTARIO   VALUE 'S'.

       77  WS-MAE-DISPONIBLE     PIC X VALUE 'N'.
           88 MAE-DISPONIBLE       VALUE 'S'.
       77  WS-MAE-APLICADOS      PIC 9(7) VALUE ZERO.
       77  WS-MAE-MOVIMIENTOS    PIC 9(7) VALUE ZERO.
       77  WS-MAE-CORRIDA        PIC X(11) VALUE SPACES.

       77  WS-DB2-DISPONIBLE     PIC X VALUE 'N'.
           88 DB2-DISPONIBLE       VALUE 'S'.
       77  WS-DB2-APLICADOS      PIC 9(7) VALUE ZERO.
       77  WS-DB2-BLOQUEADOS     PIC 9(7) VALUE ZERO.
       77  WS-DB2-CORRIDA        PIC X(11) VALUE SPACES.

      *> Novedades para el DW: lo recontado en el archivo contra lo
      *> que declaran su cola y su manifiesto.
       77  WS-CDC-STATUS         PIC XX VALUE SPACES.
       77  WS-MANIFIESTO-STATUS  PIC XX VALUE SPACES.
       77  WS-DW-DISPONIBLE      PIC X VALUE 'N'.
           88 DW-DISPONIBLE        VALUE 'S'.
       77  WS-DW-COLA-SW         PIC X VALUE 'N'.
           88 DW-CON-COLA          VALUE 'S'.
       77  WS-DW-MANIF-SW        PIC X VALUE 'N'.
           88 DW-CON-MANIFIESTO    VALUE 'S'.
       77  WS-DW-INTEGRO-SW      PIC X VALUE 'S'.
           88 DW-INTEGRO           VALUE 'S'.
           88 DW-ALTERADO          VALUE 'N'.
       77  WS-DW-MODO            PIC X VALUE SPACE.
           88 DW-CARGA-COMPLETA    VALUE 'C'.
       77  WS-DW-CORRIDA         PIC X(11) VALUE SPACES.
       77  WS-DW-CORRIDA-MAE     PIC X(11) VALUE SPACES.
       77  WS-DW-CONTADOS        PIC 9(7) VALUE ZERO.
       77  WS-DW-HASH            PIC 9(15) VALUE ZERO.
       77  WS-DW-COL-REGISTROS   PIC 9(7) VALUE ZERO.
       77  WS-DW-COL-HASH        PIC 9(15) VALUE ZERO.
       77  WS-DW-MOV-MAESTRO     PIC 9(7) VALUE ZERO.
       77  WS-DW-MAN-CORRIDA     PIC X(11) VALUE SPACES.
       77  WS-DW-MAN-REGISTROS   PIC 9(7) VALUE ZERO.
       77  WS-DW-MAN-HASH        PIC 9(15) VALUE ZERO.
       77  WS-DNI-NUMERICO       PIC 9(9) VALUE ZERO.

       77  WS-TOTAL-FUGAS        PIC 9(2) VALUE ZERO.
       77  WS-DIFERENCIA         PIC S9(7) SIGN LEADING SEPARATE
                                 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONCILIACION DE LA CADENA DE CLIENTES ==="
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF WS-PARAMETRO(1:13) = "SUPLEMENTARIA"
               SET MODO-SUPLEMENTARIO TO TRUE
               DISPLAY "Conciliacion de corrida suplementaria"
           END-IF
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
           END-IF

           PERFORM LEER-CONTROL-CLIENTES
           MOVE "CONCILIA-CADENA" TO WS-ALR-PROGRAMA
           MOVE WS-CORRIDA-REF TO WS-ALR-CORRIDA
           PERFORM LEER-CONTROL-SUCURSALES
           PERFORM LEER-REPORTE-MAESTRO
           PERFORM LEER-REPORTE-CARGA
           PERFORM LEER-NOVEDADES-DW

           MOVE "=== CADENA DE CUSTODIA DE CLIENTES ===" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE

           PERFORM CONCILIAR-CONSOLIDACION
           PERFORM CONCILIAR-DIA
           PERFORM CONCILIAR-MAESTRO
           PERFORM CONCILIAR-DB2
           IF MODO-SUPLEMENTARIO
               MOVE "MAESTRO->DW: NO SE CASA EN LA SUPLEMENTARIA"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               PERFORM CONCILIAR-DW
           END-IF
           PERFORM ESCRIBE-RESUMEN

           CLOSE ARCHIVO-REPORTE
                   MOVE CTC-ACEPTADOS TO WS-CLI-ACEPTADOS
                   MOVE CTC-CORRIDA TO WS-CORRIDA-REF
           END-READ
           IF CLI-DISPONIBLE
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ CONTROL-CLIENTES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CCD-MARCA = "TOTAL-DIA PROCESADOS="
                               SET CLI-DIA-DISPONIBLE TO TRUE
                               COMPUTE WS-CLI-DIA-LEIDOS =
                                   CCD-PROCESADOS + CCD-OMITIDOS
                               MOVE CCD-CORRIDAS
                                   TO WS-CLI-DIA-CORRIDAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTROL-CLIENTES
           IF NOT CLI-DISPONIBLE
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
      *> Un TOTAL-DIA vale solo si sigue al ultimo TOTAL: es el de
      *> la misma corrida.
                           IF CTS-MARCA = "TOTAL LEIDOS="
                               SET CONS-DISPONIBLE TO TRUE
                               MOVE CTS-LEIDOS TO WS-CONS-LEIDOS
                               MOVE CTS-CORRIDA TO WS-CONS-CORRIDA
                               MOVE 'N' TO WS-CONS-DIA-SW
                           END-IF
                           IF CSD-MARCA = "TOTAL-DIA LEIDOS="
                               SET CONS-DIA-DISPONIBLE TO TRUE
                               MOVE CSD-LEIDOS TO WS-CONS-DIA-LEIDOS
                           END-IF
                   END-READ
               END-PERFORM
                               SET MAE-DISPONIBLE TO TRUE
                               COMPUTE WS-MAE-APLICADOS =
                                   RMA-ALTAS + RMA-CAMBIOS
                               COMPUTE WS-MAE-MOVIMIENTOS =
                                   RMA-ALTAS + RMA-CAMBIOS + RMA-BAJAS
                               MOVE RMA-CORRIDA TO WS-MAE-CORRIDA
                           END-IF
                   END-READ
                               COMPUTE WS-DB2-APLICADOS =
                                   RCA-INSERTADOS + RCA-ACTUALIZADOS
                               MOVE RCA-CORRIDA TO WS-DB2-CORRIDA
      *> Un reporte anterior a los bloqueos no trae el campo.
                               IF RCA-BLOQUEADOS IS NUMERIC
                                   MOVE RCA-BLOQUEADOS
                                       TO WS-DB2-BLOQUEADOS
                               ELSE
                                   MOVE ZERO TO WS-DB2-BLOQUEADOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTE-CARGA
           END-IF.

       LEER-NOVEDADES-DW.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-CDC
           IF WS-CDC-STATUS = "00"
               SET DW-DISPONIBLE TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CDC
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM TOMAR-RENGLON-DW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CDC
               OPEN INPUT MANIFIESTO-CDC
               IF WS-MANIFIESTO-STATUS = "00"
                   READ MANIFIESTO-CDC
                       AT END
                           CONTINUE
                       NOT AT END
                           SET DW-CON-MANIFIESTO TO TRUE
                           MOVE MAN-CORRIDA TO WS-DW-MAN-CORRIDA
                           MOVE MAN-REGISTROS TO WS-DW-MAN-REGISTROS
                           MOVE MAN-HASH TO WS-DW-MAN-HASH
                   END-READ
                   CLOSE MANIFIESTO-CDC
               END-IF
           END-IF.

       TOMAR-RENGLON-DW.
           EVALUATE TRUE
               WHEN CDC-ES-CABECERA
                   MOVE CDC-CAB-MODO TO WS-DW-MODO
                   MOVE CDC-CAB-CORRIDA TO WS-DW-CORRIDA
                   MOVE CDC-CAB-CORRIDA-MAE TO WS-DW-CORRIDA-MAE
               WHEN CDC-ES-DETALLE
                   ADD 1 TO WS-DW-CONTADOS
                   IF CDI-DNI IS NUMERIC
                       MOVE CDI-DNI TO WS-DNI-NUMERICO
                       ADD WS-DNI-NUMERICO TO WS-DW-HASH
                   END-IF
               WHEN CDC-ES-COLA
                   SET DW-CON-COLA TO TRUE
                   MOVE CDC-COL-REGISTROS TO WS-DW-COL-REGISTROS
                   MOVE CDC-COL-HASH TO WS-DW-COL-HASH
                   MOVE CDC-COL-MOV-MAESTRO TO WS-DW-MOV-MAESTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONCILIAR-CONSOLIDACION.
           IF NOT CONS-DISPONIBLE
               MOVE "CONSOLIDACION->PROCESA: SIN CONTROL TOTAL"
                       MOVE "*** FUGA EN LA FRONTERA CONSOLIDACION"
                           TO REG-REPORTE
                       WRITE REG-REPORTE
                       MOVE "CADENA-FUGA" TO WS-ALR-CODIGO
                       MOVE "CONSOLIDACION" TO WS-ALR-CLAVE
                       PERFORM ALERTAR-FRONTERA
                   END-IF
               END-IF
           END-IF.

       CONCILIAR-DIA.
      *> Sin suplementaria en el dia ninguno de los dos controles
      *> trae TOTAL-DIA: el total de la corrida es el del dia. Si
      *> solo uno lo trae, la suplementaria se corto entre los dos
      *> pasos. La consolidacion de otra fecha ya quedo reportada.
           EVALUATE TRUE
               WHEN NOT CONS-DIA-DISPONIBLE
                   AND NOT CLI-DIA-DISPONIBLE
                   CONTINUE
               WHEN NOT CONS-DISPONIBLE
                   OR WS-CONS-CORRIDA(1:8) NOT = WS-CORRIDA-REF(1:8)
                   CONTINUE
               WHEN NOT CONS-DIA-DISPONIBLE
                   OR NOT CLI-DIA-DISPONIBLE
                   MOVE SPACES TO WS-LINEA-REPORTE
                   IF CONS-DIA-DISPONIBLE
                       STRING "CONSOLIDACION->PROCESA (DIA): SIN "
                           "TOTAL-DIA DE PROCESA-CLIENTES"
                           DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   ELSE
                       STRING "CONSOLIDACION->PROCESA (DIA): SIN "
                           "TOTAL-DIA DE LA CONSOLIDACION"
                           DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   END-IF
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
                   ADD 1 TO WS-TOTAL-FUGAS
                   MOVE "CADENA-OTRA" TO WS-ALR-CODIGO
                   MOVE "DIA" TO WS-ALR-CLAVE
                   PERFORM ALERTAR-FRONTERA
               WHEN OTHER
                   COMPUTE WS-DIFERENCIA =
                       WS-CLI-DIA-LEIDOS - WS-CONS-DIA-LEIDOS
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "CONSOLIDACION->PROCESA (DIA): EMITIDOS="
                       WS-CONS-DIA-LEIDOS
                       " RECIBIDOS=" WS-CLI-DIA-LEIDOS
                       " CORRIDAS=" WS-CLI-DIA-CORRIDAS
                       " DIFERENCIA=" WS-DIFERENCIA
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
                   IF WS-DIFERENCIA NOT = ZERO
                       ADD 1 TO WS-TOTAL-FUGAS
                       MOVE "*** FUGA EN EL TOTAL DEL DIA"
                           TO REG-REPORTE
                       WRITE REG-REPORTE
                       MOVE "CADENA-FUGA" TO WS-ALR-CODIGO
                       MOVE "DIA" TO WS-ALR-CLAVE
                       PERFORM ALERTAR-FRONTERA
                   END-IF
           END-EVALUATE.

       REPORTA-OTRA-CORRIDA-CONS.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CONSOLIDACION: CONTROL DE OTRA FECHA ("
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-TOTAL-FUGAS
           MOVE "CADENA-OTRA" TO WS-ALR-CODIGO
           MOVE "CONSOLIDACION" TO WS-ALR-CLAVE
           PERFORM ALERTAR-FRONTERA.

       CONCILIAR-MAESTRO.
           IF NOT MAE-DISPONIBLE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
                   ADD 1 TO WS-TOTAL-FUGAS
                   MOVE "CADENA-OTRA" TO WS-ALR-CODIGO
                   MOVE "MAESTRO" TO WS-ALR-CLAVE
                   PERFORM ALERTAR-FRONTERA
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       WS-MAE-APLICADOS - WS-CLI-ACEPTADOS
                       MOVE "*** FUGA EN LA FRONTERA DEL MAESTRO"
                           TO REG-REPORTE
                       WRITE REG-REPORTE
                       MOVE "CADENA-FUGA" TO WS-ALR-CODIGO
                       MOVE "MAESTRO" TO WS-ALR-CLAVE
                       PERFORM ALERTAR-FRONTERA
                   END-IF
               END-IF
           END-IF.
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
                   ADD 1 TO WS-TOTAL-FUGAS
                   MOVE "CADENA-OTRA" TO WS-ALR-CODIGO
                   MOVE "DB2" TO WS-ALR-CLAVE
                   PERFORM ALERTAR-FRONTERA
               ELSE
      *> Un aceptado bloqueado en el maestro no se carga a DB2 a
      *> proposito: cuenta como llegado a la frontera.
                   COMPUTE WS-DIFERENCIA =
                       WS-DB2-APLICADOS + WS-DB2-BLOQUEADOS
                       - WS-CLI-ACEPTADOS
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "PROCESA->DB2: ACEPTADOS="
                       WS-CLI-ACEPTADOS
                       " CARGADOS=" WS-DB2-APLICADOS
                       " BLOQUEADOS=" WS-DB2-BLOQUEADOS
                       " DIFERENCIA=" WS-DIFERENCIA
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                       MOVE "*** FUGA EN LA FRONTERA DE DB2"
                           TO REG-REPORTE
                       WRITE REG-REPORTE
                       MOVE "CADENA-FUGA" TO WS-ALR-CODIGO
                       MOVE "DB2" TO WS-ALR-CLAVE
                       PERFORM ALERTAR-FRONTERA
                   END-IF
               END-IF
           END-IF.

       CONCILIAR-DW.
           IF NOT DW-DISPONIBLE
               MOVE "MAESTRO->DW: SIN NOVEDADES PARA EL DW"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               PERFORM VERIFICAR-ARCHIVO-DW
      *> Un archivo alterado ya quedo como fuga: su cola no sirve
      *> para casar movimientos.
               EVALUATE TRUE
                   WHEN DW-ALTERADO
                       CONTINUE
                   WHEN DW-CARGA-COMPLETA
                       MOVE SPACES TO WS-LINEA-REPORTE
                       STRING "MAESTRO->DW: CARGA COMPLETA DE "
                           WS-DW-CONTADOS
                           " CLIENTES, SIN MOVIMIENTOS QUE CASAR"
                           DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       MOVE WS-LINEA-REPORTE TO REG-REPORTE
                       WRITE REG-REPORTE
      *> Sin movimientos de la cadena la corrida va en blanco y la
      *> cuenta es cero: igual se casa contra el maestro.
                   WHEN WS-DW-CORRIDA-MAE NOT = SPACES
                       AND WS-DW-CORRIDA-MAE NOT = WS-CORRIDA-REF
                       MOVE SPACES TO WS-LINEA-REPORTE
                       STRING "DW: NOVEDADES DE OTRA CORRIDA ("
                           WS-DW-CORRIDA-MAE ") - NO CONCILIADO"
                           DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       MOVE WS-LINEA-REPORTE TO REG-REPORTE
                       WRITE REG-REPORTE
                       ADD 1 TO WS-TOTAL-FUGAS
                       MOVE "CADENA-OTRA" TO WS-ALR-CODIGO
                       MOVE "DW" TO WS-ALR-CLAVE
                       PERFORM ALERTAR-FRONTERA
      *> La frontera del maestro ya reporto su propio faltante.
                   WHEN NOT MAE-DISPONIBLE
                       OR WS-MAE-CORRIDA NOT = WS-CORRIDA-REF
                       MOVE "MAESTRO->DW: SIN RESUMEN PARA CASAR"
                           TO REG-REPORTE
                       WRITE REG-REPORTE
                   WHEN OTHER
                       PERFORM CASAR-MOVIMIENTOS-DW
               END-EVALUATE
           END-IF.

       VERIFICAR-ARCHIVO-DW.
      *> Un archivo sin cola, o cuyos detalles no dan lo que declaran
      *> la cola y el manifiesto del productor, se corto o se toco
      *> despues de grabado: el DW no debe tomarlo.
           SET DW-INTEGRO TO TRUE
           IF NOT DW-CON-COLA OR NOT DW-CON-MANIFIESTO
               SET DW-ALTERADO TO TRUE
           ELSE
               IF WS-DW-CONTADOS NOT = WS-DW-COL-REGISTROS
                   OR WS-DW-CONTADOS NOT = WS-DW-MAN-REGISTROS
                   OR WS-DW-HASH NOT = WS-DW-COL-HASH
                   OR WS-DW-HASH NOT = WS-DW-MAN-HASH
                   OR WS-DW-CORRIDA NOT = WS-DW-MAN-CORRIDA
                   SET DW-ALTERADO TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           IF DW-INTEGRO
               STRING "MAESTRO->DW: ARCHIVO CDC VERIFICADO DETALLES="
                   WS-DW-CONTADOS " CORRIDA=" WS-DW-CORRIDA
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               STRING "MAESTRO->DW: ARCHIVO CDC DETALLES="
                   WS-DW-CONTADOS
                   " COLA=" WS-DW-COL-REGISTROS
                   " MANIFIESTO=" WS-DW-MAN-REGISTROS
                   " CORRIDA=" WS-DW-CORRIDA
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
               ADD 1 TO WS-TOTAL-FUGAS
               MOVE "*** NOVEDADES DEL DW INCOMPLETAS O ALTERADAS"
                   TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "CADENA-FUGA" TO WS-ALR-CODIGO
               MOVE "DW-ARCHIVO" TO WS-ALR-CLAVE
               PERFORM ALERTAR-FRONTERA
           END-IF.

       CASAR-MOVIMIENTOS-DW.
      *> Cada alta, cambio (reactivaciones incluidas) y baja que
      *> ACTUALIZA-MAESTRO aplico en la corrida debe haber llegado al
      *> journal del que salen las novedades.
           COMPUTE WS-DIFERENCIA =
               WS-DW-MOV-MAESTRO - WS-MAE-MOVIMIENTOS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "MAESTRO->DW: MOVIMIENTOS=" WS-MAE-MOVIMIENTOS
               " EN NOVEDADES=" WS-DW-MOV-MAESTRO
               " DIFERENCIA=" WS-DIFERENCIA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           IF WS-DIFERENCIA NOT = ZERO
               ADD 1 TO WS-TOTAL-FUGAS
               MOVE "*** FUGA EN LA FRONTERA DEL DW" TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "CADENA-FUGA" TO WS-ALR-CODIGO
               MOVE "DW" TO WS-ALR-CLAVE
               PERFORM ALERTAR-FRONTERA
           END-IF.

       ALERTAR-FRONTERA.
      *> Una fuga es critica (se perdieron o duplicaron clientes);
      *> un reporte de otra corrida es alta: falta correr un paso.
      *> El texto es la linea de la frontera ya armada en el reporte.
           IF WS-ALR-CODIGO = "CADENA-FUGA"
               MOVE "C" TO WS-ALR-SEVERIDAD
           ELSE
               MOVE "A" TO WS-ALR-SEVERIDAD
           END-IF
           MOVE WS-LINEA-REPORTE TO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: FUGAS=" WS-TOTAL-FUGAS
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
