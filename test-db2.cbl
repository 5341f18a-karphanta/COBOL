               ASSIGN TO 'ajustes_no_aplicados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NO-APLICADOS-STATUS.
           SELECT ARCHIVO-AUMENTO-COLECTIVO
               ASSIGN TO 'aumento_colectivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLECTIVO-STATUS.
           SELECT ARCHIVO-LISTADO-COLECTIVO
               ASSIGN TO 'listado_aumento_colectivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE-EMP  PIC X(90).

       FD  ARCHIVO-AJUSTES.
      *> El ajuste se aplica por legajo; el nombre viene solo como
      *> referencia para quien arma el archivo y no se compara.
       01  REG-AJUSTE.
           05 AJU-LEGAJO    PIC 9(6).
           05 AJU-NOMBRE    PIC X(30).
           05 AJU-MONTO     PIC S9(5)V99.

           05 AUD-SALARIO-ANT    PIC 9(7).99.
           05 AUD-SALARIO-NUEVO  PIC 9(7).99.
           05 AUD-MONTO          PIC +9(5).99.
           05 AUD-LEGAJO         PIC 9(6).
      *> Operador que corrio el ajuste y, en el aumento colectivo,
      *> quien aprobo el simulacro (en blanco en un ajuste por
      *> archivo).
           05 AUD-USUARIO        PIC X(8).
           05 AUD-APROBADOR      PIC X(8).

       FD  ARCHIVO-REPORTE-AJUSTES.
       01  REG-REPORTE-AJU       PIC X(110).

       FD  ARCHIVO-INTERFAZ-NOMINA.
      *> Archivo de interfaz para el bureau externo de nomina, con
      *> el formato convenido: cabecera con fecha de corrida y codigo
      *> de casa, un detalle numerado por ajuste aplicado y cola con
      *> cantidad y monto total ajustado. Reemplaza el retipeo manual.
      *> El bureau identifica al empleado por IND-LEGAJO; el nombre
      *> va solo para lectura humana.
       01  REG-INTERFAZ          PIC X(80).
       01  REG-INT-CABECERA REDEFINES REG-INTERFAZ.
           05 INC-TIPO           PIC X.
           05 IND-SALARIO-NUEVO  PIC 9(7)V99.
           05 IND-MONTO          PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 IND-FECHA-EFECTIVA PIC 9(8).
           05 IND-LEGAJO         PIC 9(6).
       01  REG-INT-COLA REDEFINES REG-INTERFAZ.
           05 ITR-TIPO           PIC X.
           05 ITR-CANTIDAD       PIC 9(5).

       FD  ARCHIVO-NO-APLICADOS.
      *> Ajustes cargados que terminaron la corrida sin aplicarse,
      *> con el motivo: RRHH los reenvia o corrige el legajo.
       01  REG-NO-APLICADO.
           05 NAP-LEGAJO         PIC 9(6).
           05 NAP-NOMBRE         PIC X(30).
           05 NAP-MONTO          PIC +9(5).99.
           05 NAP-MOTIVO         PIC X(45).

       FD  ARCHIVO-AUMENTO-COLECTIVO.
      *> Parametros del aumento por convenio: porcentaje sobre el
      *> salario actual, fecha efectiva que viaja al bureau, depto
      *> (en blanco = todos) y tope/piso opcionales del monto de
      *> aumento por empleado (cero = sin tope/piso).
       01  REG-AUMENTO-COLECTIVO.
           05 ACO-PORCENTAJE     PIC 9(3)V99.
           05 ACO-FECHA-EFECTIVA PIC 9(8).
           05 ACO-DEPTO          PIC X(4).
           05 ACO-TOPE           PIC 9(5)V99.
           05 ACO-PISO           PIC 9(5)V99.

       FD  ARCHIVO-LISTADO-COLECTIVO.
      *> Simulacro del aumento colectivo para aprobacion de RRHH: no
      *> toca EMPLEADOS ni genera auditoria ni interfaz. La corrida
      *> real (modo G) lo vuelve a leer para verificar que aplica
      *> lo mismo que se aprobo.
       01  REG-LISTADO-COL       PIC X(110).
       01  REG-LISTADO-CONTROL.
           05 LCT-MARCA          PIC X(26).
           05 LCT-REGISTROS      PIC 9(5).
           05 FILLER             PIC X(6).
           05 LCT-HASH           PIC 9(15).
      *> Legajo de quien corrio el simulacro: el aprobador de la
      *> corrida real tiene que ser otro.
           05 FILLER             PIC X(10).
           05 LCT-OPERADOR       PIC X(8).
           05 FILLER             PIC X(40).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-LEGAJO        PIC 9(6).
       01 WS-NOMBRE        PIC X(30).
       01 WS-SALARIO       PIC 9(7)V99.
       01 WS-DEPTO         PIC X(4).
           88 SIN-FILTRO         VALUE SPACE.
       01 WS-DEPTO-FILTRO  PIC X(4).
       01 WS-SALARIO-MIN   PIC 9(7)V99.
       01 WS-ANIO-PRESUP   PIC 9(4).
       01 WS-PRESUPUESTO   PIC 9(9)V99.
       01 WS-COMPROMETIDO  PIC S9(9)V99.
       01 WS-MONTO-AJUSTE  PIC S9(5)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> CURSOR1 es de solo consulta: es un join de dos tablas y DB2 no
      *> ACTUAL), no posicionado sobre este cursor.
       EXEC SQL
           DECLARE CURSOR1 CURSOR FOR
           SELECT E.LEGAJO, E.NOMBRE, E.SALARIO, E.DEPTO,
                  D.NOMBRE_DEPTO
           FROM EMPLEADOS E, DEPARTAMENTOS D
           WHERE E.DEPTO = D.CODIGO
             AND ((:WS-FILTRO-MODO = 'D' AND E.DEPTO = :WS-DEPTO-FILTRO)
       01 WS-MODO-EJECUCION PIC X VALUE 'C'.
           88 MODO-CONSULTA  VALUE 'C'.
           88 MODO-AJUSTE    VALUE 'A'.
           88 MODO-AUMENTO-GENERAL VALUE 'G'.
           88 MODO-SIMULACRO VALUE 'L'.
           88 MODO-COLECTIVO VALUE 'G' 'L'.
           88 MODO-GRABA-AJUSTES VALUE 'A' 'G'.

       01 WS-SALARIO-NUEVO  PIC 9(7)V99.

       01 WS-TOTAL-AJUSTES  PIC 9(4) VALUE ZERO.
       01 WS-IDX-AJUSTE     PIC 9(4) VALUE ZERO.
       01 WS-EOF-AJUSTES    PIC X VALUE 'N'.
           88 FIN-AJUSTES     VALUE 'S'.

       01 WS-AUDITORIA-STATUS PIC XX VALUE SPACES.
       01 WS-REP-AJUSTES-STATUS PIC XX VALUE SPACES.
       01 WS-NO-APLICADOS-STATUS PIC XX VALUE SPACES.
       01 WS-TOTAL-NO-APLICADOS PIC 9(4) VALUE ZERO.
       01 WS-INTERFAZ-STATUS PIC XX VALUE SPACES.
       01 WS-CODIGO-CASA    PIC X(4) VALUE "C001".
       01 WS-MONTO-TOTAL-AJU PIC S9(7)V99 VALUE ZERO.
       01 WS-FECHA-CORRIDA  PIC 9(8) VALUE ZERO.
       01 WS-HORA-CORRIDA   PIC 9(8) VALUE ZERO.
       01 WS-LINEA-AJUSTES  PIC X(110) VALUE SPACES.

      *> Aumento colectivo (modos G y L).
       01 WS-COLECTIVO-STATUS PIC XX VALUE SPACES.
       01 WS-LISTADO-STATUS PIC XX VALUE SPACES.
       01 WS-COL-PORCENTAJE PIC 9(3)V99 VALUE ZERO.
       01 WS-COL-FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
       01 WS-COL-DEPTO      PIC X(4) VALUE SPACES.
       01 WS-COL-TOPE       PIC 9(5)V99 VALUE ZERO.
       01 WS-COL-PISO       PIC 9(5)V99 VALUE ZERO.
       01 WS-COL-MONTO      PIC 9(9)V99 VALUE ZERO.
       01 WS-COL-OBS        PIC X(4) VALUE SPACES.
       01 WS-COL-EMPLEADOS  PIC 9(5) VALUE ZERO.
       01 WS-COL-APLICABLES PIC 9(5) VALUE ZERO.
       01 WS-COL-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 WS-COL-MONTO-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-ED-PORCENTAJE  PIC ZZ9.99.
       01 WS-ED-TOPE        PIC ZZZZ9.99.
       01 WS-ED-PISO        PIC ZZZZ9.99.
       01 WS-ED-SALARIO     PIC Z(6)9.99.
       01 WS-ED-MONTO       PIC Z(6)9.99.
       01 WS-ED-SALARIO-NVO PIC Z(6)9.99.
       01 WS-ED-MONTO-TOTAL PIC Z(8)9.99.
      *> Control de entrada del simulacro, que la corrida real vuelve
      *> a calcular antes de aplicar: cantidad de empleados del
      *> cursor y suma de legajo mas salario en centavos.
       01 WS-CTL-REGISTROS  PIC 9(5) VALUE ZERO.
       01 WS-CTL-HASH       PIC 9(15) VALUE ZERO.
       01 WS-SIM-REGISTROS  PIC 9(5) VALUE ZERO.
       01 WS-SIM-HASH       PIC 9(15) VALUE ZERO.
       01 WS-SIM-PARAMETROS PIC X(110) VALUE SPACES.
       01 WS-SIM-CONTROL-SW PIC X VALUE 'N'.
           88 SIM-CONTROL-LEIDO VALUE 'S'.
       01 WS-EOF-LISTADO    PIC X VALUE 'N'.
           88 FIN-LISTADO     VALUE 'S'.
      *> Legajo que va en la linea de control: el operador en el
      *> simulacro, el del simulacro leido en la corrida real.
       01 WS-CTL-OPERADOR   PIC X(8) VALUE SPACES.

      *> Operador de la corrida (parametro 4) y, en el aumento
      *> general, aprobador del simulacro (parametro 5).
       01 WS-OPERADOR       PIC X(8) VALUE SPACES.
       01 WS-APROBADOR      PIC X(8) VALUE SPACES.

      *> Ajustes efectivamente aplicados en esta corrida, para el
      *> reporte impreso de fin de proceso.
       01 WS-TOTAL-APLICADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-EN-TABLA PIC 9(4) VALUE ZERO.
       01 WS-IDX-APLICADO   PIC 9(4) VALUE ZERO.
       01 WS-TABLA-APLICADOS.
           05 WS-APLICADO-ENT OCCURS 1000 TIMES.
               10 WS-APL-LEGAJO      PIC 9(6).
               10 WS-APL-NOMBRE      PIC X(30).
               10 WS-APL-DEPTO       PIC X(4).
               10 WS-APL-SALARIO-ANT PIC 9(7)V99.
               10 WS-APL-SALARIO-NVO PIC 9(7)V99.
               10 WS-APL-MONTO       PIC S9(5)V99.
      *> En modo colectivo la tabla no se carga del archivo: se arma
      *> una entrada por empleado con el aumento calculado.
       01 WS-TABLA-AJUSTES.
           05 WS-AJUSTE-ENT OCCURS 1000 TIMES.
               10 WS-AJUSTE-LEGAJO PIC 9(6).
               10 WS-AJUSTE-NOMBRE PIC X(30).
               10 WS-AJUSTE-MONTO  PIC S9(5)V99.
               10 WS-AJUSTE-APLICADO PIC X.
               10 WS-AJUSTE-MOTIVO PIC X(45).

      *> Presupuesto anual de ajustes por departamento (tabla
      *> PRESUPUESTO_DEPTO, junto a DEPARTAMENTOS). Se carga la primera
      *> vez que aparece cada departamento en la corrida: COMPROMETIDO
      *> es lo ya comprometido en el anio antes de esta corrida, y
      *> APLICADO lo que suma esta corrida.
       01 WS-TOTAL-PRESUP   PIC 9(3) VALUE ZERO.
       01 WS-IDX-PRESUP     PIC 9(3) VALUE ZERO.
       01 WS-IDX-PRE-BUSCA  PIC 9(3) VALUE ZERO.
       01 WS-TABLA-PRESUP.
           05 WS-PRESUP-ENT OCCURS 50 TIMES.
               10 WS-PRE-DEPTO        PIC X(4).
               10 WS-PRE-CARGADO      PIC X.
               10 WS-PRE-PRESUPUESTO  PIC 9(9)V99.
               10 WS-PRE-COMPROMETIDO PIC S9(9)V99.
               10 WS-PRE-APLICADO     PIC S9(9)V99.
               10 WS-PRE-RECHAZADOS   PIC 9(3).
       01 WS-PRESUP-SW      PIC X VALUE 'S'.
           88 PRESUPUESTO-OK     VALUE 'S'.
           88 PRESUPUESTO-EXCEDIDO VALUE 'N'.
       01 WS-DISPONIBLE     PIC S9(9)V99 VALUE ZERO.
       01 WS-ED-PRESUPUESTO PIC Z(8)9.99.
       01 WS-ED-COMPROMETIDO PIC -Z(8)9.99.
       01 WS-ED-APLICADO    PIC -Z(8)9.99.
       01 WS-ED-DISPONIBLE  PIC -Z(8)9.99.

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
           DISPLAY "Conectando a DB2...".
           PERFORM PEDIR-MODO-EJECUCION.
           PERFORM PEDIR-FILTRO.
           IF NOT MODO-CONSULTA
               PERFORM VERIFICAR-OPERADOR
           END-IF
           IF MODO-COLECTIVO
               PERFORM CARGAR-AUMENTO-COLECTIVO
           END-IF
           IF MODO-AUMENTO-GENERAL
               PERFORM VERIFICAR-SIMULACRO
               PERFORM VERIFICAR-APROBADOR
           END-IF
           IF MODO-AJUSTE
               PERFORM CARGAR-AJUSTES
           END-IF
           IF MODO-GRABA-AJUSTES
               PERFORM ABRIR-AUDITORIA
               PERFORM ABRIR-INTERFAZ-NOMINA
           END-IF
           IF MODO-SIMULACRO
               PERFORM ABRIR-LISTADO-COLECTIVO
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE


           PERFORM UNTIL FIN-FETCH
               EXEC SQL
                   FETCH CURSOR1 INTO :WS-LEGAJO, :WS-NOMBRE,
                       :WS-SALARIO, :WS-DEPTO, :WS-NOMBRE-DEPTO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       DISPLAY "Legajo: " WS-LEGAJO
                       DISPLAY "Nombre: " WS-NOMBRE
                       DISPLAY "Salario: " WS-SALARIO
                       DISPLAY "Depto: " WS-DEPTO " - " WS-NOMBRE-DEPTO
                       IF MODO-AJUSTE
                           PERFORM AJUSTAR-SALARIO-ACTUAL
                       END-IF
                       IF MODO-COLECTIVO
                           PERFORM CALCULAR-AUMENTO-COLECTIVO
                       END-IF
                       ADD 1 TO WS-CONTADOR-FETCH
                       DIVIDE WS-CONTADOR-FETCH BY WS-COMMIT-CADA
                           GIVING WS-COMMIT-COCIENTE

           CLOSE ARCHIVO-REPORTE

           IF MODO-GRABA-AJUSTES
               CLOSE ARCHIVO-AUDITORIA
               PERFORM CERRAR-INTERFAZ-NOMINA
               PERFORM ESCRIBIR-REPORTE-AJUSTES
               PERFORM CONCILIAR-AJUSTES
           END-IF
           IF MODO-SIMULACRO
               PERFORM CERRAR-LISTADO-COLECTIVO
           END-IF

           DISPLAY "Consulta finalizada.".
           STOP RUN.

       ESCRIBE-LINEA-REPORTE-EMP.
           MOVE SPACES TO REG-REPORTE-EMP
           STRING WS-LEGAJO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOMBRE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SALARIO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           CONTINUE.

       PEDIR-MODO-EJECUCION.
      *> Parametro 1 de linea de comandos: (C)onsulta, (A)juste por
      *> archivo, (L)istado simulacro de aumento colectivo o aumento
      *> (G)eneral por convenio.
      *> Se toma por COMMAND-LINE (no por ACCEPT de consola) porque
      *> este programa corre desatendido dentro de SUITE-NOCTURNA.
      *> Los modos A, L y G piden ademas el legajo del operador
      *> (parametro 4) y G el del aprobador (parametro 5); sin
      *> filtro, los parametros 2 y 3 van con un guion.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODO-EJECUCION FROM ARGUMENT-VALUE
           IF NOT MODO-AJUSTE AND NOT MODO-COLECTIVO
               SET MODO-CONSULTA TO TRUE
           END-IF
           CONTINUE.
           MOVE ZERO TO WS-TOTAL-AJUSTES
           MOVE 'N' TO WS-EOF-AJUSTES
           OPEN INPUT ARCHIVO-AJUSTES
           PERFORM UNTIL FIN-AJUSTES OR WS-TOTAL-AJUSTES NOT < 1000
               READ ARCHIVO-AJUSTES
                   AT END
                       SET FIN-AJUSTES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-AJUSTES
                       MOVE AJU-LEGAJO
                           TO WS-AJUSTE-LEGAJO(WS-TOTAL-AJUSTES)
                       MOVE AJU-NOMBRE
                           TO WS-AJUSTE-NOMBRE(WS-TOTAL-AJUSTES)
                       MOVE AJU-MONTO
                           TO WS-AJUSTE-MONTO(WS-TOTAL-AJUSTES)
                       MOVE "N"
                           TO WS-AJUSTE-APLICADO(WS-TOTAL-AJUSTES)
                       MOVE SPACES
                           TO WS-AJUSTE-MOTIVO(WS-TOTAL-AJUSTES)
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-AJUSTES
           CONTINUE.

       AJUSTAR-SALARIO-ACTUAL.
      *> El ajuste se busca por legajo: dos empleados pueden tener el
      *> mismo nombre, incluso en departamentos distintos.
           MOVE ZERO TO WS-SALARIO-NUEVO
           PERFORM VARYING WS-IDX-AJUSTE FROM 1 BY 1
                   UNTIL WS-IDX-AJUSTE > WS-TOTAL-AJUSTES
               IF WS-AJUSTE-LEGAJO(WS-IDX-AJUSTE) = WS-LEGAJO
                   PERFORM VERIFICAR-PRESUPUESTO
                   IF PRESUPUESTO-OK
                       PERFORM APLICAR-AJUSTE
                   ELSE
                       MOVE "R"
                           TO WS-AJUSTE-APLICADO(WS-IDX-AJUSTE)
                       ADD 1 TO WS-PRE-RECHAZADOS(WS-IDX-PRESUP)
                       DISPLAY "Ajuste no aplicado: " WS-LEGAJO
                           " " WS-NOMBRE " - "
                           WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
                   END-IF
                   MOVE WS-TOTAL-AJUSTES TO WS-IDX-AJUSTE
               END-IF
           END-PERFORM
           CONTINUE.

       CARGAR-AUMENTO-COLECTIVO.
      *> El departamento del convenio reemplaza el filtro de linea de
      *> comandos, para que el simulacro aprobado y la corrida real
      *> recorran exactamente los mismos empleados.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRIDA FROM TIME
           OPEN INPUT ARCHIVO-AUMENTO-COLECTIVO
           IF WS-COLECTIVO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUMENTO-COLECTIVO, STATUS="
                   WS-COLECTIVO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           READ ARCHIVO-AUMENTO-COLECTIVO
               AT END
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "AUMENTO-COLECTIVO VACIO" TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-READ
           CLOSE ARCHIVO-AUMENTO-COLECTIVO
           IF ACO-PORCENTAJE NOT NUMERIC
               OR ACO-PORCENTAJE = ZERO
               OR ACO-FECHA-EFECTIVA NOT NUMERIC
               OR ACO-TOPE NOT NUMERIC
               OR ACO-PISO NOT NUMERIC
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "AUMENTO-COLECTIVO CON CAMPOS INVALIDOS"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF ACO-TOPE > ZERO AND ACO-PISO > ACO-TOPE
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "AUMENTO-COLECTIVO CON PISO MAYOR AL TOPE"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE ACO-PORCENTAJE TO WS-COL-PORCENTAJE
           MOVE ACO-FECHA-EFECTIVA TO WS-COL-FECHA-EFECTIVA
           MOVE ACO-DEPTO TO WS-COL-DEPTO
           MOVE ACO-TOPE TO WS-COL-TOPE
           MOVE ACO-PISO TO WS-COL-PISO
           IF WS-COL-DEPTO = SPACES
               SET SIN-FILTRO TO TRUE
           ELSE
               SET FILTRO-POR-DEPTO TO TRUE
               MOVE WS-COL-DEPTO TO WS-DEPTO-FILTRO
           END-IF
           MOVE ZERO TO WS-TOTAL-AJUSTES
           DISPLAY "Aumento colectivo: " WS-COL-PORCENTAJE
               "% efectivo " WS-COL-FECHA-EFECTIVA
               " depto [" WS-COL-DEPTO "]"
           CONTINUE.

       CALCULAR-AUMENTO-COLECTIVO.
      *> Arma la entrada de ajuste del empleado con el aumento sobre
      *> su salario actual (con tope y piso) y la hace pasar por el
      *> mismo control de presupuesto y la misma aplicacion que un
      *> ajuste por archivo. En el simulacro solo se lista.
           IF WS-TOTAL-AJUSTES NOT < 1000
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "AUMENTO COLECTIVO EXCEDE 1000 EMPLEADOS"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-COL-EMPLEADOS
           IF MODO-SIMULACRO
               PERFORM ACUMULAR-CONTROL-ENTRADA
           END-IF
           ADD 1 TO WS-TOTAL-AJUSTES
           MOVE WS-TOTAL-AJUSTES TO WS-IDX-AJUSTE
           MOVE WS-LEGAJO TO WS-AJUSTE-LEGAJO(WS-IDX-AJUSTE)
           MOVE WS-NOMBRE TO WS-AJUSTE-NOMBRE(WS-IDX-AJUSTE)
           MOVE "N" TO WS-AJUSTE-APLICADO(WS-IDX-AJUSTE)
           MOVE SPACES TO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
           MOVE SPACES TO WS-COL-OBS
           COMPUTE WS-COL-MONTO ROUNDED =
               WS-SALARIO * WS-COL-PORCENTAJE / 100
           IF WS-COL-TOPE > ZERO AND WS-COL-MONTO > WS-COL-TOPE
               MOVE WS-COL-TOPE TO WS-COL-MONTO
               MOVE "TOPE" TO WS-COL-OBS
           END-IF
           IF WS-COL-PISO > ZERO AND WS-COL-MONTO < WS-COL-PISO
               MOVE WS-COL-PISO TO WS-COL-MONTO
               MOVE "PISO" TO WS-COL-OBS
           END-IF
           IF WS-COL-MONTO > 99999.99
               MOVE ZERO TO WS-AJUSTE-MONTO(WS-IDX-AJUSTE)
               SET PRESUPUESTO-EXCEDIDO TO TRUE
               MOVE "AUMENTO SUPERA EL MAXIMO DE UN AJUSTE"
                   TO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
           ELSE
               MOVE WS-COL-MONTO TO WS-AJUSTE-MONTO(WS-IDX-AJUSTE)
               PERFORM VERIFICAR-PRESUPUESTO
               IF NOT PRESUPUESTO-OK
                   ADD 1 TO WS-PRE-RECHAZADOS(WS-IDX-PRESUP)
               END-IF
           END-IF
           IF PRESUPUESTO-OK
               ADD 1 TO WS-COL-APLICABLES
               ADD WS-COL-MONTO TO WS-COL-MONTO-TOTAL
               IF MODO-SIMULACRO
                   ADD WS-COL-MONTO TO WS-PRE-APLICADO(WS-IDX-PRESUP)
               ELSE
                   PERFORM APLICAR-AJUSTE
               END-IF
           ELSE
               ADD 1 TO WS-COL-RECHAZADOS
               MOVE "R" TO WS-AJUSTE-APLICADO(WS-IDX-AJUSTE)
               DISPLAY "Aumento no aplicado: " WS-LEGAJO
                   " " WS-NOMBRE " - "
                   WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
           END-IF
           IF MODO-SIMULACRO
               PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF
           CONTINUE.

       ABRIR-LISTADO-COLECTIVO.
           OPEN OUTPUT ARCHIVO-LISTADO-COLECTIVO
           IF WS-LISTADO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR LISTADO-COLECTIVO, STATUS="
                   WS-LISTADO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE "=== SIMULACRO DE AUMENTO COLECTIVO (NO APLICADO) ==="
               TO WS-LINEA-AJUSTES
           PERFORM EMITIR-LINEA-AJUSTES
           PERFORM ESCRIBIR-PARAMETROS-COLECTIVO
           CONTINUE.

       ESCRIBIR-PARAMETROS-COLECTIVO.
           PERFORM ARMAR-PARAMETROS-COLECTIVO
           PERFORM EMITIR-LINEA-AJUSTES
           CONTINUE.

       ARMAR-PARAMETROS-COLECTIVO.
           MOVE WS-COL-PORCENTAJE TO WS-ED-PORCENTAJE
           MOVE WS-COL-TOPE TO WS-ED-TOPE
           MOVE WS-COL-PISO TO WS-ED-PISO
           MOVE SPACES TO WS-LINEA-AJUSTES
           STRING "AUMENTO COLECTIVO PORCENTAJE=" WS-ED-PORCENTAJE
               " FECHA-EFECTIVA=" WS-COL-FECHA-EFECTIVA
               " DEPTO=[" WS-COL-DEPTO "]"
               " TOPE=" WS-ED-TOPE
               " PISO=" WS-ED-PISO
               DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           CONTINUE.

       ESCRIBIR-LINEA-LISTADO.
           MOVE SPACES TO WS-LINEA-AJUSTES
           IF WS-AJUSTE-APLICADO(WS-IDX-AJUSTE) = "R"
               STRING WS-LEGAJO " " WS-NOMBRE " " WS-DEPTO
                   " NO APLICABLE: " WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
                   DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           ELSE
               COMPUTE WS-SALARIO-NUEVO = WS-SALARIO + WS-COL-MONTO
               MOVE WS-SALARIO TO WS-ED-SALARIO
               MOVE WS-COL-MONTO TO WS-ED-MONTO
               MOVE WS-SALARIO-NUEVO TO WS-ED-SALARIO-NVO
               STRING WS-LEGAJO " " WS-NOMBRE " " WS-DEPTO
                   " ACTUAL=" WS-ED-SALARIO
                   " AUMENTO=" WS-ED-MONTO
                   " NUEVO=" WS-ED-SALARIO-NVO
                   " " WS-COL-OBS
                   DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           END-IF
           PERFORM EMITIR-LINEA-AJUSTES
           CONTINUE.

       CERRAR-LISTADO-COLECTIVO.
           PERFORM ESCRIBIR-TOTALES-COLECTIVO
           PERFORM ESCRIBIR-CONSUMO-PRESUPUESTO
           PERFORM ESCRIBIR-CONTROL-ENTRADA
           CLOSE ARCHIVO-LISTADO-COLECTIVO
           DISPLAY "Simulacro: empleados " WS-COL-EMPLEADOS
               " aplicables " WS-COL-APLICABLES
               " rechazados " WS-COL-RECHAZADOS
           CONTINUE.

       ESCRIBIR-TOTALES-COLECTIVO.
      *> Totales de control: el reporte de la corrida real (modo G)
      *> repite esta linea para compararla con el simulacro aprobado.
           MOVE WS-COL-MONTO-TOTAL TO WS-ED-MONTO-TOTAL
           MOVE SPACES TO WS-LINEA-AJUSTES
           STRING "TOTAL COLECTIVO EMPLEADOS=" WS-COL-EMPLEADOS
               " APLICABLES=" WS-COL-APLICABLES
               " RECHAZADOS=" WS-COL-RECHAZADOS
               " MONTO=" WS-ED-MONTO-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           PERFORM EMITIR-LINEA-AJUSTES
           CONTINUE.

       ESCRIBIR-CONTROL-ENTRADA.
           MOVE SPACES TO WS-LINEA-AJUSTES
           STRING "CONTROL ENTRADA REGISTROS=" WS-CTL-REGISTROS
               " HASH=" WS-CTL-HASH
               " OPERADOR=" WS-CTL-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           PERFORM EMITIR-LINEA-AJUSTES
           CONTINUE.

       ACUMULAR-CONTROL-ENTRADA.
           ADD 1 TO WS-CTL-REGISTROS
           COMPUTE WS-CTL-HASH =
               WS-CTL-HASH + WS-LEGAJO + (WS-SALARIO * 100)
           CONTINUE.

       VERIFICAR-SIMULACRO.
      *> La corrida real solo aplica el aumento que RRHH aprobo: el
      *> listado del simulacro tiene que traer los mismos parametros
      *> y el mismo control de entrada que esta corrida calcula
      *> ahora sobre CURSOR1, antes de tocar EMPLEADOS. Si cambio el
      *> convenio o algun empleado, se vuelve a simular y aprobar.
           MOVE SPACES TO WS-SIM-PARAMETROS
           MOVE 'N' TO WS-SIM-CONTROL-SW
           MOVE SPACES TO WS-CTL-OPERADOR
           MOVE 'N' TO WS-EOF-LISTADO
           OPEN INPUT ARCHIVO-LISTADO-COLECTIVO
           IF WS-LISTADO-STATUS NOT = "00"
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "SIN SIMULACRO APROBADO, LISTADO-COLECTIVO "
                   "STATUS=" WS-LISTADO-STATUS
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM UNTIL FIN-LISTADO
               READ ARCHIVO-LISTADO-COLECTIVO
                   AT END
                       SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM TOMAR-LINEA-SIMULACRO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LISTADO-COLECTIVO
           IF NOT SIM-CONTROL-LEIDO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "LISTADO DEL SIMULACRO SIN CONTROL DE ENTRADA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM ARMAR-PARAMETROS-COLECTIVO
           IF WS-LINEA-AJUSTES NOT = WS-SIM-PARAMETROS
               DISPLAY "Simulacro: " WS-SIM-PARAMETROS
               DISPLAY "Corrida:   " WS-LINEA-AJUSTES
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "AUMENTO-COLECTIVO DISTINTO DEL SIMULACRO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM CALCULAR-CONTROL-ENTRADA
           IF WS-CTL-REGISTROS NOT = WS-SIM-REGISTROS
               OR WS-CTL-HASH NOT = WS-SIM-HASH
               DISPLAY "Simulacro: empleados " WS-SIM-REGISTROS
                   " hash " WS-SIM-HASH
               DISPLAY "Corrida:   empleados " WS-CTL-REGISTROS
                   " hash " WS-CTL-HASH
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "EMPLEADOS DISTINTOS DEL SIMULACRO APROBADO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Simulacro verificado: empleados " WS-CTL-REGISTROS
               " hash " WS-CTL-HASH
           CONTINUE.

       TOMAR-LINEA-SIMULACRO.
           IF REG-LISTADO-COL(1:29) = "AUMENTO COLECTIVO PORCENTAJE="
               MOVE REG-LISTADO-COL TO WS-SIM-PARAMETROS
           END-IF
           IF LCT-MARCA = "CONTROL ENTRADA REGISTROS="
               AND LCT-REGISTROS IS NUMERIC
               AND LCT-HASH IS NUMERIC
               MOVE LCT-REGISTROS TO WS-SIM-REGISTROS
               MOVE LCT-HASH TO WS-SIM-HASH
               MOVE LCT-OPERADOR TO WS-CTL-OPERADOR
               SET SIM-CONTROL-LEIDO TO TRUE
           END-IF
           CONTINUE.

       CALCULAR-CONTROL-ENTRADA.
      *> Pasada de solo lectura sobre el mismo cursor que despues
      *> aplica el aumento.
           MOVE ZERO TO WS-CTL-REGISTROS
           MOVE ZERO TO WS-CTL-HASH
           EXEC SQL
               OPEN CURSOR1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM MOSTRAR-ERROR-SQL
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "NO SE PUDO ABRIR CURSOR1" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE 'N' TO WS-EOF-FETCH
           PERFORM UNTIL FIN-FETCH
               EXEC SQL
                   FETCH CURSOR1 INTO :WS-LEGAJO, :WS-NOMBRE,
                       :WS-SALARIO, :WS-DEPTO, :WS-NOMBRE-DEPTO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM ACUMULAR-CONTROL-ENTRADA
                   WHEN SQLCODE = 100
                       SET FIN-FETCH TO TRUE
                   WHEN OTHER
                       PERFORM MOSTRAR-ERROR-SQL
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "ERROR AL VERIFICAR EL SIMULACRO"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CURSOR1
           END-EXEC
           MOVE 'N' TO WS-EOF-FETCH
           CONTINUE.

       EMITIR-LINEA-AJUSTES.
      *> El simulacro escribe en su listado; las corridas que graban
      *> ajustes, en reporte_ajustes.txt.
           IF MODO-SIMULACRO
               MOVE WS-LINEA-AJUSTES TO REG-LISTADO-COL
               WRITE REG-LISTADO-COL
           ELSE
               MOVE WS-LINEA-AJUSTES TO REG-REPORTE-AJU
               WRITE REG-REPORTE-AJU
           END-IF
           CONTINUE.

       APLICAR-AJUSTE.
      *> El UPDATE del salario y el del comprometido del departamento
      *> van en la misma unidad de trabajo: un ROLLBACK deshace ambos.
           COMPUTE WS-SALARIO-NUEVO =
               WS-SALARIO + WS-AJUSTE-MONTO(WS-IDX-AJUSTE)
           EXEC SQL
               UPDATE EMPLEADOS
               SET SALARIO = :WS-SALARIO-NUEVO
               WHERE LEGAJO = :WS-LEGAJO
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM MOSTRAR-ERROR-SQL
               MOVE RC-ERROR-FATAL TO RETURN-CODE
               SET FIN-FETCH TO TRUE
           ELSE
               MOVE WS-AJUSTE-MONTO(WS-IDX-AJUSTE) TO WS-MONTO-AJUSTE
               EXEC SQL
                   UPDATE PRESUPUESTO_DEPTO
                   SET COMPROMETIDO = COMPROMETIDO + :WS-MONTO-AJUSTE
                   WHERE DEPTO = :WS-DEPTO
                     AND ANIO = :WS-ANIO-PRESUP
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM MOSTRAR-ERROR-SQL
                   MOVE RC-ERROR-FATAL TO RETURN-CODE
                   SET FIN-FETCH TO TRUE
               ELSE
                   ADD WS-MONTO-AJUSTE
                       TO WS-PRE-APLICADO(WS-IDX-PRESUP)
                   DISPLAY "Salario ajustado: " WS-LEGAJO
                       " " WS-NOMBRE
                       " -> " WS-SALARIO-NUEVO
                   MOVE "S"
                       TO WS-AJUSTE-APLICADO(WS-IDX-AJUSTE)
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF
           CONTINUE.

       VERIFICAR-PRESUPUESTO.
      *> Un aumento no puede llevar lo comprometido del departamento
      *> en el anio por encima de su presupuesto anual. Una baja de
      *> salario (monto negativo) siempre pasa y libera presupuesto.
      *> Un departamento sin presupuesto cargado para el anio no
      *> admite ajustes: Finanzas debe cargarlo primero.
           SET PRESUPUESTO-OK TO TRUE
           PERFORM BUSCAR-PRESUPUESTO-DEPTO
           IF WS-PRE-CARGADO(WS-IDX-PRESUP) = "E"
               SET PRESUPUESTO-EXCEDIDO TO TRUE
               MOVE "ERROR SQL LEYENDO PRESUPUESTO DEL DEPTO"
                   TO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
           ELSE
               IF WS-PRE-CARGADO(WS-IDX-PRESUP) = "N"
                   SET PRESUPUESTO-EXCEDIDO TO TRUE
                   MOVE SPACES TO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
                   STRING "DEPTO " WS-DEPTO
                       " SIN PRESUPUESTO ANUAL CARGADO"
                       DELIMITED BY SIZE
                       INTO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
               ELSE
                   COMPUTE WS-DISPONIBLE =
                       WS-PRE-PRESUPUESTO(WS-IDX-PRESUP)
                       - WS-PRE-COMPROMETIDO(WS-IDX-PRESUP)
                       - WS-PRE-APLICADO(WS-IDX-PRESUP)
                   IF WS-AJUSTE-MONTO(WS-IDX-AJUSTE) > ZERO
                       AND WS-AJUSTE-MONTO(WS-IDX-AJUSTE)
                           > WS-DISPONIBLE
                       SET PRESUPUESTO-EXCEDIDO TO TRUE
                       MOVE SPACES TO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
                       STRING "EXCEDE PRESUPUESTO ANUAL DEPTO "
                           WS-DEPTO
                           DELIMITED BY SIZE
                           INTO WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
                   END-IF
               END-IF
           END-IF
           CONTINUE.

       BUSCAR-PRESUPUESTO-DEPTO.
      *> Deja en WS-IDX-PRESUP la entrada del departamento WS-DEPTO,
      *> leyendola de PRESUPUESTO_DEPTO la primera vez. WS-PRE-CARGADO:
      *> S con presupuesto, N sin fila para el anio, E error SQL.
           MOVE ZERO TO WS-IDX-PRESUP
           PERFORM VARYING WS-IDX-PRE-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-PRE-BUSCA > WS-TOTAL-PRESUP
               IF WS-PRE-DEPTO(WS-IDX-PRE-BUSCA) = WS-DEPTO
                   MOVE WS-IDX-PRE-BUSCA TO WS-IDX-PRESUP
                   MOVE WS-TOTAL-PRESUP TO WS-IDX-PRE-BUSCA
               END-IF
           END-PERFORM
           IF WS-IDX-PRESUP = ZERO
               IF WS-TOTAL-PRESUP NOT < 50
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "MAS DE 50 DEPARTAMENTOS CON AJUSTES"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-PRESUP
               MOVE WS-TOTAL-PRESUP TO WS-IDX-PRESUP
               MOVE WS-DEPTO TO WS-PRE-DEPTO(WS-IDX-PRESUP)
               MOVE ZERO TO WS-PRE-PRESUPUESTO(WS-IDX-PRESUP)
                   WS-PRE-COMPROMETIDO(WS-IDX-PRESUP)
                   WS-PRE-APLICADO(WS-IDX-PRESUP)
                   WS-PRE-RECHAZADOS(WS-IDX-PRESUP)
               MOVE WS-FECHA-CORRIDA(1:4) TO WS-ANIO-PRESUP
               EXEC SQL
                   SELECT PRESUPUESTO, COMPROMETIDO
                   INTO :WS-PRESUPUESTO, :WS-COMPROMETIDO
                   FROM PRESUPUESTO_DEPTO
                   WHERE DEPTO = :WS-DEPTO
                     AND ANIO = :WS-ANIO-PRESUP
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE "S" TO WS-PRE-CARGADO(WS-IDX-PRESUP)
                       MOVE WS-PRESUPUESTO
                           TO WS-PRE-PRESUPUESTO(WS-IDX-PRESUP)
                       MOVE WS-COMPROMETIDO
                           TO WS-PRE-COMPROMETIDO(WS-IDX-PRESUP)
                   WHEN 100
                       MOVE "N" TO WS-PRE-CARGADO(WS-IDX-PRESUP)
                   WHEN OTHER
                       MOVE "E" TO WS-PRE-CARGADO(WS-IDX-PRESUP)
                       PERFORM MOSTRAR-ERROR-SQL
                       MOVE RC-ERROR-FATAL TO RETURN-CODE
                       SET FIN-FETCH TO TRUE
               END-EVALUATE
           END-IF
           CONTINUE.

       ABRIR-AUDITORIA.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRIDA FROM TIME
           MOVE WS-SALARIO TO AUD-SALARIO-ANT
           MOVE WS-SALARIO-NUEVO TO AUD-SALARIO-NUEVO
           MOVE WS-AJUSTE-MONTO(WS-IDX-AJUSTE) TO AUD-MONTO
           MOVE WS-LEGAJO TO AUD-LEGAJO
           MOVE WS-OPERADOR TO AUD-USUARIO
           MOVE WS-APROBADOR TO AUD-APROBADOR
           WRITE REG-AUDITORIA
           ADD 1 TO WS-TOTAL-APLICADOS
           PERFORM ESCRIBIR-DETALLE-NOMINA
           IF WS-TOTAL-EN-TABLA < 200
               ADD 1 TO WS-TOTAL-EN-TABLA
               MOVE WS-LEGAJO
                   TO WS-APL-LEGAJO(WS-TOTAL-EN-TABLA)
               MOVE WS-NOMBRE
                   TO WS-APL-NOMBRE(WS-TOTAL-EN-TABLA)
               MOVE WS-DEPTO

       ESCRIBIR-DETALLE-NOMINA.
      *> Un detalle por ajuste aplicado, numerado en secuencia; la
      *> fecha efectiva es la de la corrida, o la del convenio en un
      *> aumento colectivo.
           MOVE SPACES TO REG-INTERFAZ
           MOVE "D" TO IND-TIPO
           MOVE WS-TOTAL-APLICADOS TO IND-SECUENCIA
           MOVE WS-SALARIO TO IND-SALARIO-ANT
           MOVE WS-SALARIO-NUEVO TO IND-SALARIO-NUEVO
           MOVE WS-AJUSTE-MONTO(WS-IDX-AJUSTE) TO IND-MONTO
           IF MODO-COLECTIVO
               MOVE WS-COL-FECHA-EFECTIVA TO IND-FECHA-EFECTIVA
           ELSE
               MOVE WS-FECHA-CORRIDA TO IND-FECHA-EFECTIVA
           END-IF
           MOVE WS-LEGAJO TO IND-LEGAJO
           ADD WS-AJUSTE-MONTO(WS-IDX-AJUSTE) TO WS-MONTO-TOTAL-AJU
           WRITE REG-INTERFAZ
           CONTINUE.
           MOVE SPACES TO WS-LINEA-AJUSTES
           STRING "FECHA=" WS-FECHA-CORRIDA
               " HORA=" WS-HORA-CORRIDA
               " OPERADOR=" WS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           MOVE WS-LINEA-AJUSTES TO REG-REPORTE-AJU
           WRITE REG-REPORTE-AJU
           IF MODO-AUMENTO-GENERAL
               MOVE SPACES TO WS-LINEA-AJUSTES
               STRING "SIMULACRO CORRIDO POR=" WS-CTL-OPERADOR
                   " APROBADO POR=" WS-APROBADOR
                   DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
               MOVE WS-LINEA-AJUSTES TO REG-REPORTE-AJU
               WRITE REG-REPORTE-AJU
           END-IF
           IF MODO-AUMENTO-GENERAL
               PERFORM ESCRIBIR-PARAMETROS-COLECTIVO
               PERFORM ESCRIBIR-CONTROL-ENTRADA
           END-IF
           PERFORM VARYING WS-IDX-APLICADO FROM 1 BY 1
                   UNTIL WS-IDX-APLICADO > WS-TOTAL-EN-TABLA
               MOVE SPACES TO WS-LINEA-AJUSTES
               STRING WS-APL-LEGAJO(WS-IDX-APLICADO)
                   " " WS-APL-NOMBRE(WS-IDX-APLICADO)
                   " " WS-APL-DEPTO(WS-IDX-APLICADO)
                   " ANTERIOR=" WS-APL-SALARIO-ANT(WS-IDX-APLICADO)
                   " NUEVO=" WS-APL-SALARIO-NVO(WS-IDX-APLICADO)
               DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
           MOVE WS-LINEA-AJUSTES TO REG-REPORTE-AJU
           WRITE REG-REPORTE-AJU
           IF MODO-AUMENTO-GENERAL
               PERFORM ESCRIBIR-TOTALES-COLECTIVO
           END-IF
           PERFORM ESCRIBIR-CONSUMO-PRESUPUESTO
           CLOSE ARCHIVO-REPORTE-AJUSTES
           CONTINUE.

       ESCRIBIR-CONSUMO-PRESUPUESTO.
      *> Consumo del presupuesto anual de cada departamento que tuvo
      *> ajustes en la corrida: presupuesto, comprometido antes de la
      *> corrida, aplicado en la corrida y disponible al cierre.
           MOVE SPACES TO WS-LINEA-AJUSTES
           PERFORM EMITIR-LINEA-AJUSTES
           MOVE "=== CONSUMO DE PRESUPUESTO POR DEPARTAMENTO ==="
               TO WS-LINEA-AJUSTES
           PERFORM EMITIR-LINEA-AJUSTES
           PERFORM VARYING WS-IDX-PRESUP FROM 1 BY 1
                   UNTIL WS-IDX-PRESUP > WS-TOTAL-PRESUP
               MOVE SPACES TO WS-LINEA-AJUSTES
               IF WS-PRE-CARGADO(WS-IDX-PRESUP) = "S"
                   COMPUTE WS-DISPONIBLE =
                       WS-PRE-PRESUPUESTO(WS-IDX-PRESUP)
                       - WS-PRE-COMPROMETIDO(WS-IDX-PRESUP)
                       - WS-PRE-APLICADO(WS-IDX-PRESUP)
                   MOVE WS-PRE-PRESUPUESTO(WS-IDX-PRESUP)
                       TO WS-ED-PRESUPUESTO
                   MOVE WS-PRE-COMPROMETIDO(WS-IDX-PRESUP)
                       TO WS-ED-COMPROMETIDO
                   MOVE WS-PRE-APLICADO(WS-IDX-PRESUP)
                       TO WS-ED-APLICADO
                   MOVE WS-DISPONIBLE TO WS-ED-DISPONIBLE
                   STRING WS-PRE-DEPTO(WS-IDX-PRESUP)
                       " PRESUP=" WS-ED-PRESUPUESTO
                       " PREVIO=" WS-ED-COMPROMETIDO
                       " CORRIDA=" WS-ED-APLICADO
                       " DISPONIBLE=" WS-ED-DISPONIBLE
                       " RECH=" WS-PRE-RECHAZADOS(WS-IDX-PRESUP)
                       DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
               ELSE
                   STRING WS-PRE-DEPTO(WS-IDX-PRESUP)
                       " SIN PRESUPUESTO ANUAL CARGADO"
                       " RECH=" WS-PRE-RECHAZADOS(WS-IDX-PRESUP)
                       DELIMITED BY SIZE INTO WS-LINEA-AJUSTES
               END-IF
               PERFORM EMITIR-LINEA-AJUSTES
           END-PERFORM
           CONTINUE.

       CONCILIAR-AJUSTES.
      *> Conciliacion de fin de corrida: todo ajuste cargado que no
      *> encontro empleado bajo el filtro activo o que el control de
      *> presupuesto rechazo queda en su propio archivo con el motivo,
      *> y la corrida termina con codigo de advertencia para que
      *> SUITE-NOCTURNA lo haga visible.
           MOVE ZERO TO WS-TOTAL-NO-APLICADOS
           OPEN OUTPUT ARCHIVO-NO-APLICADOS
           IF WS-NO-APLICADOS-STATUS NOT = "00"
                   UNTIL WS-IDX-AJUSTE > WS-TOTAL-AJUSTES
               IF WS-AJUSTE-APLICADO(WS-IDX-AJUSTE) NOT = "S"
                   ADD 1 TO WS-TOTAL-NO-APLICADOS
                   MOVE WS-AJUSTE-LEGAJO(WS-IDX-AJUSTE)
                       TO NAP-LEGAJO
                   MOVE WS-AJUSTE-NOMBRE(WS-IDX-AJUSTE)
                       TO NAP-NOMBRE
                   MOVE WS-AJUSTE-MONTO(WS-IDX-AJUSTE)
                       TO NAP-MONTO
                   IF WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE) = SPACES
                       MOVE "SIN LEGAJO COINCIDENTE BAJO FILTRO ACTIVO"
                           TO NAP-MOTIVO
                   ELSE
                       MOVE WS-AJUSTE-MOTIVO(WS-IDX-AJUSTE)
                           TO NAP-MOTIVO
                   END-IF
                   WRITE REG-NO-APLICADO
               END-IF
           END-PERFORM
           END-IF
           CONTINUE.

       VERIFICAR-OPERADOR.
      *> Todo modo que prepara o aplica ajustes de salario lo corre
      *> un operador vigente con el rol MANT-DATOS (batch: sin PIN).
      *> Una denegacion queda en la bitacora de seguridad y corta la
      *> corrida antes de tocar EMPLEADOS.
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPERADOR FROM ARGUMENT-VALUE
           MOVE "EJEMPLO-DB2" TO WS-OPR-PROGRAMA
           MOVE WS-OPERADOR TO WS-OPR-LEGAJO
           MOVE OPR-ROL-MANT-DATOS TO WS-OPR-ROL
           EVALUATE TRUE
               WHEN MODO-AJUSTE
                   MOVE "AJUSTE-SALARIO" TO WS-OPR-ACCION
               WHEN MODO-SIMULACRO
                   MOVE "SIMULA-AUMENTO" TO WS-OPR-ACCION
               WHEN OTHER
                   MOVE "AUMENTO-COLECTIVO" TO WS-OPR-ACCION
           END-EVALUATE
           SET OPR-SIN-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "OPERADOR SIN AUTORIZACION: " WS-OPR-MOTIVO
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF MODO-SIMULACRO
               MOVE WS-OPERADOR TO WS-CTL-OPERADOR
           END-IF
           DISPLAY "Operador: " WS-OPERADOR " " WS-OPR-NOMBRE
           CONTINUE.

       VERIFICAR-APROBADOR.
      *> El aumento general aplica un simulacro que aprobo RRHH: el
      *> aprobador tiene el rol APRUEBA y no es quien corrio el
      *> simulacro (legajo de la linea de control del listado).
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-APROBADOR FROM ARGUMENT-VALUE
           IF WS-CTL-OPERADOR = SPACES
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIMULACRO SIN LEGAJO DE QUIEN LO CORRIO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE WS-APROBADOR TO WS-OPR-LEGAJO
           MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
           MOVE "APRUEBA-AUMENTO" TO WS-OPR-ACCION
           SET OPR-SIN-PIN TO TRUE
           IF WS-APROBADOR NOT = SPACES
               AND WS-APROBADOR = WS-CTL-OPERADOR
               MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
               MOVE "APRUEBA SU PROPIO SIMULACRO" TO WS-OPR-DETALLE
               PERFORM ANOTAR-DENEGACION
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "EL APROBADOR CORRIO EL SIMULACRO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "APROBADOR SIN AUTORIZACION: " WS-OPR-MOTIVO
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Simulacro de " WS-CTL-OPERADOR
               " aprobado por " WS-APROBADOR " " WS-OPR-NOMBRE
           CONTINUE.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
