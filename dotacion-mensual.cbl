      ******************************************************************
      * PROGRAMA: DOTACION-MENSUAL
      * TIPO:     Batch COBOL con SQL embebido
      * OBJETIVO: Hoja mensual de movimiento de personal por
      *           departamento para la gerencia, que hasta ahora armaba
      *           el DBA a mano con consultas. Por departamento muestra
      *           dotacion inicial, altas, bajas, transferencias
      *           entrantes y salientes y dotacion final, y la masa
      *           salarial inicial, el efecto de altas/bajas/
      *           transferencias, el de los ajustes y la masa final.
      *           La apertura es el cierre que dejo la corrida
      *           anterior en cierre_dotacion.txt; los movimientos
      *           salen de auditoria_empleados.txt (MANTIENE-EMPLEADOS)
      *           y auditoria_salarios.txt (EJEMPLO-DB2) posteriores a
      *           ese cierre; el cierre se lee de EMPLEADOS y
      *           DEPARTAMENTOS. Apertura mas movimientos debe dar el
      *           cierre de DB2: toda diferencia se marca y la corrida
      *           termina con codigo 4. Cada corrida graba su cierre
      *           como apertura de la siguiente. SUITE-NOCTURNA lo
      *           corre el ultimo dia habil del mes.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOTACION-MENSUAL.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-AUD-EMPLEADOS
               ASSIGN TO 'auditoria_empleados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-EMP-STATUS.
           SELECT ARCHIVO-AUD-SALARIOS
               ASSIGN TO 'auditoria_salarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-SAL-STATUS.
           SELECT ARCHIVO-CIERRE
               ASSIGN TO 'cierre_dotacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRE-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_dotacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-AUD-EMPLEADOS.
      *> Mismo layout que escribe MANTIENE-EMPLEADOS.
       01  REG-AUD-EMPLEADO.
           05 AUE-FECHA          PIC 9(8).
           05 AUE-HORA           PIC 9(8).
           05 AUE-TIPO           PIC X(8).
           05 AUE-NOMBRE         PIC X(30).
           05 AUE-DEPTO-ANT      PIC X(4).
           05 AUE-DEPTO-NUEVO    PIC X(4).
           05 AUE-SALARIO        PIC 9(7).99.
           05 AUE-LEGAJO         PIC 9(6).
           05 AUE-USUARIO        PIC X(08).

       FD  ARCHIVO-AUD-SALARIOS.
      *> Mismo layout que escribe EJEMPLO-DB2.
       01  REG-AUD-SALARIO.
           05 AUD-FECHA          PIC 9(8).
           05 AUD-HORA           PIC 9(8).
           05 AUD-NOMBRE         PIC X(30).
           05 AUD-DEPTO          PIC X(4).
           05 AUD-SALARIO-ANT    PIC 9(7).99.
           05 AUD-SALARIO-NUEVO  PIC 9(7).99.
           05 AUD-MONTO          PIC +9(5).99.
           05 AUD-LEGAJO         PIC 9(6).
           05 AUD-USUARIO        PIC X(8).
           05 AUD-APROBADOR      PIC X(8).

       FD  ARCHIVO-CIERRE.
      *> Cierre de la ultima corrida, un registro por departamento,
      *> todos con la fecha y hora en que se tomo.
       01  REG-CIERRE.
           05 CDO-FECHA          PIC 9(8).
           05 CDO-HORA           PIC 9(8).
           05 CDO-DEPTO          PIC X(4).
           05 CDO-CANTIDAD       PIC 9(5).
           05 CDO-MASA           PIC 9(11)V99.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-DEPTO         PIC X(4).
       01 WS-NOMBRE-DEPTO  PIC X(30).
       01 WS-CANTIDAD      PIC 9(5).
       01 WS-MASA          PIC 9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

      *> Cierre de DB2: todos los departamentos, con o sin empleados.
       EXEC SQL
           DECLARE CUR-DOTACION CURSOR FOR
           SELECT D.CODIGO, D.NOMBRE_DEPTO,
                  COUNT(E.LEGAJO), COALESCE(SUM(E.SALARIO), 0)
           FROM DEPARTAMENTOS D
                LEFT OUTER JOIN EMPLEADOS E ON E.DEPTO = D.CODIGO
           GROUP BY D.CODIGO, D.NOMBRE_DEPTO
           ORDER BY D.CODIGO
       END-EXEC.

       77 WS-AUD-EMP-STATUS PIC XX VALUE SPACES.
       77 WS-AUD-SAL-STATUS PIC XX VALUE SPACES.
       77 WS-CIERRE-STATUS  PIC XX VALUE SPACES.
       77 WS-REPORTE-STATUS PIC XX VALUE SPACES.
       77 WS-LINEA-REPORTE  PIC X(132).

       77 WS-FIN-ARCHIVO    PIC X VALUE 'N'.
           88 FIN-ARCHIVO    VALUE 'S'.
           88 MAS-DATOS      VALUE 'N'.
       77 WS-EOF-FETCH      PIC X VALUE 'N'.
           88 FIN-FETCH      VALUE 'S'.
       77 WS-APERTURA-SW    PIC X VALUE 'N'.
           88 APERTURA-DE-CIERRE   VALUE 'S'.
           88 APERTURA-DERIVADA    VALUE 'N'.
       77 WS-APERTURA-TXT   PIC X(8) VALUE SPACES.

      *> Ventana de movimientos: posteriores al cierre anterior y
      *> hasta el inicio de esta corrida (fecha y hora como un solo
      *> numero para comparar).
       01 WS-DESDE.
           05 WS-DESDE-FECHA PIC 9(8) VALUE ZERO.
           05 WS-DESDE-HORA  PIC 9(8) VALUE ZERO.
       01 WS-DESDE-NUM REDEFINES WS-DESDE PIC 9(16).
       01 WS-HASTA.
           05 WS-FECHA-CORRIDA PIC 9(8) VALUE ZERO.
           05 WS-HORA-CORRIDA  PIC 9(8) VALUE ZERO.
       01 WS-HASTA-NUM REDEFINES WS-HASTA PIC 9(16).
       01 WS-MARCA.
           05 WS-MARCA-FECHA PIC 9(8) VALUE ZERO.
           05 WS-MARCA-HORA  PIC 9(8) VALUE ZERO.
       01 WS-MARCA-NUM REDEFINES WS-MARCA PIC 9(16).

       77 WS-DEPTO-BUSCA    PIC X(4).
       77 WS-IMPORTE        PIC 9(7)V99 VALUE ZERO.
       77 WS-IMPORTE-ANT    PIC 9(7)V99 VALUE ZERO.

      *> Una entrada por departamento: apertura, movimientos del
      *> periodo y cierre leido de DB2.
       77 WS-TOTAL-DOT      PIC 9(3) VALUE ZERO.
       77 WS-IDX-DOT        PIC 9(3) VALUE ZERO.
       77 WS-IDX-BUSCA      PIC 9(3) VALUE ZERO.
       01 WS-TABLA-DOTACION.
           05 WS-DOT-ENT OCCURS 100 TIMES.
               10 WS-DOT-DEPTO       PIC X(4).
               10 WS-DOT-NOMBRE      PIC X(30).
               10 WS-DOT-CANT-INI    PIC S9(5).
               10 WS-DOT-MASA-INI    PIC S9(11)V99.
               10 WS-DOT-ALTAS       PIC 9(5).
               10 WS-DOT-BAJAS       PIC 9(5).
               10 WS-DOT-T-ENTRA     PIC 9(5).
               10 WS-DOT-T-SALE      PIC 9(5).
               10 WS-DOT-MASA-MOVIM  PIC S9(11)V99.
               10 WS-DOT-MASA-AJUSTE PIC S9(11)V99.
               10 WS-DOT-CANT-DB2    PIC 9(5).
               10 WS-DOT-MASA-DB2    PIC 9(11)V99.

       77 WS-CANT-CALC      PIC S9(5) VALUE ZERO.
       77 WS-MASA-CALC      PIC S9(11)V99 VALUE ZERO.
       77 WS-DIFERENCIA-SW  PIC X VALUE 'N'.
           88 HAY-DIFERENCIA  VALUE 'S'.
           88 SIN-DIFERENCIA  VALUE 'N'.

       77 WS-TOTAL-MOV-EMP  PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-MOV-SAL  PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-DIFERENCIAS PIC 9(3) VALUE ZERO.
       77 WS-TOT-CANT-INI   PIC S9(7) VALUE ZERO.
       77 WS-TOT-CANT-DB2   PIC 9(7) VALUE ZERO.
       77 WS-TOT-MASA-INI   PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-MASA-DB2   PIC 9(11)V99 VALUE ZERO.

       77 WS-ED-CANT-INI    PIC -ZZZZ9.
       77 WS-ED-CANT-CALC   PIC -ZZZZ9.
       77 WS-ED-MASA-INI    PIC -Z(10)9.99.
       77 WS-ED-MASA-MOVIM  PIC -Z(10)9.99.
       77 WS-ED-MASA-AJUSTE PIC -Z(10)9.99.
       77 WS-ED-MASA-CALC   PIC -Z(10)9.99.
       77 WS-ED-MASA-DB2    PIC Z(10)9.99.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DOTACION Y MASA SALARIAL POR DEPARTAMENTO ==="
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRIDA FROM TIME
           OPEN OUTPUT ARCHIVO-REPORTE
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF

           PERFORM LEER-CIERRE-ANTERIOR
           PERFORM LEER-DOTACION-DB2
           PERFORM ACUMULAR-MOV-EMPLEADOS
           PERFORM ACUMULAR-AJUSTES-SALARIO
           IF APERTURA-DERIVADA
               PERFORM DERIVAR-APERTURA
           END-IF
           PERFORM ESCRIBIR-REPORTE
           PERFORM GRABAR-CIERRE

           CLOSE ARCHIVO-REPORTE

           DISPLAY "=== FIN DOTACION MENSUAL ==="
           DISPLAY "Departamentos: " WS-TOTAL-DOT
               " Movimientos de personal: " WS-TOTAL-MOV-EMP
               " Ajustes: " WS-TOTAL-MOV-SAL
           DISPLAY "Departamentos con diferencia: "
               WS-TOTAL-DIFERENCIAS
           IF WS-TOTAL-DIFERENCIAS > ZERO
               AND RETURN-CODE = ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-CIERRE-ANTERIOR.
      *> Sin cierre anterior (primera corrida) la ventana arranca el
      *> primer dia del mes y la apertura se deriva hacia atras desde
      *> DB2; el reporte lo indica porque en ese caso no hay control.
           SET APERTURA-DERIVADA TO TRUE
           MOVE WS-FECHA-CORRIDA TO WS-DESDE-FECHA
           MOVE 01 TO WS-DESDE-FECHA(7:2)
           MOVE ZERO TO WS-DESDE-HORA
           OPEN INPUT ARCHIVO-CIERRE
           IF WS-CIERRE-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CIERRE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM CARGAR-APERTURA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CIERRE
           END-IF
           IF APERTURA-DE-CIERRE
               DISPLAY "Apertura: cierre del " WS-DESDE-FECHA
                   " " WS-DESDE-HORA
           ELSE
               DISPLAY "Sin cierre anterior: apertura derivada desde "
                   WS-DESDE-FECHA
           END-IF.

       CARGAR-APERTURA.
           SET APERTURA-DE-CIERRE TO TRUE
           MOVE CDO-FECHA TO WS-DESDE-FECHA
           MOVE CDO-HORA TO WS-DESDE-HORA
           MOVE CDO-DEPTO TO WS-DEPTO-BUSCA
           PERFORM BUSCAR-DEPTO
           MOVE CDO-CANTIDAD TO WS-DOT-CANT-INI(WS-IDX-DOT)
           MOVE CDO-MASA TO WS-DOT-MASA-INI(WS-IDX-DOT).

       LEER-DOTACION-DB2.
           EXEC SQL
               OPEN CUR-DOTACION
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM MOSTRAR-ERROR-SQL
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "NO SE PUDO ABRIR CUR-DOTACION" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM UNTIL FIN-FETCH
               EXEC SQL
                   FETCH CUR-DOTACION
                   INTO :WS-DEPTO, :WS-NOMBRE-DEPTO,
                        :WS-CANTIDAD, :WS-MASA
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE WS-DEPTO TO WS-DEPTO-BUSCA
                       PERFORM BUSCAR-DEPTO
                       MOVE WS-NOMBRE-DEPTO
                           TO WS-DOT-NOMBRE(WS-IDX-DOT)
                       MOVE WS-CANTIDAD TO WS-DOT-CANT-DB2(WS-IDX-DOT)
                       MOVE WS-MASA TO WS-DOT-MASA-DB2(WS-IDX-DOT)
                   WHEN SQLCODE = 100
                       SET FIN-FETCH TO TRUE
                   WHEN OTHER
                       PERFORM MOSTRAR-ERROR-SQL
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "ERROR EN FETCH DE CUR-DOTACION"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
               END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CUR-DOTACION
           END-EXEC.

       ACUMULAR-MOV-EMPLEADOS.
      *> ALTA suma en el depto nuevo; BAJA resta en el anterior;
      *> TRANSFER sale del anterior y entra al nuevo con el salario
      *> del empleado. Sin archivo de auditoria no hubo movimientos.
           OPEN INPUT ARCHIVO-AUD-EMPLEADOS
           IF WS-AUD-EMP-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-AUD-EMPLEADOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE AUE-FECHA TO WS-MARCA-FECHA
                           MOVE AUE-HORA TO WS-MARCA-HORA
                           IF WS-MARCA-NUM > WS-DESDE-NUM
                               AND WS-MARCA-NUM NOT > WS-HASTA-NUM
                               PERFORM APLICAR-MOV-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUD-EMPLEADOS
           END-IF.

       APLICAR-MOV-EMPLEADO.
           ADD 1 TO WS-TOTAL-MOV-EMP
           MOVE AUE-SALARIO TO WS-IMPORTE
           EVALUATE AUE-TIPO
               WHEN "ALTA"
                   MOVE AUE-DEPTO-NUEVO TO WS-DEPTO-BUSCA
                   PERFORM BUSCAR-DEPTO
                   ADD 1 TO WS-DOT-ALTAS(WS-IDX-DOT)
                   ADD WS-IMPORTE TO WS-DOT-MASA-MOVIM(WS-IDX-DOT)
               WHEN "BAJA"
                   MOVE AUE-DEPTO-ANT TO WS-DEPTO-BUSCA
                   PERFORM BUSCAR-DEPTO
                   ADD 1 TO WS-DOT-BAJAS(WS-IDX-DOT)
                   SUBTRACT WS-IMPORTE
                       FROM WS-DOT-MASA-MOVIM(WS-IDX-DOT)
               WHEN "TRANSFER"
                   MOVE AUE-DEPTO-ANT TO WS-DEPTO-BUSCA
                   PERFORM BUSCAR-DEPTO
                   ADD 1 TO WS-DOT-T-SALE(WS-IDX-DOT)
                   SUBTRACT WS-IMPORTE
                       FROM WS-DOT-MASA-MOVIM(WS-IDX-DOT)
                   MOVE AUE-DEPTO-NUEVO TO WS-DEPTO-BUSCA
                   PERFORM BUSCAR-DEPTO
                   ADD 1 TO WS-DOT-T-ENTRA(WS-IDX-DOT)
                   ADD WS-IMPORTE TO WS-DOT-MASA-MOVIM(WS-IDX-DOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACUMULAR-AJUSTES-SALARIO.
      *> El efecto de cada ajuste es salario nuevo menos anterior,
      *> en el departamento que tenia el empleado al ajustarse.
           OPEN INPUT ARCHIVO-AUD-SALARIOS
           IF WS-AUD-SAL-STATUS = "00"
               SET MAS-DATOS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-AUD-SALARIOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE AUD-FECHA TO WS-MARCA-FECHA
                           MOVE AUD-HORA TO WS-MARCA-HORA
                           IF WS-MARCA-NUM > WS-DESDE-NUM
                               AND WS-MARCA-NUM NOT > WS-HASTA-NUM
                               PERFORM APLICAR-AJUSTE-SALARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUD-SALARIOS
           END-IF.

       APLICAR-AJUSTE-SALARIO.
           ADD 1 TO WS-TOTAL-MOV-SAL
           MOVE AUD-SALARIO-NUEVO TO WS-IMPORTE
           MOVE AUD-SALARIO-ANT TO WS-IMPORTE-ANT
           MOVE AUD-DEPTO TO WS-DEPTO-BUSCA
           PERFORM BUSCAR-DEPTO
           ADD WS-IMPORTE TO WS-DOT-MASA-AJUSTE(WS-IDX-DOT)
           SUBTRACT WS-IMPORTE-ANT
               FROM WS-DOT-MASA-AJUSTE(WS-IDX-DOT).

       DERIVAR-APERTURA.
      *> Primera corrida: apertura = cierre de DB2 menos movimientos.
           PERFORM VARYING WS-IDX-DOT FROM 1 BY 1
                   UNTIL WS-IDX-DOT > WS-TOTAL-DOT
               COMPUTE WS-DOT-CANT-INI(WS-IDX-DOT) =
                   WS-DOT-CANT-DB2(WS-IDX-DOT)
                   - WS-DOT-ALTAS(WS-IDX-DOT)
                   + WS-DOT-BAJAS(WS-IDX-DOT)
                   - WS-DOT-T-ENTRA(WS-IDX-DOT)
                   + WS-DOT-T-SALE(WS-IDX-DOT)
               COMPUTE WS-DOT-MASA-INI(WS-IDX-DOT) =
                   WS-DOT-MASA-DB2(WS-IDX-DOT)
                   - WS-DOT-MASA-MOVIM(WS-IDX-DOT)
                   - WS-DOT-MASA-AJUSTE(WS-IDX-DOT)
           END-PERFORM.

       BUSCAR-DEPTO.
      *> Deja en WS-IDX-DOT la entrada de WS-DEPTO-BUSCA; un depto que
      *> no vino de DEPARTAMENTOS (borrado, o solo en la auditoria)
      *> se agrega con cierre cero y queda a la vista en el reporte.
           MOVE ZERO TO WS-IDX-DOT
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-TOTAL-DOT
               IF WS-DOT-DEPTO(WS-IDX-BUSCA) = WS-DEPTO-BUSCA
                   MOVE WS-IDX-BUSCA TO WS-IDX-DOT
                   MOVE WS-TOTAL-DOT TO WS-IDX-BUSCA
               END-IF
           END-PERFORM
           IF WS-IDX-DOT = ZERO
               IF WS-TOTAL-DOT NOT < 100
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "MAS DE 100 DEPARTAMENTOS" TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-DOT
               MOVE WS-TOTAL-DOT TO WS-IDX-DOT
               INITIALIZE WS-DOT-ENT(WS-IDX-DOT)
               MOVE WS-DEPTO-BUSCA TO WS-DOT-DEPTO(WS-IDX-DOT)
               MOVE "(NO ESTA EN DEPARTAMENTOS)"
                   TO WS-DOT-NOMBRE(WS-IDX-DOT)
           END-IF.

       ESCRIBIR-REPORTE.
           MOVE "=== MOVIMIENTO MENSUAL DE DOTACION Y MASA SALARIAL ==="
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "DESDE=" WS-DESDE-FECHA "-" WS-DESDE-HORA
               " HASTA=" WS-FECHA-CORRIDA "-" WS-HORA-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           IF APERTURA-DERIVADA
               MOVE "DERIVADA" TO WS-APERTURA-TXT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "SIN CIERRE ANTERIOR: APERTURA DERIVADA DE DB2, "
                   "SIN CONTROL DE CUADRE"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           ELSE
               MOVE "CIERRE" TO WS-APERTURA-TXT
           END-IF
           PERFORM VARYING WS-IDX-DOT FROM 1 BY 1
                   UNTIL WS-IDX-DOT > WS-TOTAL-DOT
               PERFORM ESCRIBIR-DEPTO
           END-PERFORM
           MOVE WS-TOT-CANT-INI TO WS-ED-CANT-INI
           MOVE WS-TOT-MASA-INI TO WS-ED-MASA-INI
           MOVE WS-TOT-MASA-DB2 TO WS-ED-MASA-DB2
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL EMPRESA DOTACION INICIAL=" WS-ED-CANT-INI
               " FINAL=" WS-TOT-CANT-DB2
               " MASA INICIAL=" WS-ED-MASA-INI
               " FINAL=" WS-ED-MASA-DB2
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: DEPTOS=" WS-TOTAL-DOT
               " MOV-PERSONAL=" WS-TOTAL-MOV-EMP
               " AJUSTES=" WS-TOTAL-MOV-SAL
               " DIFERENCIAS=" WS-TOTAL-DIFERENCIAS
               " APERTURA=" WS-APERTURA-TXT
               " FECHA=" WS-FECHA-CORRIDA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       ESCRIBIR-DEPTO.
      *> Dos lineas por depto (dotacion y masa) y una tercera marcada
      *> si apertura mas movimientos no da el cierre de DB2.
           COMPUTE WS-CANT-CALC =
               WS-DOT-CANT-INI(WS-IDX-DOT)
               + WS-DOT-ALTAS(WS-IDX-DOT)
               - WS-DOT-BAJAS(WS-IDX-DOT)
               + WS-DOT-T-ENTRA(WS-IDX-DOT)
               - WS-DOT-T-SALE(WS-IDX-DOT)
           COMPUTE WS-MASA-CALC =
               WS-DOT-MASA-INI(WS-IDX-DOT)
               + WS-DOT-MASA-MOVIM(WS-IDX-DOT)
               + WS-DOT-MASA-AJUSTE(WS-IDX-DOT)
           ADD WS-DOT-CANT-INI(WS-IDX-DOT) TO WS-TOT-CANT-INI
           ADD WS-DOT-CANT-DB2(WS-IDX-DOT) TO WS-TOT-CANT-DB2
           ADD WS-DOT-MASA-INI(WS-IDX-DOT) TO WS-TOT-MASA-INI
           ADD WS-DOT-MASA-DB2(WS-IDX-DOT) TO WS-TOT-MASA-DB2
           MOVE WS-DOT-CANT-INI(WS-IDX-DOT) TO WS-ED-CANT-INI
           MOVE WS-CANT-CALC TO WS-ED-CANT-CALC
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING WS-DOT-DEPTO(WS-IDX-DOT) " "
               WS-DOT-NOMBRE(WS-IDX-DOT)
               " INI=" WS-ED-CANT-INI
               " ALTAS=" WS-DOT-ALTAS(WS-IDX-DOT)
               " BAJAS=" WS-DOT-BAJAS(WS-IDX-DOT)
               " T-ENT=" WS-DOT-T-ENTRA(WS-IDX-DOT)
               " T-SAL=" WS-DOT-T-SALE(WS-IDX-DOT)
               " FIN=" WS-ED-CANT-CALC
               " DB2=" WS-DOT-CANT-DB2(WS-IDX-DOT)
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WS-DOT-MASA-INI(WS-IDX-DOT) TO WS-ED-MASA-INI
           MOVE WS-DOT-MASA-MOVIM(WS-IDX-DOT) TO WS-ED-MASA-MOVIM
           MOVE WS-DOT-MASA-AJUSTE(WS-IDX-DOT) TO WS-ED-MASA-AJUSTE
           MOVE WS-MASA-CALC TO WS-ED-MASA-CALC
           MOVE WS-DOT-MASA-DB2(WS-IDX-DOT) TO WS-ED-MASA-DB2
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "     MASA INI=" WS-ED-MASA-INI
               " MOVIM=" WS-ED-MASA-MOVIM
               " AJUSTES=" WS-ED-MASA-AJUSTE
               " FIN=" WS-ED-MASA-CALC
               " DB2=" WS-ED-MASA-DB2
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           SET SIN-DIFERENCIA TO TRUE
           IF WS-CANT-CALC NOT = WS-DOT-CANT-DB2(WS-IDX-DOT)
               OR WS-MASA-CALC NOT = WS-DOT-MASA-DB2(WS-IDX-DOT)
               SET HAY-DIFERENCIA TO TRUE
           END-IF
           IF HAY-DIFERENCIA
               ADD 1 TO WS-TOTAL-DIFERENCIAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "     *** DIFERENCIA: APERTURA MAS MOVIMIENTOS "
                   "NO CUADRA CON EL CIERRE DE DB2 EN DEPTO "
                   WS-DOT-DEPTO(WS-IDX-DOT)
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       GRABAR-CIERRE.
      *> El cierre de DB2 de esta corrida es la apertura de la
      *> proxima; los deptos sin fila en DEPARTAMENTOS no se arrastran.
           OPEN OUTPUT ARCHIVO-CIERRE
           IF WS-CIERRE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR CIERRE-DOTACION, STATUS="
                   WS-CIERRE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-DOT FROM 1 BY 1
                   UNTIL WS-IDX-DOT > WS-TOTAL-DOT
               IF WS-DOT-NOMBRE(WS-IDX-DOT)
                   NOT = "(NO ESTA EN DEPARTAMENTOS)"
                   MOVE WS-FECHA-CORRIDA TO CDO-FECHA
                   MOVE WS-HORA-CORRIDA TO CDO-HORA
                   MOVE WS-DOT-DEPTO(WS-IDX-DOT) TO CDO-DEPTO
                   MOVE WS-DOT-CANT-DB2(WS-IDX-DOT) TO CDO-CANTIDAD
                   MOVE WS-DOT-MASA-DB2(WS-IDX-DOT) TO CDO-MASA
                   WRITE REG-CIERRE
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-CIERRE.

       MOSTRAR-ERROR-SQL.
           DISPLAY "ERROR SQL - SQLCODE: " SQLCODE
           DISPLAY "SQLSTATE: " SQLSTATE
           DISPLAY "MENSAJE: " SQLERRMC
           EXEC SQL
               ROLLBACK
           END-EXEC.

           COPY CPY-ABEND.
