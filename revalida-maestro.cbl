      ******************************************************************
      * PROGRAMA: REVALIDA-MAESTRO
      * TIPO:     Batch COBOL (fin de mes)
      * OBJETIVO: Barrer el maestro de clientes con las reglas
      *           vigentes de CPY-VALIDACIONES (nombre, DNI con digito
      *           verificador, fecha de nacimiento, domicilio con
      *           provincia y rango de CP, contacto) mas la unicidad
      *           del DNI entre clientes vigentes, sin modificar nada.
      *           Los clientes aceptados con reglas anteriores nunca
      *           vuelven a pasar por los VLD-*: este barrido los
      *           encuentra. Informa cada falla con los mismos codigos
      *           de motivo de PROCESA-CLIENTES y el conteo por regla
      *           y sucursal (reporte_revalidacion.txt), y deja en
      *           remediacion_maestro.txt un renglon por cliente con
      *           su registro en layout de entrada, para que la
      *           sucursal lo corrija y lo reenvie por el circuito
      *           normal. Los CERRADOS y FUSIONADOS no se revisan.
      *           Las reglas configuradas como advertencia se
      *           informan en el reporte sin contar como falla.
      *           Termina con codigo 4 si hay clientes con fallas.
      *           Lo dispara SUITE-NOCTURNA el ultimo dia habil.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALIDA-MAESTRO.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-MAESTRO-SELECT.
           SELECT ARCHIVO-REMEDIACION
               ASSIGN TO 'remediacion_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMEDIACION-STATUS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_revalidacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT ARCHIVO-IDS-CORRIDA
               ASSIGN TO 'ids_revalida.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDS-ID
               FILE STATUS IS WS-IDS-STATUS.
           COPY CPY-POSTAL-SELECT.
           COPY CPY-SEVERIDAD-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
           COPY CPY-CLIENTE-MAESTRO.

       FD  ARCHIVO-REMEDIACION.
       01  REG-REMEDIACION.
           COPY CPY-REMEDIACION.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(120).

       FD  ARCHIVO-IDS-CORRIDA.
      *> Lo exige VLD-DUPLICADO de las rutinas compartidas; en el
      *> maestro el ID es la clave primaria y no puede repetirse, asi
      *> que esa regla no se corre y el archivo no se abre.
       01  REG-ID-TRABAJO.
           05 IDS-ID             PIC X(10).
           05 IDS-POSICION       PIC 9(7).

       COPY CPY-POSTAL-FD.

       COPY CPY-SEVERIDAD-FD.

       WORKING-STORAGE SECTION.
      *> Registro de trabajo en layout de entrada: se arma desde el
      *> maestro y sobre el corren las rutinas de CPY-VALIDACIONES,
      *> que referencian estos campos CLT-*.
       01  WS-REG-CLIENTE.
           COPY CPY-CLIENTE-IN.

      *> Cliente del maestro en revision (copia del grupo de DNI).
       01  WS-CLIENTE-REVISADO.
           COPY CPY-CLIENTE-MAESTRO
               REPLACING LEADING ==CLM-== BY ==REV-==.

       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-REMEDIACION-STATUS PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(120).

       77  WS-FIN-MAESTRO-SW     PIC X VALUE 'N'.
           88 FIN-MAESTRO          VALUE 'S'.
           88 MAS-MAESTRO          VALUE 'N'.

       77  WS-CLIENTE-VALIDO  PIC X VALUE 'N'.
           88 CLIENTE-VALIDO    VALUE 'S'.
           88 CLIENTE-INVALIDO  VALUE 'N'.

      *> Campos anfitriones que exigen las rutinas de validacion
      *> compartidas (mismos nombres que en PROCESA-CLIENTES).
       77  WS-TOTAL-RECH-NOMBRE PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DNI    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-FECHA  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DUPLIC PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DIREC  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DNIMAE PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-CONTAC PIC 9(5) VALUE ZERO.
       77  WS-COD-RECHAZO       PIC 9(2) VALUE ZERO.
       77  WS-MOTIVO-RECHAZO    PIC X(40) VALUE SPACES.
       77  WS-DNI-SUMA          PIC 9(4) VALUE ZERO.
       77  WS-DNI-POS           PIC 9    VALUE ZERO.
       77  WS-DNI-COCIENTE      PIC 9(4) VALUE ZERO.
       77  WS-DNI-RESTO         PIC 99   VALUE ZERO.
       77  WS-DNI-VERIFICADOR   PIC 99   VALUE ZERO.
       77  WS-VLD-POS           PIC 99   VALUE ZERO.
       77  WS-VLD-LARGO         PIC 99   VALUE ZERO.
       77  WS-VLD-ARROBAS       PIC 99   VALUE ZERO.
       77  WS-VLD-POS-ARROBA    PIC 99   VALUE ZERO.
       77  WS-VLD-BLANCOS       PIC 99   VALUE ZERO.
       77  WS-VLD-PUNTOS        PIC 99   VALUE ZERO.
       77  WS-VLD-DIGITOS       PIC 99   VALUE ZERO.
       01  WS-FECHA-SISTEMA     PIC 9(8).
       77  WS-ID-ENCONTRADO     PIC X VALUE 'N'.
           88 ID-YA-REGISTRADO    VALUE 'S'.
           88 ID-NO-REGISTRADO    VALUE 'N'.
       77  WS-IDS-STATUS        PIC XX VALUE SPACES.
       77  WS-IDS-POSICION-ACT  PIC 9(7) VALUE ZERO.

       77  WS-FECHA-BARRIDO     PIC 9(8) VALUE ZERO.

      *> Grupo de registros con el mismo DNI (el maestro se recorre
      *> por la clave alterna CLM-DNI): la unicidad se decide al
      *> cerrar el grupo, con todos sus integrantes a la vista.
       77  WS-GRP-DNI           PIC X(9) VALUE LOW-VALUES.
       77  WS-GRP-TOTAL         PIC 9(2) VALUE ZERO.
       77  WS-GRP-VIGENTES      PIC 9(2) VALUE ZERO.
       77  WS-IDX-GRP           PIC 9(2) VALUE ZERO.
       77  WS-IDX-GRP-OTRO      PIC 9(2) VALUE ZERO.
       01  WS-TABLA-GRUPO.
           05 WS-GRP-REG OCCURS 50 TIMES PIC X(245).
       01  WS-GRP-VISTA.
           COPY CPY-CLIENTE-MAESTRO
               REPLACING LEADING ==CLM-== BY ==GRV-==.
       77  WS-ID-OTRO-VIGENTE   PIC X(10) VALUE SPACES.

      *> Fallas del cliente en revision.
       77  WS-CANT-FALLAS       PIC 9 VALUE ZERO.
       77  WS-PRIMER-CODIGO     PIC 9(2) VALUE ZERO.
       77  WS-PRIMER-MOTIVO     PIC X(40) VALUE SPACES.
       77  WS-CODIGOS-CLIENTE   PIC X(14) VALUE SPACES.
       77  WS-POS-CODIGO        PIC 9(2) VALUE ZERO.
       77  WS-DETALLE-FALLA     PIC X(20) VALUE SPACES.

      *> Conteo por sucursal y regla (codigos 01 a 07 de
      *> CPY-CONSTANTES).
       77  WS-TOTAL-SUCURSALES  PIC 9(2) VALUE ZERO.
       77  WS-IDX-SUC           PIC 9(2) VALUE ZERO.
       77  WS-IDX-COD           PIC 9(2) VALUE ZERO.
       77  WS-SUC-HALLADA       PIC X VALUE 'N'.
           88 SUC-HALLADA         VALUE 'S'.
           88 SUC-NO-HALLADA      VALUE 'N'.
       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-ENT OCCURS 20 TIMES.
               10 WS-SUC-CODIGO     PIC X(4).
               10 WS-SUC-REVISADOS  PIC 9(7).
               10 WS-SUC-CON-FALLAS PIC 9(7).
               10 WS-SUC-FALLAS OCCURS 7 TIMES PIC 9(7).

       77  WS-TOTAL-LEIDOS      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-EXCLUIDOS   PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-REVISADOS   PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-CON-FALLAS  PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-FALLAS      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-ADVERTENCIAS PIC 9(7) VALUE ZERO.

           COPY CPY-CONSTANTES.

           COPY CPY-POSTAL-WS.

           COPY CPY-SEVERIDAD-WS.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REVALIDACION DEL MAESTRO DE CLIENTES ==="
           ACCEPT WS-FECHA-BARRIDO FROM DATE YYYYMMDD
           PERFORM CARGAR-TABLA-POSTAL
           PERFORM CARGAR-SEVERIDADES
           PERFORM ABRIR-ARCHIVOS

      *> Recorrido por DNI: los registros de una misma persona
      *> llegan juntos.
           MOVE LOW-VALUES TO CLM-DNI
           START MAESTRO-CLIENTES KEY IS NOT LESS THAN CLM-DNI
               INVALID KEY
                   SET FIN-MAESTRO TO TRUE
           END-START
           IF MAS-MAESTRO
               PERFORM LEE-MAESTRO
           END-IF
           PERFORM UNTIL FIN-MAESTRO
               ADD 1 TO WS-TOTAL-LEIDOS
               IF CLM-DNI NOT = WS-GRP-DNI
                   PERFORM CERRAR-GRUPO-DNI
                   MOVE CLM-DNI TO WS-GRP-DNI
               END-IF
      *> Un DNI ilegible no agrupa a nadie (todos los blancos
      *> caerian juntos): se revisa solo y su regla ya lo marca.
               IF CLM-DNI IS NUMERIC
                   PERFORM AGREGAR-A-GRUPO
               ELSE
                   MOVE REG-CLIENTE-MAESTRO TO WS-CLIENTE-REVISADO
                   MOVE SPACES TO WS-ID-OTRO-VIGENTE
                   PERFORM REVISAR-CLIENTE
               END-IF
               PERFORM LEE-MAESTRO
           END-PERFORM
           PERFORM CERRAR-GRUPO-DNI

           PERFORM ESCRIBIR-RESUMEN

           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-REMEDIACION
           CLOSE ARCHIVO-REPORTE

           IF WS-TOTAL-CON-FALLAS > ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
           DISPLAY "=== FIN REVALIDACION DEL MAESTRO ==="
           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
               " Revisados: " WS-TOTAL-REVISADOS
               " Con fallas: " WS-TOTAL-CON-FALLAS
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MAESTRO-CLIENTES, STATUS="
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-REMEDIACION
           IF WS-REMEDIACION-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REMEDIACION, STATUS="
                   WS-REMEDIACION-STATUS DELIMITED BY SIZE
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
           MOVE "=== REVALIDACION DEL MAESTRO (REGLAS VIGENTES) ==="
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "FECHA: " WS-FECHA-BARRIDO
               "   (solo informa; el maestro no se modifica)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       LEE-MAESTRO.
           READ MAESTRO-CLIENTES NEXT RECORD
               AT END
                   SET FIN-MAESTRO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       AGREGAR-A-GRUPO.
           IF WS-GRP-TOTAL NOT < 50
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               STRING "MAS DE 50 CLIENTES CON EL DNI " CLM-DNI
                   DELIMITED BY SIZE INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           ADD 1 TO WS-GRP-TOTAL
           MOVE REG-CLIENTE-MAESTRO TO WS-GRP-REG(WS-GRP-TOTAL).

       CERRAR-GRUPO-DNI.
      *> Con mas de un vigente (ni CERRADO ni FUSIONADO) en el mismo
      *> DNI, cada uno falla la regla de DNI en maestro, como lo
      *> rechazaria hoy VLD-DNI-MAESTRO de PROCESA-CLIENTES.
           MOVE ZERO TO WS-GRP-VIGENTES
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-TOTAL
               MOVE WS-GRP-REG(WS-IDX-GRP) TO WS-GRP-VISTA
               IF GRV-ESTADO NOT = "CERRADO"
                   AND GRV-ESTADO NOT = "FUSIONADO"
                   AND GRV-ESTADO NOT = "SUPRIMIDO"
                   ADD 1 TO WS-GRP-VIGENTES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-TOTAL
               MOVE SPACES TO WS-ID-OTRO-VIGENTE
               IF WS-GRP-VIGENTES > 1
                   PERFORM BUSCAR-OTRO-VIGENTE
               END-IF
               MOVE WS-GRP-REG(WS-IDX-GRP) TO WS-CLIENTE-REVISADO
               PERFORM REVISAR-CLIENTE
           END-PERFORM
           MOVE ZERO TO WS-GRP-TOTAL.

       BUSCAR-OTRO-VIGENTE.
           PERFORM VARYING WS-IDX-GRP-OTRO FROM 1 BY 1
                   UNTIL WS-IDX-GRP-OTRO > WS-GRP-TOTAL
                      OR WS-ID-OTRO-VIGENTE NOT = SPACES
               IF WS-IDX-GRP-OTRO NOT = WS-IDX-GRP
                   MOVE WS-GRP-REG(WS-IDX-GRP-OTRO) TO WS-GRP-VISTA
                   IF GRV-ESTADO NOT = "CERRADO"
                       AND GRV-ESTADO NOT = "FUSIONADO"
                       AND GRV-ESTADO NOT = "SUPRIMIDO"
                       MOVE GRV-ID TO WS-ID-OTRO-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.

       REVISAR-CLIENTE.
           IF REV-ESTADO = "CERRADO" OR REV-ESTADO = "FUSIONADO"
               OR REV-ESTADO = "SUPRIMIDO"
               ADD 1 TO WS-TOTAL-EXCLUIDOS
           ELSE
               ADD 1 TO WS-TOTAL-REVISADOS
               PERFORM ARMAR-REGISTRO-ENTRADA
               PERFORM UBICAR-SUCURSAL
               ADD 1 TO WS-SUC-REVISADOS(WS-IDX-SUC)
               MOVE ZERO TO WS-CANT-FALLAS
               MOVE ZERO TO WS-PRIMER-CODIGO
               MOVE SPACES TO WS-PRIMER-MOTIVO
               MOVE SPACES TO WS-CODIGOS-CLIENTE
               SET CLIENTE-VALIDO TO TRUE
      *> A diferencia de la entrada diaria no se corta en la
      *> primera regla: la sucursal recibe todo lo que hay que
      *> corregir de una vez.
               PERFORM VLD-NOMBRE
               PERFORM VLD-DNI
               PERFORM VLD-FECHA-NAC
               PERFORM VLD-DIRECCION
               PERFORM VLD-CONTACTO
               PERFORM CONTROLAR-DNI-REPETIDO
               IF CLIENTE-INVALIDO
                   ADD 1 TO WS-TOTAL-CON-FALLAS
                   ADD 1 TO WS-SUC-CON-FALLAS(WS-IDX-SUC)
                   PERFORM GRABAR-REMEDIACION
               END-IF
           END-IF.

       ARMAR-REGISTRO-ENTRADA.
      *> El registro de entrada lleva los datos actuales del maestro;
      *> la fecha de alta es la del barrido y la sucursal la
      *> reemplaza al reenviarlo, como en cualquier novedad.
           MOVE SPACES TO WS-REG-CLIENTE
           MOVE REV-ID TO CLT-ID
           MOVE REV-NOMBRE TO CLT-NOMBRE
           MOVE REV-DNI TO CLT-DNI
           MOVE REV-FECHA-NAC TO CLT-FECHA-NAC
           MOVE REV-DIRECCION TO CLT-DIRECCION
           MOVE WS-FECHA-BARRIDO TO CLT-FECHA-ALTA
           MOVE REV-SUCURSAL TO CLT-SUCURSAL
           MOVE REV-TELEFONO TO CLT-TELEFONO
           MOVE REV-EMAIL TO CLT-EMAIL
           MOVE REV-CANAL TO CLT-CANAL.

       UBICAR-SUCURSAL.
           SET SUC-NO-HALLADA TO TRUE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
                      OR SUC-HALLADA
               IF WS-SUC-CODIGO(WS-IDX-SUC) = REV-SUCURSAL
                   SET SUC-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF SUC-HALLADA
               SUBTRACT 1 FROM WS-IDX-SUC
           ELSE
               IF WS-TOTAL-SUCURSALES NOT < 20
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "MAESTRO CON MAS DE 20 SUCURSALES"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
               ADD 1 TO WS-TOTAL-SUCURSALES
               MOVE WS-TOTAL-SUCURSALES TO WS-IDX-SUC
               INITIALIZE WS-SUC-ENT(WS-IDX-SUC)
               MOVE REV-SUCURSAL TO WS-SUC-CODIGO(WS-IDX-SUC)
           END-IF.

       CONTROLAR-DNI-REPETIDO.
           IF WS-ID-OTRO-VIGENTE NOT = SPACES
               SET CLIENTE-INVALIDO TO TRUE
               ADD 1 TO WS-TOTAL-RECH-DNIMAE
               MOVE CTE-ERR-DNI-MAESTRO TO WS-COD-RECHAZO
               MOVE "DNI YA EN MAESTRO CON OTRO ID"
                   TO WS-MOTIVO-RECHAZO
               STRING "(ID " WS-ID-OTRO-VIGENTE ")"
                   DELIMITED BY SIZE INTO WS-DETALLE-FALLA
               PERFORM GRABAR-RECHAZO
           END-IF.

       GRABAR-RECHAZO.
      *> Lo invocan las rutinas VLD-* en cada regla que falla: aqui
      *> no hay cola de rechazos, la falla va al reporte y al
      *> conteo por sucursal y regla.
           ADD 1 TO WS-TOTAL-FALLAS
           ADD 1 TO WS-CANT-FALLAS
           IF WS-CANT-FALLAS = 1
               MOVE WS-COD-RECHAZO TO WS-PRIMER-CODIGO
               MOVE WS-MOTIVO-RECHAZO TO WS-PRIMER-MOTIVO
           END-IF
           COMPUTE WS-POS-CODIGO = (WS-CANT-FALLAS - 1) * 2 + 1
           MOVE WS-COD-RECHAZO
               TO WS-CODIGOS-CLIENTE(WS-POS-CODIGO:2)
           IF WS-COD-RECHAZO >= 1 AND WS-COD-RECHAZO <= 7
               MOVE WS-COD-RECHAZO TO WS-IDX-COD
               ADD 1 TO WS-SUC-FALLAS(WS-IDX-SUC, WS-IDX-COD)
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SUC=" REV-SUCURSAL
               " ID=" REV-ID
               " ESTADO=" REV-ESTADO
               " COD=" WS-COD-RECHAZO
               " " WS-MOTIVO-RECHAZO
               " " WS-DETALLE-FALLA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-DETALLE-FALLA.

       GRABAR-ADVERTENCIA.
      *> Las reglas que solo advierten se informan para revision
      *> pero no son falla: no cuentan para la sucursal ni mandan al
      *> cliente a remediacion.
           ADD 1 TO WS-TOTAL-ADVERTENCIAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "SUC=" REV-SUCURSAL
               " ID=" REV-ID
               " ESTADO=" REV-ESTADO
               " ADV=" WS-COD-RECHAZO
               " " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       GRABAR-REMEDIACION.
           MOVE SPACES TO REG-REMEDIACION
           MOVE REV-SUCURSAL TO REM-SUCURSAL
           MOVE WS-PRIMER-CODIGO TO REM-CODIGO
           MOVE WS-PRIMER-MOTIVO TO REM-MOTIVO
           MOVE WS-CANT-FALLAS TO REM-CANT-FALLAS
           MOVE WS-CODIGOS-CLIENTE TO REM-CODIGOS
           MOVE WS-FECHA-BARRIDO TO REM-FECHA-BARRIDO
           MOVE WS-REG-CLIENTE TO REM-REGISTRO
           WRITE REG-REMEDIACION.

       ESCRIBIR-RESUMEN.
           MOVE "--- FALLAS POR SUCURSAL Y REGLA ---" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-TOTAL-SUCURSALES
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "SUC=" WS-SUC-CODIGO(WS-IDX-SUC)
                   " REVISADOS=" WS-SUC-REVISADOS(WS-IDX-SUC)
                   " FALLAS=" WS-SUC-CON-FALLAS(WS-IDX-SUC)
                   " NOM=" WS-SUC-FALLAS(WS-IDX-SUC, 1)
                   " DNI=" WS-SUC-FALLAS(WS-IDX-SUC, 2)
                   " FEC=" WS-SUC-FALLAS(WS-IDX-SUC, 3)
                   " DIR=" WS-SUC-FALLAS(WS-IDX-SUC, 5)
                   " DNIMAE=" WS-SUC-FALLAS(WS-IDX-SUC, 6)
                   " CONT=" WS-SUC-FALLAS(WS-IDX-SUC, 7)
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL POR REGLA: NOMBRE=" WS-TOTAL-RECH-NOMBRE
               " DNI=" WS-TOTAL-RECH-DNI
               " FECHA=" WS-TOTAL-RECH-FECHA
               " DIRECCION=" WS-TOTAL-RECH-DIREC
               " DNI-MAESTRO=" WS-TOTAL-RECH-DNIMAE
               " CONTACTO=" WS-TOTAL-RECH-CONTAC
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " EXCLUIDOS(CERRADO/FUSIONADO)=" WS-TOTAL-EXCLUIDOS
               " REVISADOS=" WS-TOTAL-REVISADOS
               " CON-FALLAS=" WS-TOTAL-CON-FALLAS
               " FALLAS=" WS-TOTAL-FALLAS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "ADVERTENCIAS (NO CUENTAN COMO FALLA)="
               WS-TOTAL-ADVERTENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

      *> COPY con las rutinas de validacion vigentes
       COPY CPY-VALIDACIONES.

       COPY CPY-POSTAL.

       COPY CPY-SEVERIDAD.

           COPY CPY-ABEND.
