      ******************************************************************
      * PROGRAMA: REPORTE-SEGURIDAD
      * TIPO:     Batch COBOL (reporte)
      * OBJETIVO: Reporte diario de la bitacora de seguridad
      *           (seguridad_accesos.txt): cada intento denegado del
      *           dia en los programas de mantenimiento y aprobacion,
      *           con totales por motivo, por programa y por legajo.
      *           Un legajo con 3 o mas denegaciones en el dia queda
      *           como alerta en el archivo central de operaciones
      *           (alertas_operacion.txt). La fecha se toma del
      *           parametro AAAAMMDD; sin parametro, la de hoy.
      *           Termina con codigo 4 si hubo denegaciones.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SEGURIDAD.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-OPERADOR-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO 'reporte_seguridad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
           COPY CPY-OPERADOR-FD.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(132).

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       COPY CPY-ALERTA-WS.

       COPY CPY-OPERADOR-WS.

       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(132).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

       01  WS-PARAMETRO          PIC X(20) VALUE SPACES.
       01  WS-PARAMETRO-DESC REDEFINES WS-PARAMETRO.
           05 WS-PARAM-FECHA     PIC X(8).
           05 WS-PARAM-RESTO     PIC X(12).
       77  WS-FECHA-REPORTE      PIC 9(8) VALUE ZERO.

      *> Denegaciones de un mismo legajo en el dia a partir de las
      *> cuales se alerta.
       77  WS-UMBRAL-ALERTA      PIC 9(3) VALUE 3.

       77  WS-TOTAL-LEIDOS       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-DIA          PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ALERTADOS    PIC 9(5) VALUE ZERO.
       77  WS-LEGAJO-CLAVE       PIC X(8) VALUE SPACES.

      *> Motivos conocidos (los de CPY-SEGURIDAD-REG); lo que no
      *> figure se cuenta en el ultimo renglon.
       01  WS-MOTIVOS-DEF.
           05 FILLER             PIC X(12) VALUE "SIN-LEGAJO".
           05 FILLER             PIC X(12) VALUE "NO-REGISTRA".
           05 FILLER             PIC X(12) VALUE "INACTIVO".
           05 FILLER             PIC X(12) VALUE "FUERA-VIGEN".
           05 FILLER             PIC X(12) VALUE "SIN-PIN".
           05 FILLER             PIC X(12) VALUE "PIN-INVALIDO".
           05 FILLER             PIC X(12) VALUE "SIN-ROL".
           05 FILLER             PIC X(12) VALUE "CUATRO-OJOS".
           05 FILLER             PIC X(12) VALUE "OTROS".
       01  WS-MOTIVOS REDEFINES WS-MOTIVOS-DEF.
           05 WS-NOMBRE-MOTIVO OCCURS 9 TIMES PIC X(12).
       01  WS-TABLA-CANT-MOTIVOS.
           05 WS-CANT-MOTIVO OCCURS 9 TIMES PIC 9(5).
       77  WS-IDX-MOT            PIC 9(2) VALUE ZERO.

      *> Cortes por programa y por legajo; lo que exceda la tabla se
      *> cuenta igual en el total del dia.
       77  WS-TOTAL-PROGRAMAS    PIC 9(3) VALUE ZERO.
       77  WS-IDX-PRG            PIC 9(3) VALUE ZERO.
       77  WS-PRG-HALLADO        PIC 9(3) VALUE ZERO.
       01  WS-TABLA-PROGRAMAS.
           05 WS-PRG-ENT OCCURS 50 TIMES.
               10 WS-PRG-NOMBRE      PIC X(20).
               10 WS-PRG-CANT        PIC 9(5).
       77  WS-PRG-EXCEDIDOS      PIC 9(5) VALUE ZERO.

       77  WS-TOTAL-LEGAJOS      PIC 9(4) VALUE ZERO.
       77  WS-IDX-LEG            PIC 9(4) VALUE ZERO.
       77  WS-LEG-HALLADO        PIC 9(4) VALUE ZERO.
       01  WS-TABLA-LEGAJOS.
           05 WS-LEG-ENT OCCURS 500 TIMES.
               10 WS-LEG-LEGAJO      PIC X(8).
               10 WS-LEG-CANT        PIC 9(5).
               10 WS-LEG-ULT-PROGRAMA PIC X(20).
               10 WS-LEG-ULT-MOTIVO  PIC X(12).
       77  WS-LEG-EXCEDIDOS      PIC 9(5) VALUE ZERO.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REPORTE DE SEGURIDAD DE ACCESOS ==="
           MOVE "REPORTE-SEGURIDAD" TO WS-ALR-PROGRAMA
           INITIALIZE WS-TABLA-CANT-MOTIVOS
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARAMETRO = SPACES
                   ACCEPT WS-FECHA-REPORTE FROM DATE YYYYMMDD
               WHEN WS-PARAM-FECHA IS NUMERIC
                   AND WS-PARAM-RESTO = SPACES
                   MOVE WS-PARAM-FECHA TO WS-FECHA-REPORTE
               WHEN OTHER
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   STRING "PARAMETRO INVALIDO (AAAAMMDD): "
                       WS-PARAMETRO DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           DISPLAY "Fecha informada: " WS-FECHA-REPORTE
           PERFORM ABRIR-ARCHIVOS

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "--- ACCESOS DENEGADOS DEL " WS-FECHA-REPORTE " ---"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "HORA     PROGRAMA             LEGAJO   ROL       "
               TO WS-LINEA-REPORTE
           MOVE "ACCION               MOTIVO       DETALLE"
               TO WS-LINEA-REPORTE(51:)
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE

      *> Sin bitacora no hubo denegaciones todavia: reporte en cero.
           IF WS-SEGURIDAD-STATUS = "00"
               PERFORM LEE-BITACORA
               PERFORM UNTIL FIN-ARCHIVO
                   ADD 1 TO WS-TOTAL-LEIDOS
                   IF SEG-FECHA = WS-FECHA-REPORTE
                       PERFORM PROCESAR-DENEGACION
                   END-IF
                   PERFORM LEE-BITACORA
               END-PERFORM
               CLOSE ARCHIVO-SEGURIDAD
           END-IF
           IF WS-TOTAL-DIA = ZERO
               MOVE "SIN ACCESOS DENEGADOS" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           PERFORM ESCRIBIR-POR-MOTIVO
           PERFORM ESCRIBIR-POR-PROGRAMA
           PERFORM ESCRIBIR-POR-LEGAJO
           PERFORM ESCRIBE-RESUMEN
           CLOSE ARCHIVO-REPORTE

           DISPLAY "=== FIN REPORTE DE SEGURIDAD ==="
           DISPLAY "Denegaciones del dia: " WS-TOTAL-DIA
               " Legajos alertados: " WS-TOTAL-ALERTADOS
           DISPLAY "Alertas nuevas: " WS-ALR-EMITIDAS
               " Ya abiertas: " WS-ALR-SUPRIMIDAS
           IF WS-TOTAL-DIA > ZERO
               MOVE RC-ADVERTENCIA TO RETURN-CODE
           END-IF
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCHIVO-SEGURIDAD
           IF WS-SEGURIDAD-STATUS NOT = "00"
               AND WS-SEGURIDAD-STATUS NOT = "35"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR BITACORA SEGURIDAD, STATUS="
                   WS-SEGURIDAD-STATUS DELIMITED BY SIZE
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
           END-IF.

       LEE-BITACORA.
           READ ARCHIVO-SEGURIDAD
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       PROCESAR-DENEGACION.
           ADD 1 TO WS-TOTAL-DIA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING SEG-HORA " " SEG-PROGRAMA " " SEG-LEGAJO " "
               SEG-ROL " " SEG-ACCION " " SEG-MOTIVO " " SEG-DETALLE
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM CONTAR-MOTIVO
           PERFORM CONTAR-PROGRAMA
           PERFORM CONTAR-LEGAJO.

       CONTAR-MOTIVO.
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 8
                      OR WS-NOMBRE-MOTIVO(WS-IDX-MOT) = SEG-MOTIVO
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-CANT-MOTIVO(WS-IDX-MOT).

       CONTAR-PROGRAMA.
           MOVE ZERO TO WS-PRG-HALLADO
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-TOTAL-PROGRAMAS
                      OR WS-PRG-HALLADO > ZERO
               IF WS-PRG-NOMBRE(WS-IDX-PRG) = SEG-PROGRAMA
                   MOVE WS-IDX-PRG TO WS-PRG-HALLADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PRG-HALLADO > ZERO
                   ADD 1 TO WS-PRG-CANT(WS-PRG-HALLADO)
               WHEN WS-TOTAL-PROGRAMAS < 50
                   ADD 1 TO WS-TOTAL-PROGRAMAS
                   MOVE SEG-PROGRAMA
                       TO WS-PRG-NOMBRE(WS-TOTAL-PROGRAMAS)
                   MOVE 1 TO WS-PRG-CANT(WS-TOTAL-PROGRAMAS)
               WHEN OTHER
                   ADD 1 TO WS-PRG-EXCEDIDOS
           END-EVALUATE.

       CONTAR-LEGAJO.
      *> Los intentos sin legajo se agrupan bajo SIN-LEG.
           IF SEG-LEGAJO = SPACES
               MOVE "SIN-LEG" TO WS-LEGAJO-CLAVE
           ELSE
               MOVE SEG-LEGAJO TO WS-LEGAJO-CLAVE
           END-IF
           MOVE ZERO TO WS-LEG-HALLADO
           PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
                   UNTIL WS-IDX-LEG > WS-TOTAL-LEGAJOS
                      OR WS-LEG-HALLADO > ZERO
               IF WS-LEG-LEGAJO(WS-IDX-LEG) = WS-LEGAJO-CLAVE
                   MOVE WS-IDX-LEG TO WS-LEG-HALLADO
               END-IF
           END-PERFORM
           IF WS-LEG-HALLADO = ZERO
               IF WS-TOTAL-LEGAJOS < 500
                   ADD 1 TO WS-TOTAL-LEGAJOS
                   MOVE WS-TOTAL-LEGAJOS TO WS-LEG-HALLADO
                   MOVE WS-LEGAJO-CLAVE
                       TO WS-LEG-LEGAJO(WS-LEG-HALLADO)
                   MOVE ZERO TO WS-LEG-CANT(WS-LEG-HALLADO)
               ELSE
                   ADD 1 TO WS-LEG-EXCEDIDOS
               END-IF
           END-IF
           IF WS-LEG-HALLADO > ZERO
               ADD 1 TO WS-LEG-CANT(WS-LEG-HALLADO)
               MOVE SEG-PROGRAMA TO WS-LEG-ULT-PROGRAMA(WS-LEG-HALLADO)
               MOVE SEG-MOTIVO TO WS-LEG-ULT-MOTIVO(WS-LEG-HALLADO)
           END-IF.

       ESCRIBIR-POR-MOTIVO.
           MOVE "--- DENEGACIONES POR MOTIVO ---" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 9
               IF WS-CANT-MOTIVO(WS-IDX-MOT) > ZERO
                   MOVE SPACES TO WS-LINEA-REPORTE
                   STRING "MOTIVO=" WS-NOMBRE-MOTIVO(WS-IDX-MOT)
                       " DENEGACIONES=" WS-CANT-MOTIVO(WS-IDX-MOT)
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE WS-LINEA-REPORTE TO REG-REPORTE
                   WRITE REG-REPORTE
               END-IF
           END-PERFORM.

       ESCRIBIR-POR-PROGRAMA.
           MOVE "--- DENEGACIONES POR PROGRAMA ---" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-TOTAL-PROGRAMAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "PROGRAMA=" WS-PRG-NOMBRE(WS-IDX-PRG)
                   " DENEGACIONES=" WS-PRG-CANT(WS-IDX-PRG)
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM
           IF WS-PRG-EXCEDIDOS > ZERO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "OTROS PROGRAMAS DENEGACIONES=" WS-PRG-EXCEDIDOS
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       ESCRIBIR-POR-LEGAJO.
      *> Un legajo en el umbral o por encima se marca y se alerta:
      *> puede ser alguien probando PIN o roles ajenos.
           MOVE "--- DENEGACIONES POR LEGAJO ---" TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
                   UNTIL WS-IDX-LEG > WS-TOTAL-LEGAJOS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "LEGAJO=" WS-LEG-LEGAJO(WS-IDX-LEG)
                   " DENEGACIONES=" WS-LEG-CANT(WS-IDX-LEG)
                   " ULTIMO=" WS-LEG-ULT-PROGRAMA(WS-IDX-LEG)
                   " " WS-LEG-ULT-MOTIVO(WS-IDX-LEG)
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               IF WS-LEG-CANT(WS-IDX-LEG) NOT < WS-UMBRAL-ALERTA
                   MOVE "*** ALERTA" TO WS-LINEA-REPORTE(100:)
                   PERFORM ALERTAR-LEGAJO
               END-IF
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-PERFORM
           IF WS-LEG-EXCEDIDOS > ZERO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "OTROS LEGAJOS DENEGACIONES=" WS-LEG-EXCEDIDOS
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       ALERTAR-LEGAJO.
           ADD 1 TO WS-TOTAL-ALERTADOS
           MOVE "A" TO WS-ALR-SEVERIDAD
           MOVE "ACCESO-DENEG" TO WS-ALR-CODIGO
           MOVE SPACES TO WS-ALR-CLAVE
           STRING WS-LEG-LEGAJO(WS-IDX-LEG) WS-FECHA-REPORTE
               DELIMITED BY SIZE INTO WS-ALR-CLAVE
           MOVE SPACES TO WS-ALR-TEXTO
           STRING "LEGAJO " WS-LEG-LEGAJO(WS-IDX-LEG) " CON "
               WS-LEG-CANT(WS-IDX-LEG) " DENEGACIONES EL "
               WS-FECHA-REPORTE " ULTIMO EN "
               WS-LEG-ULT-PROGRAMA(WS-IDX-LEG)
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: FECHA=" WS-FECHA-REPORTE
               " LEIDOS=" WS-TOTAL-LEIDOS
               " DENEGADOS=" WS-TOTAL-DIA
               " LEGAJOS=" WS-TOTAL-LEGAJOS
               " ALERTADOS=" WS-TOTAL-ALERTADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
