      *           regla que PROCESA-EDADES (CALCULAR-EDAD-ACTUAL):
      *           anios cumplidos, menos uno si el cumpleanios no
      *           llego. Reemplaza la lista tipeada a mano que se
      *           desactualizaba con cada cumpleanios. Los clientes
      *           CERRADOS (baja logica) no van al roster. Cada
      *           linea lleva el ID del maestro del cliente.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  REG-ROSTER.
           05 ROS-NOMBRE         PIC X(30).
           05 ROS-EDAD           PIC 99.
      *> ID del maestro: VALIDAR-EDAD y CARTAS-ELEGIBILIDAD
      *> identifican a la persona por este campo y no por el nombre,
      *> que se repite entre clientes distintos.
           05 ROS-ID             PIC X(10).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-ROSTER-STATUS      PIC XX VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-FIN-MAESTRO        PIC X VALUE 'N'.
           88 FIN-MAESTRO         VALUE 'S'.
       77  WS-TOTAL-LEIDOS       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-EMITIDOS     PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-OMITIDOS     PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CERRADOS     PIC 9(7) VALUE ZERO.

           COPY CPY-RETCODES.

           PERFORM LEE-MAESTRO
           PERFORM UNTIL FIN-MAESTRO
               ADD 1 TO WS-TOTAL-LEIDOS
      *> Un cliente cerrado sigue en el maestro pero ya no es
      *> destinatario de la validacion de edad ni de sus cartas
      *> (tampoco el ID absorbido por una fusion ni uno con los
      *> datos suprimidos).
               IF CLM-ESTADO = "CERRADO" OR CLM-ESTADO = "FUSIONADO"
                   OR CLM-ESTADO = "SUPRIMIDO"
                   ADD 1 TO WS-TOTAL-CERRADOS
               ELSE
                   PERFORM EMITIR-ENTRADA-ROSTER
               END-IF
               PERFORM LEE-MAESTRO
           END-PERFORM

           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
               " Emitidos: " WS-TOTAL-EMITIDOS
               " Omitidos: " WS-TOTAL-OMITIDOS
               " Cerrados: " WS-TOTAL-CERRADOS
           STOP RUN.

       ABRIR-ARCHIVOS.
           IF EDAD-VALIDA
               MOVE CLM-NOMBRE TO ROS-NOMBRE
               MOVE WS-EDAD TO ROS-EDAD
               MOVE CLM-ID TO ROS-ID
               WRITE REG-ROSTER
               ADD 1 TO WS-TOTAL-EMITIDOS
           ELSE
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " EMITIDOS=" WS-TOTAL-EMITIDOS
               " OMITIDOS=" WS-TOTAL-OMITIDOS
               " CERRADOS=" WS-TOTAL-CERRADOS
               " FECHA=" WS-FECHA-REPORTE
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
