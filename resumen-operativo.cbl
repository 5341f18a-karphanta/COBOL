       77  WS-HISTORIA-STATUS    PIC XX VALUE SPACES.
       77  WS-FECHA-RESUMEN      PIC 9(8).
       77  WS-LINEA              PIC X(80).
      *> Con el parametro SUPLEMENTARIA (corrida suplementaria de
      *> sucursales tardias) los totales de clientes son los del dia:
      *> los de la ultima linea de historia de la fecha mas los de
      *> esta corrida, porque de cada fecha vale la ultima linea.
       77  WS-PARAMETRO          PIC X(80) VALUE SPACES.
       77  WS-MODO-RESUMEN       PIC X VALUE 'N'.
           88 MODO-NOCTURNO        VALUE 'N'.
           88 MODO-SUPLEMENTARIO   VALUE 'S'.
       77  WS-FIN-HISTORIA       PIC X VALUE 'N'.
           88 FIN-HISTORIA         VALUE 'S'.
       77  WS-CLI-PROCESADOS     PIC 9(5) VALUE ZERO.
       77  WS-CLI-ACEPTADOS      PIC 9(5) VALUE ZERO.
       77  WS-CLI-RECHAZADOS     PIC 9(5) VALUE ZERO.
       77  WS-CLI-DURACION       PIC 9(8) VALUE ZERO.
       77  WS-HISTORIA-DIA       PIC X(49) VALUE SPACES.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-RESUMEN FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF WS-PARAMETRO(1:13) = "SUPLEMENTARIA"
               SET MODO-SUPLEMENTARIO TO TRUE
           END-IF
           OPEN OUTPUT ARCHIVO-RESUMEN
           IF WS-RESUMEN-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO

           PERFORM LEER-CONTROL-EDADES
           PERFORM LEER-CONTROL-CLIENTES
           IF MODO-SUPLEMENTARIO AND CLIENTES-DISPONIBLE
               PERFORM SUMAR-HISTORIA-DEL-DIA
           END-IF

           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-SECCION-EDADES
                       CONTINUE
                   NOT AT END
                       SET CLIENTES-DISPONIBLE TO TRUE
                       MOVE CTC-PROCESADOS TO WS-CLI-PROCESADOS
                       MOVE CTC-ACEPTADOS TO WS-CLI-ACEPTADOS
                       MOVE CTC-RECHAZADOS TO WS-CLI-RECHAZADOS
                       MOVE CTC-DURACION TO WS-CLI-DURACION
               END-READ
               CLOSE CONTROL-CLIENTES
           END-IF.

       SUMAR-HISTORIA-DEL-DIA.
      *> Se busca la ultima linea de la fecha; sin ella la corrida
      *> suplementaria queda sola en el dia.
           MOVE SPACES TO WS-HISTORIA-DIA
           OPEN INPUT ARCHIVO-HISTORIA
           IF WS-HISTORIA-STATUS = "00"
               PERFORM UNTIL FIN-HISTORIA
                   READ ARCHIVO-HISTORIA
                       AT END
                           SET FIN-HISTORIA TO TRUE
                       NOT AT END
                           IF HIS-FECHA = WS-FECHA-RESUMEN
                               MOVE REG-HISTORIA TO WS-HISTORIA-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIA
           END-IF
           IF WS-HISTORIA-DIA NOT = SPACES
               MOVE WS-HISTORIA-DIA TO REG-HISTORIA
               ADD HIS-CLI-PROCESADOS TO WS-CLI-PROCESADOS
               ADD HIS-CLI-ACEPTADOS TO WS-CLI-ACEPTADOS
               ADD HIS-CLI-RECHAZADOS TO WS-CLI-RECHAZADOS
               ADD HIS-CLI-DURACION TO WS-CLI-DURACION
           END-IF.

       ANOTAR-HISTORIA.
      *> Los totales del dia se acumulan en la historia operativa:
      *> los archivos de control se pisan cada noche, la historia no.
                   MOVE ZERO TO HIS-EDA-DURACION
               END-IF
               IF CLIENTES-DISPONIBLE
                   MOVE WS-CLI-PROCESADOS TO HIS-CLI-PROCESADOS
                   MOVE WS-CLI-ACEPTADOS TO HIS-CLI-ACEPTADOS
                   MOVE WS-CLI-RECHAZADOS TO HIS-CLI-RECHAZADOS
                   MOVE WS-CLI-DURACION TO HIS-CLI-DURACION
               ELSE
                   MOVE ZERO TO HIS-CLI-PROCESADOS
                   MOVE ZERO TO HIS-CLI-ACEPTADOS
               MOVE WS-LINEA TO REG-RESUMEN
               WRITE REG-RESUMEN
           ELSE
               IF MODO-SUPLEMENTARIO
                   MOVE SPACES TO WS-LINEA
                   STRING "  Incluye corrida suplementaria CORRIDA="
                       CTC-CORRIDA DELIMITED BY SIZE INTO WS-LINEA
                   MOVE WS-LINEA TO REG-RESUMEN
                   WRITE REG-RESUMEN
               END-IF

               MOVE SPACES TO WS-LINEA
               STRING "  Procesados: " WS-CLI-PROCESADOS
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-RESUMEN
               WRITE REG-RESUMEN

               MOVE SPACES TO WS-LINEA
               STRING "  Rechazos: " WS-CLI-RECHAZADOS
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-RESUMEN
               WRITE REG-RESUMEN

               MOVE SPACES TO WS-LINEA
               STRING "  Duracion (centesimas de segundo): "
                   WS-CLI-DURACION DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-RESUMEN
               WRITE REG-RESUMEN
           END-IF.
