               ASSIGN TO 'calendario_proceso.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.
           COPY CPY-ALERTA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-LOG-CORRIDAS.
      *> Registro acumulativo permanente: una linea por corrida con
      *> identificador, horas, resultado por pasos y codigo final.
      *> La suplementaria se marca SUPL en la columna 92, o SUPL-OK
      *> si su cadena critica termino: CONSOLIDA-SUCURSALES
      *> vuelve a aceptar las sucursales de una suplementaria sin
      *> esa marca.
       01  REG-LOG-CORRIDA       PIC X(100).

       FD  ARCHIVO-CALENDARIO.
           05 CAL-FECHA          PIC 9(8).
           05 CAL-TIPO           PIC X.

       COPY CPY-ALERTA-FD.

       WORKING-STORAGE SECTION.
       77  WS-SECUENCIA-STATUS   PIC XX VALUE SPACES.
       77  WS-IDCO-STATUS        PIC XX VALUE SPACES.
       77  WS-ZEL-COCIENTE       PIC 9(4) VALUE ZERO.
       77  WS-DIA-SEMANA         PIC 9 VALUE ZERO.
       COPY CPY-LOCK-WS.
       COPY CPY-ALERTA-WS.

       77  WS-PASOS-STATUS       PIC XX VALUE SPACES.
       77  WS-FIN-PASOS          PIC X VALUE 'N'.
       77  WS-RESULTADO-SUITE    PIC X(10) VALUE SPACES.
       77  WS-REPORTE-STATUS     PIC XX VALUE SPACES.
       77  WS-PASO-NOMBRE        PIC X(20).
       77  WS-COMANDO            PIC X(80).
       77  WS-PASO-TIMEOUT       PIC 9(4) VALUE ZERO.
       77  WS-COMANDO-TIMEOUT    PIC X(100) VALUE SPACES.
       77  WS-LINEA-REPORTE      PIC X(100).

       77  WS-SUITE-OK           PIC X VALUE 'S'.
       77  WS-RC-CRUDO           PIC S9(9).
       77  WS-CC-PASO            PIC S9(4).

      *> Corrida suplementaria de sucursales tardias: el parametro
      *> "SUPLEMENTARIA Snnn [Snnn...]" (hasta cinco sucursales)
      *> corre solo la cadena de esas sucursales con identificador
      *> de corrida propio, despues de la noche del dia.
       77  WS-PARAMETRO-SUITE    PIC X(60) VALUE SPACES.
       77  WS-MODO-SUITE         PIC X VALUE 'N'.
           88 MODO-NOCTURNO        VALUE 'N'.
           88 MODO-SUPLEMENTARIO   VALUE 'S'.
       01  WS-TABLA-TARDIAS.
           05 WS-TARDIA OCCURS 5 TIMES PIC X(4).
       77  WS-IDX-TARDIA         PIC 9(2) VALUE ZERO.
       77  WS-TOTAL-TARDIAS      PIC 9(2) VALUE ZERO.
       77  WS-LISTA-TARDIAS      PIC X(30) VALUE SPACES.
       77  WS-PTR-LISTA          PIC 9(2) VALUE ZERO.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== INICIO SUITE NOCTURNA DE BATCH ==="
           MOVE "SUITE-NOCTURNA" TO WS-NOMBRE-PROCESO
           ACCEPT WS-PARAMETRO-SUITE FROM COMMAND-LINE
           IF WS-PARAMETRO-SUITE(1:13) = "SUPLEMENTARIA"
               PERFORM TOMAR-SUCURSALES-TARDIAS
           END-IF
           PERFORM TOMAR-LOCK
           ACCEPT WS-FECHA-SUITE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-INICIO-SUITE FROM TIME
               STOP RUN
           END-IF
           PERFORM GENERAR-ID-CORRIDA
           MOVE "SUITE-NOCTURNA" TO WS-ALR-PROGRAMA
           MOVE WS-ID-CORRIDA TO WS-ALR-CORRIDA
           IF MODO-SUPLEMENTARIO
               PERFORM CORRIDA-SUPLEMENTARIA
           END-IF
           PERFORM LEER-ESTADO-SUITE
           OPEN OUTPUT ARCHIVO-REPORTE-SUITE
           IF WS-REPORTE-STATUS NOT = "00"

      *> El ultimo dia habil del mes agrega la consolidacion
      *> mensual de la historia operativa, el estado de cargos por
      *> sucursal, el tablero de calidad de datos por sucursal, la
      *> presentacion regulatoria, el barrido de revalidacion del
      *> maestro y la hoja de dotacion y masa salarial por
      *> departamento como pasos extra. Al cierre de cada trimestre
      *> se suma la proyeccion de capacidad de la ventana batch.
           IF DIA-FIN-DE-MES
               MOVE "CONSOLIDA-MENSUAL" TO WS-PASO-NOMBRE
               MOVE "./tendencia-operativa MENSUAL" TO WS-COMANDO
               MOVE "N" TO WS-PASO-CRITICO
               MOVE 900 TO WS-PASO-TIMEOUT
               PERFORM EJECUTAR-PASO
               MOVE "CALIDAD-SUCURSALES" TO WS-PASO-NOMBRE
               MOVE "./calidad-sucursales" TO WS-COMANDO
               MOVE "N" TO WS-PASO-CRITICO
               MOVE 900 TO WS-PASO-TIMEOUT
               PERFORM EJECUTAR-PASO
               MOVE "REGULATORIO-CLIENTES" TO WS-PASO-NOMBRE
               MOVE "./regulatorio-clientes" TO WS-COMANDO
               MOVE "N" TO WS-PASO-CRITICO
               MOVE 900 TO WS-PASO-TIMEOUT
               PERFORM EJECUTAR-PASO
               MOVE "REVALIDA-MAESTRO" TO WS-PASO-NOMBRE
               MOVE "./revalida-maestro" TO WS-COMANDO
               MOVE "N" TO WS-PASO-CRITICO
               MOVE 900 TO WS-PASO-TIMEOUT
               PERFORM EJECUTAR-PASO
               MOVE "DOTACION-MENSUAL" TO WS-PASO-NOMBRE
               MOVE "./dotacion-mensual" TO WS-COMANDO
               MOVE "N" TO WS-PASO-CRITICO
               MOVE 900 TO WS-PASO-TIMEOUT
               PERFORM EJECUTAR-PASO
               IF WS-FECHA-SUITE(5:2) = "03" OR "06" OR "09" OR "12"
                   MOVE "PROYECTA-CAPACIDAD" TO WS-PASO-NOMBRE
                   MOVE "./proyecta-capacidad" TO WS-COMANDO
                   MOVE "N" TO WS-PASO-CRITICO
                   MOVE 900 TO WS-PASO-TIMEOUT
                   PERFORM EJECUTAR-PASO
               END-IF
           END-IF

           PERFORM ESCRIBIR-RESUMEN-SUITE
           MOVE WS-TOTAL-FALLOS TO RETURN-CODE
           STOP RUN.

       TOMAR-SUCURSALES-TARDIAS.
           SET MODO-SUPLEMENTARIO TO TRUE
           MOVE SPACES TO WS-TABLA-TARDIAS
           UNSTRING WS-PARAMETRO-SUITE(15:) DELIMITED BY ALL SPACE
               INTO WS-TARDIA(1) WS-TARDIA(2) WS-TARDIA(3)
                    WS-TARDIA(4) WS-TARDIA(5)
               TALLYING IN WS-TOTAL-TARDIAS
               ON OVERFLOW
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   MOVE "SUPLEMENTARIA CON MAS DE 5 SUCURSALES"
                       TO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-UNSTRING
      *> La lista va a los comandos de los pasos con un blanco
      *> entre sucursales.
           MOVE SPACES TO WS-LISTA-TARDIAS
           MOVE 1 TO WS-PTR-LISTA
           MOVE ZERO TO WS-TOTAL-TARDIAS
           PERFORM VARYING WS-IDX-TARDIA FROM 1 BY 1
                   UNTIL WS-IDX-TARDIA > 5
               IF WS-TARDIA(WS-IDX-TARDIA) NOT = SPACES
                   ADD 1 TO WS-TOTAL-TARDIAS
                   STRING WS-TARDIA(WS-IDX-TARDIA) " "
                       DELIMITED BY SIZE INTO WS-LISTA-TARDIAS
                       WITH POINTER WS-PTR-LISTA
               END-IF
           END-PERFORM
           IF WS-TOTAL-TARDIAS = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SUPLEMENTARIA SIN SUCURSALES" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Corrida suplementaria de sucursales tardias: "
               WS-LISTA-TARDIAS.

       CORRIDA-SUPLEMENTARIA.
      *> La suplementaria no toca el estado de avance de la noche
      *> (no se reanuda ni deja pasos anotados: si falla se corre
      *> entera de nuevo, cada programa se protege), no lee la hoja
      *> de ruta ni corre los extras de fin de mes ni el tablero: su
      *> cadena es fija. Su reporte se agrega al de la noche.
           OPEN EXTEND ARCHIVO-REPORTE-SUITE
           IF WS-REPORTE-STATUS = "35"
               OPEN OUTPUT ARCHIVO-REPORTE-SUITE
           END-IF
           IF WS-REPORTE-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO-REPORTE-SUITE, STATUS="
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "CORRIDA SUPLEMENTARIA: " WS-ID-CORRIDA
               " SUCURSALES: " WS-LISTA-TARDIAS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE-SUITE
           WRITE REG-REPORTE-SUITE

      *> Misma cadena que recorre un envio en la noche, limitada a
      *> las sucursales tardias. La proxima noche pisa los controles
      *> del dia: CONCILIA-CADENA corre aca, casa las fronteras de
      *> esta corrida y el total del dia (TOTAL-DIA de consolidacion
      *> y de PROCESA-CLIENTES). Los clientes aceptados de las
      *> tardias pasan por CONTROLA-LISTAS como los de la noche: el
      *> clientes_out.dat de esta corrida trae solo los suyos.
           MOVE "CONSOLIDA-SUCURSALES" TO WS-PASO-NOMBRE
           MOVE SPACES TO WS-COMANDO
           STRING "./consolida-sucursales SUPLEMENTARIA "
               DELIMITED BY SIZE
               WS-LISTA-TARDIAS DELIMITED BY "  "
               " BAJO-SUITE" DELIMITED BY SIZE
               INTO WS-COMANDO
           MOVE "S" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "PROCESA-CLIENTES" TO WS-PASO-NOMBRE
           MOVE "./procesa-clientes S BAJO-SUITE" TO WS-COMANDO
           MOVE "S" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "CONTROLA-LISTAS" TO WS-PASO-NOMBRE
           MOVE "./controla-listas N" TO WS-COMANDO
           MOVE "N" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "ACTUALIZA-MAESTRO" TO WS-PASO-NOMBRE
           MOVE "./actualiza-maestro" TO WS-COMANDO
           MOVE "S" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "CARGA-CLIENTES-DB2" TO WS-PASO-NOMBRE
           MOVE "./carga-clientes-db2" TO WS-COMANDO
           MOVE "S" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "CONCILIA-CADENA" TO WS-PASO-NOMBRE
           MOVE "./concilia-cadena SUPLEMENTARIA" TO WS-COMANDO
           MOVE "N" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "RESPUESTA-SUCURSALES" TO WS-PASO-NOMBRE
           MOVE SPACES TO WS-COMANDO
           STRING "./respuesta-sucursales SUPLEMENTARIA "
               DELIMITED BY SIZE
               WS-LISTA-TARDIAS DELIMITED BY "  "
               " BAJO-SUITE" DELIMITED BY SIZE
               INTO WS-COMANDO
           MOVE "N" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO
           MOVE "RESUMEN-OPERATIVO" TO WS-PASO-NOMBRE
           MOVE "./resumen-operativo SUPLEMENTARIA" TO WS-COMANDO
           MOVE "N" TO WS-PASO-CRITICO
           MOVE 900 TO WS-PASO-TIMEOUT
           PERFORM EJECUTAR-PASO

      *> Cadena critica completa: la foto del dia que tomo
      *> PROCESA-CLIENTES ya no hace falta; si quedara, la proxima
      *> suplementaria la tomaria por una caida y volveria a ella.
           IF SUITE-CONTINUA
               MOVE SPACES TO WS-COMANDO
               STRING "rm -f SUPLEM.G" WS-FECHA-SUITE ".*"
                   DELIMITED BY SIZE INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE ZERO TO RETURN-CODE
           END-IF

           PERFORM ESCRIBIR-RESUMEN-SUITE
           CLOSE ARCHIVO-REPORTE-SUITE

           DISPLAY "=== FIN CORRIDA SUPLEMENTARIA ==="
           DISPLAY "Pasos ejecutados: " WS-TOTAL-PASOS
           DISPLAY "Pasos OK: " WS-TOTAL-OK
           DISPLAY "Pasos con fallo: " WS-TOTAL-FALLOS
           DISPLAY "Pasos omitidos: " WS-TOTAL-OMITIDOS

           ACCEPT WS-HORA-FIN-SUITE FROM TIME
           PERFORM ANOTAR-LOG-CORRIDA
           PERFORM LIBERAR-LOCK
           MOVE WS-TOTAL-FALLOS TO RETURN-CODE
           STOP RUN.

       CONSULTAR-CALENDARIO.
      *> Busca la fecha de hoy en el calendario; sin entrada decide
      *> por dia de semana (congruencia de Zeller: 0=sabado,
                   " OMITIDOS=" WS-TOTAL-OMITIDOS
                   " RC=" WS-TOTAL-FALLOS
                   DELIMITED BY SIZE INTO WS-LINEA-LOG
               IF MODO-SUPLEMENTARIO
                   IF SUITE-CONTINUA
                       MOVE " SUPL-OK" TO WS-LINEA-LOG(92:8)
                   ELSE
                       MOVE " SUPL" TO WS-LINEA-LOG(92:5)
                   END-IF
               END-IF
               MOVE WS-LINEA-LOG TO REG-LOG-CORRIDA
               WRITE REG-LOG-CORRIDA
               CLOSE ARCHIVO-LOG-CORRIDAS
      *> El tablero de la manana NO es un paso de la lista: corre en
      *> EJECUTAR-TABLERO recien despues de cerrar el reporte de la
      *> suite, porque su insumo es ese reporte completo.
           MOVE 14 TO WS-TOTAL-DEFINIDOS
           MOVE "VERIFICA-INSUMOS" TO WS-TAB-NOMBRE(1)
           MOVE "./verifica-insumos" TO WS-TAB-COMANDO(1)
           MOVE "ARCHIVO-DIARIO" TO WS-TAB-NOMBRE(2)
           MOVE "./procesa-edades BAJO-SUITE" TO WS-TAB-COMANDO(6)
           MOVE "EJEMPLO-DB2" TO WS-TAB-NOMBRE(7)
           MOVE "./ejemplo-db2 C" TO WS-TAB-COMANDO(7)
      *> La referencia postal se regenera antes de validar
      *> domicilios para que los cambios con fecha efectiva de hoy
      *> ya rijan en PROCESA-CLIENTES.
           MOVE "MANTIENE-POSTAL" TO WS-TAB-NOMBRE(8)
           MOVE "./mantiene-postal REGENERAR" TO WS-TAB-COMANDO(8)
           MOVE "PROCESA-CLIENTES" TO WS-TAB-NOMBRE(9)
           MOVE "./procesa-clientes BAJO-SUITE"
               TO WS-TAB-COMANDO(9)
      *> Los clientes aceptados en la noche se controlan contra las
      *> listas externas apenas salen de PROCESA-CLIENTES.
           MOVE "CONTROLA-LISTAS" TO WS-TAB-NOMBRE(10)
           MOVE "./controla-listas N" TO WS-TAB-COMANDO(10)
      *> La deteccion de DNI repetidos va despues de PROCESA-CLIENTES
      *> y del archivo diario: necesita los rechazos y el journal de
      *> la noche.
           MOVE "DETECTA-REPETIDOS" TO WS-TAB-NOMBRE(11)
           MOVE "./detecta-repetidos" TO WS-TAB-COMANDO(11)
           MOVE "RESPUESTA-SUCURSALES" TO WS-TAB-NOMBRE(12)
           MOVE "./respuesta-sucursales BAJO-SUITE"
               TO WS-TAB-COMANDO(12)
           MOVE "VIGILA-SLA" TO WS-TAB-NOMBRE(13)
           MOVE "./vigila-sla" TO WS-TAB-COMANDO(13)
           MOVE "REPORTE-SEGURIDAD" TO WS-TAB-NOMBRE(14)
           MOVE "./reporte-seguridad" TO WS-TAB-COMANDO(14)
      *> Tope de corrida por defecto: 15 minutos por paso; un paso
      *> colgado (historicamente CALCULAR-PROMEDIO esperando un
      *> ACCEPT) ya no detiene la noche entera.
           END-PERFORM
      *> EJEMPLO-DB2 puede terminar con codigo 4 de advertencia
      *> (ajustes sin aplicar): debe verse en el resumen, no frenar
      *> la cadena -- nada aguas abajo consume su salida. El
      *> control de listas (codigo 4 si falta una lista), la
      *> deteccion de DNI repetidos, las respuestas a sucursales y
      *> el vigia de SLA solo informan: un fallo ahi no frena la
      *> cadena. Si la referencia postal no
      *> se pudo regenerar sigue rigiendo la tabla de la noche
      *> anterior. El reporte de seguridad (codigo 4 si hubo
      *> accesos denegados) tampoco alimenta a nadie.
           MOVE "N" TO WS-TAB-CRITICO(7)
           MOVE "N" TO WS-TAB-CRITICO(8)
           MOVE "N" TO WS-TAB-CRITICO(10)
           MOVE "N" TO WS-TAB-CRITICO(11)
           MOVE "N" TO WS-TAB-CRITICO(12)
           MOVE "N" TO WS-TAB-CRITICO(13)
           MOVE "N" TO WS-TAB-CRITICO(14).

       LEER-ESTADO-SUITE.
      *> Un estado EN-PROCESO de esta misma fecha indica una corrida
               DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-PASO
               IF WS-CC-PASO = ZERO
                   ADD 1 TO WS-TOTAL-OK
                   IF MODO-NOCTURNO
                       PERFORM ANOTAR-PASO-COMPLETADO
                   END-IF
                   DISPLAY "  Resultado: OK (condition code 0)"
                   STRING WS-PASO-NOMBRE DELIMITED BY SPACE
                       ": OK (CC=0)" DELIMITED BY SIZE
                               "), CADENA CONTINUA" DELIMITED BY SIZE
                               INTO WS-LINEA-REPORTE
                   END-EVALUATE
                   PERFORM ALERTAR-FALLO-PASO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-OMITIDOS
           MOVE WS-LINEA-REPORTE TO REG-REPORTE-SUITE
           WRITE REG-REPORTE-SUITE.

       ALERTAR-FALLO-PASO.
      *> Un paso critico caido detiene la cadena: alerta critica.
      *> El fallo de un paso que solo avisa es alta.
           IF PASO-CRITICO
               MOVE "C" TO WS-ALR-SEVERIDAD
           ELSE
               MOVE "A" TO WS-ALR-SEVERIDAD
           END-IF
           MOVE "PASO-FALLO" TO WS-ALR-CODIGO
           MOVE WS-PASO-NOMBRE TO WS-ALR-CLAVE
           MOVE WS-LINEA-REPORTE TO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA.

       ESCRIBIR-RESUMEN-SUITE.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "RESUMEN: PASOS=" WS-TOTAL-PASOS

           COPY CPY-LOCK.

           COPY CPY-ALERTA.

           COPY CPY-ABEND.
