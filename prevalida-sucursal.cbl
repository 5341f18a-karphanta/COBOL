      ******************************************************************
      * PROGRAMA: PREVALIDA-SUCURSAL
      * TIPO:     Batch COBOL (corre en la sucursal)
      * OBJETIVO: Prevalidacion del archivo de clientes de una
      *           sucursal (formato clientes_sucNN.dat, con cabecera
      *           HDR y cola TRL) antes de enviarlo. Aplica las
      *           mismas reglas y codigos de motivo de CPY-VALIDACIONES
      *           que PROCESA-CLIENTES, con la misma referencia postal
      *           (tabla_postal.txt) y la misma severidad de reglas
      *           (severidad_reglas.txt), y controla la cabecera y la
      *           cola como lo hacen CONSOLIDA-SUCURSALES y
      *           PROCESA-CLIENTES. Deja el listado de errores en
      *           errores_prevalidacion.txt y, si el archivo en si esta
      *           sano, un archivo limpio listo para enviar: la misma
      *           cabecera, solo los registros sin rechazo y una cola
      *           nueva con la marca de prevalidacion (PREVAL, fecha y
      *           cantidad de registros apartados), que
      *           CONSOLIDA-SUCURSALES informa por sucursal.
      *           Uso: prevalida-sucursal <archivo> [<archivo limpio>]
      *           (por defecto el limpio es envio_<archivo>).
      *           No controla contra el maestro ni contra los DNI
      *           suprimidos: esos datos no salen de la central.
      *           Codigo 0 sin observaciones, 4 solo advertencias, 8
      *           con registros apartados y 12 si el archivo no es
      *           apto para enviar (no se genera el limpio).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVALIDA-SUCURSAL.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> El archivo de la sucursal se copia a un nombre fijo de
      *> trabajo y el limpio se arma tambien con nombre fijo (mismo
      *> esquema de CALL "SYSTEM" que CONSOLIDA-SUCURSALES): el
      *> SELECT no admite nombres variables.
           SELECT SUCURSAL-ENTRADA
               ASSIGN TO 'prevalida_entrada.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT SUCURSAL-LIMPIA
               ASSIGN TO 'prevalida_limpio.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMPIA-STATUS.
           SELECT LISTADO-ERRORES
               ASSIGN TO 'errores_prevalidacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
           SELECT ARCHIVO-IDS-CORRIDA
               ASSIGN TO 'ids_prevalidacion.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDS-ID
               FILE STATUS IS WS-IDS-STATUS.
           COPY CPY-POSTAL-SELECT.
           COPY CPY-SEVERIDAD-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-ENTRADA.
       01  REG-ENTRADA           PIC X(171).
       01  REG-ENT-CABECERA REDEFINES REG-ENTRADA.
           05 ENT-CAB-TIPO       PIC X(3).
           05 ENT-CAB-FECHA      PIC X(8).
           05 ENT-CAB-SUCURSAL   PIC X(4).
           05 FILLER             PIC X(156).
       01  REG-ENT-COLA REDEFINES REG-ENTRADA.
           05 ENT-COL-TIPO       PIC X(3).
           05 ENT-COL-CANTIDAD   PIC X(7).
           05 ENT-COL-HASH       PIC X(15).
           05 FILLER             PIC X(146).

       FD  SUCURSAL-LIMPIA.
      *> Mismo layout que CPY-CLIENTE-IN: se emite moviendo el
      *> registro de trabajo completo.
       01  REG-LIMPIO            PIC X(171).

       FD  LISTADO-ERRORES.
       01  REG-LISTADO           PIC X(132).

       FD  ARCHIVO-IDS-CORRIDA.
      *> Archivo de trabajo indexado de la deteccion de duplicados
      *> (VLD-DUPLICADO en CPY-VALIDACIONES), propio de este
      *> programa y recreado vacio en cada corrida.
       01  REG-ID-TRABAJO.
           05 IDS-ID             PIC X(10).
           05 IDS-POSICION       PIC 9(7).

       COPY CPY-POSTAL-FD.

       COPY CPY-SEVERIDAD-FD.

       WORKING-STORAGE SECTION.
      *> Registro de trabajo en layout de entrada: las rutinas de
      *> CPY-VALIDACIONES referencian estos campos CLT-*.
       01  WS-REG-CLIENTE.
           COPY CPY-CLIENTE-IN.

       77  WS-ENTRADA-STATUS     PIC XX VALUE SPACES.
       77  WS-LIMPIA-STATUS      PIC XX VALUE SPACES.
       77  WS-LISTADO-STATUS     PIC XX VALUE SPACES.
       77  WS-LINEA-LISTADO      PIC X(132).

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO        VALUE 'S'.
           88 MAS-DATOS          VALUE 'N'.

       77  WS-CLIENTE-VALIDO  PIC X VALUE 'N'.
           88 CLIENTE-VALIDO    VALUE 'S'.
           88 CLIENTE-INVALIDO  VALUE 'N'.

      *> Campos anfitriones que exigen las rutinas de validacion
      *> compartidas (mismos nombres que en PROCESA-CLIENTES). Aqui
      *> cuentan fallas, no registros: un registro puede tener mas
      *> de una.
       77  WS-TOTAL-RECH-NOMBRE PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DNI    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-FECHA  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DUPLIC PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DIREC  PIC 9(5) VALUE ZERO.
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

      *> Linea de comando: archivo de la sucursal y, opcional, el
      *> nombre del archivo limpio.
       77  WS-PARAMETRO          PIC X(80) VALUE SPACES.
       77  WS-ARCHIVO-ENTRADA    PIC X(40) VALUE SPACES.
       77  WS-ARCHIVO-LIMPIO     PIC X(40) VALUE SPACES.
       77  WS-COMANDO            PIC X(120) VALUE SPACES.
       77  WS-RC-CRUDO           PIC S9(9) VALUE ZERO.
       77  WS-CC-COMANDO         PIC S9(4) VALUE ZERO.

      *> Control del archivo: cabecera, cola y lo contado.
       77  WS-ARCHIVO-APTO       PIC X VALUE 'S'.
           88 ARCHIVO-APTO         VALUE 'S'.
           88 ARCHIVO-NO-APTO      VALUE 'N'.
       77  WS-COLA-LEIDA-SW      PIC X VALUE 'N'.
           88 COLA-LEIDA           VALUE 'S'.
           88 COLA-PENDIENTE       VALUE 'N'.
       77  WS-DESPUES-COLA       PIC 9(7) VALUE ZERO.
       77  WS-FECHA-CABECERA     PIC 9(8) VALUE ZERO.
       77  WS-SUCURSAL-CABECERA  PIC X(4) VALUE SPACES.
       77  WS-CANT-ESPERADA      PIC 9(7) VALUE ZERO.
       77  WS-HASH-ESPERADO      PIC 9(15) VALUE ZERO.
       77  WS-HASH-LEIDO         PIC 9(15) VALUE ZERO.
       77  WS-HASH-LIMPIO        PIC 9(15) VALUE ZERO.
       77  WS-DNI-NUMERICO       PIC 9(9) VALUE ZERO.
       77  WS-ERRORES-ARCHIVO    PIC 9(3) VALUE ZERO.
       77  WS-AVISOS-ARCHIVO     PIC 9(3) VALUE ZERO.
       77  WS-MOTIVO-ARCHIVO     PIC X(60) VALUE SPACES.

       77  WS-TOTAL-LEIDOS       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-LIMPIOS      PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-APARTADOS    PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-FALLAS       PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ADVERTENCIAS PIC 9(5) VALUE ZERO.

       01  WS-FECHA-PROCESO      PIC 9(8).
       01  WS-REG-CABECERA.
           05 WS-CAB-TIPO        PIC X(3) VALUE "HDR".
           05 WS-CAB-FECHA       PIC 9(8).
           05 WS-CAB-SUCURSAL    PIC X(4).
      *> Cola del archivo limpio: cantidad y hash como siempre, mas
      *> la marca de prevalidacion que lee CONSOLIDA-SUCURSALES.
       01  WS-REG-COLA.
           05 WS-COL-TIPO        PIC X(3) VALUE "TRL".
           05 WS-COL-CANTIDAD    PIC 9(7).
           05 WS-COL-HASH        PIC 9(15).
           05 WS-COL-MARCA       PIC X(6) VALUE "PREVAL".
           05 WS-COL-FECHA-PREVAL PIC 9(8).
           05 WS-COL-APARTADOS   PIC 9(7).

           COPY CPY-CONSTANTES.

           COPY CPY-POSTAL-WS.

           COPY CPY-SEVERIDAD-WS.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PREVALIDACION DE ARCHIVO DE SUCURSAL ==="
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM TOMAR-PARAMETRO
           PERFORM CARGAR-TABLA-POSTAL
           PERFORM CARGAR-SEVERIDADES
           PERFORM ABRIR-ARCHIVOS

           PERFORM CONTROLAR-CABECERA
           PERFORM LEE-REGISTRO
           PERFORM UNTIL FIN-ARCHIVO
               EVALUATE TRUE
                   WHEN ENT-COL-TIPO = "TRL"
                       PERFORM TOMAR-COLA
                   WHEN COLA-LEIDA
                       ADD 1 TO WS-DESPUES-COLA
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM PREVALIDAR-REGISTRO
               END-EVALUATE
               PERFORM LEE-REGISTRO
           END-PERFORM
           PERFORM CONTROLAR-COLA

           PERFORM ESCRIBIR-COLA
           CLOSE SUCURSAL-ENTRADA
           CLOSE SUCURSAL-LIMPIA
           CLOSE ARCHIVO-IDS-CORRIDA
           PERFORM ENTREGAR-LIMPIO
           PERFORM ESCRIBE-RESUMEN
           CLOSE LISTADO-ERRORES

           DISPLAY "=== FIN PREVALIDACION ==="
           DISPLAY "Leidos: " WS-TOTAL-LEIDOS
               " Limpios: " WS-TOTAL-LIMPIOS
               " Apartados: " WS-TOTAL-APARTADOS
               " Advertencias: " WS-TOTAL-ADVERTENCIAS
           EVALUATE TRUE
               WHEN ARCHIVO-NO-APTO
                   MOVE RC-ERROR-ARCHIVO TO RETURN-CODE
               WHEN WS-TOTAL-APARTADOS > ZERO
                   MOVE RC-RECHAZOS-PRESENTES TO RETURN-CODE
               WHEN WS-TOTAL-ADVERTENCIAS > ZERO
                   OR WS-AVISOS-ARCHIVO > ZERO
                   MOVE RC-ADVERTENCIA TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-EXITO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       TOMAR-PARAMETRO.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-ARCHIVO-ENTRADA WS-ARCHIVO-LIMPIO
           END-UNSTRING
           IF WS-ARCHIVO-ENTRADA = SPACES
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "USO: PREVALIDA-SUCURSAL ARCHIVO [LIMPIO]"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           IF WS-ARCHIVO-LIMPIO = SPACES
               STRING "envio_" DELIMITED BY SIZE
                   WS-ARCHIVO-ENTRADA DELIMITED BY SPACE
                   INTO WS-ARCHIVO-LIMPIO
           END-IF
           IF WS-ARCHIVO-LIMPIO = WS-ARCHIVO-ENTRADA
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "EL ARCHIVO LIMPIO NO PUEDE PISAR LA ENTRADA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Archivo: " WS-ARCHIVO-ENTRADA
           DISPLAY "Limpio:  " WS-ARCHIVO-LIMPIO.

       ABRIR-ARCHIVOS.
      *> Un limpio de una prevalidacion anterior no debe quedar a
      *> mano si esta corrida lo declara no apto.
           MOVE SPACES TO WS-COMANDO
           STRING "rm -f " DELIMITED BY SIZE
               WS-ARCHIVO-LIMPIO DELIMITED BY SPACE
               "; test -f " DELIMITED BY SIZE
               WS-ARCHIVO-ENTRADA DELIMITED BY SPACE
               " && cp " DELIMITED BY SIZE
               WS-ARCHIVO-ENTRADA DELIMITED BY SPACE
               " prevalida_entrada.dat" DELIMITED BY SIZE
               INTO WS-COMANDO
           PERFORM EJECUTAR-COMANDO
           IF WS-CC-COMANDO NOT = ZERO
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               MOVE SPACES TO WS-RC-MENSAJE
               STRING "NO SE ENCONTRO EL ARCHIVO " DELIMITED BY SIZE
                   WS-ARCHIVO-ENTRADA DELIMITED BY SPACE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN INPUT SUCURSAL-ENTRADA
           IF WS-ENTRADA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO DE SUCURSAL, STATUS="
                   WS-ENTRADA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT SUCURSAL-LIMPIA
           IF WS-LIMPIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR ARCHIVO LIMPIO, STATUS="
                   WS-LIMPIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT LISTADO-ERRORES
           IF WS-LISTADO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR LISTADO DE ERRORES, STATUS="
                   WS-LISTADO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
      *> Archivo de trabajo de la deteccion de duplicados: cada
      *> prevalidacion arranca con la deteccion vacia.
           OPEN OUTPUT ARCHIVO-IDS-CORRIDA
           CLOSE ARCHIVO-IDS-CORRIDA
           OPEN I-O ARCHIVO-IDS-CORRIDA
           IF WS-IDS-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR IDS-PREVALIDACION, STATUS="
                   WS-IDS-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "PREVALIDACION DE " DELIMITED BY SIZE
               WS-ARCHIVO-ENTRADA DELIMITED BY SPACE
               " - FECHA " WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA.

       LEE-REGISTRO.
           READ SUCURSAL-ENTRADA
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       CONTROLAR-CABECERA.
      *> Mismos controles que la central: el primer registro es la
      *> cabecera, con fecha valida y el codigo de sucursal. Una
      *> cabecera que no es de hoy la rechaza CONSOLIDA-SUCURSALES
      *> si el archivo se envia otro dia: solo se avisa.
           PERFORM LEE-REGISTRO
           IF FIN-ARCHIVO OR ENT-CAB-TIPO NOT = "HDR"
               MOVE "ARCHIVO SIN CABECERA DE CONTROL (HDR)"
                   TO WS-MOTIVO-ARCHIVO
               PERFORM ANOTAR-ERROR-ARCHIVO
               MOVE SPACES TO WS-CAB-SUCURSAL
               MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
      *> Sin cabecera el primer registro es un dato: se vuelve a
      *> leer desde el principio.
               CLOSE SUCURSAL-ENTRADA
               OPEN INPUT SUCURSAL-ENTRADA
               SET MAS-DATOS TO TRUE
           ELSE
               MOVE ENT-CAB-SUCURSAL TO WS-SUCURSAL-CABECERA
               MOVE ENT-CAB-SUCURSAL TO WS-CAB-SUCURSAL
               IF ENT-CAB-FECHA IS NOT NUMERIC
                   MOVE "FECHA DE CABECERA NO NUMERICA"
                       TO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
                   MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
               ELSE
                   MOVE ENT-CAB-FECHA TO WS-FECHA-CABECERA
                   MOVE WS-FECHA-CABECERA TO WS-CAB-FECHA
                   IF WS-FECHA-CABECERA NOT = WS-FECHA-PROCESO
                       MOVE "CABECERA CON FECHA DISTINTA DE HOY"
                           TO WS-MOTIVO-ARCHIVO
                       PERFORM ANOTAR-AVISO-ARCHIVO
                   END-IF
               END-IF
               IF ENT-CAB-SUCURSAL = SPACES
                   MOVE "CABECERA SIN CODIGO DE SUCURSAL"
                       TO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
               END-IF
           END-IF
           MOVE WS-REG-CABECERA TO REG-LIMPIO
           WRITE REG-LIMPIO
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "CABECERA: SUCURSAL=" WS-SUCURSAL-CABECERA
               " FECHA=" WS-FECHA-CABECERA
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA.

       TOMAR-COLA.
           IF COLA-LEIDA
               MOVE "MAS DE UNA COLA (TRL) EN EL ARCHIVO"
                   TO WS-MOTIVO-ARCHIVO
               PERFORM ANOTAR-ERROR-ARCHIVO
           ELSE
               SET COLA-LEIDA TO TRUE
               IF ENT-COL-CANTIDAD IS NUMERIC
                   AND ENT-COL-HASH IS NUMERIC
                   MOVE ENT-COL-CANTIDAD TO WS-CANT-ESPERADA
                   MOVE ENT-COL-HASH TO WS-HASH-ESPERADO
               ELSE
                   MOVE "COLA (TRL) CON CANTIDAD O HASH NO NUMERICO"
                       TO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
               END-IF
           END-IF.

       CONTROLAR-COLA.
      *> La cola cierra contra todo lo leido (tambien lo que se
      *> aparta): una diferencia es una extraccion cortada en la
      *> sucursal, y el limpio saldria incompleto.
           EVALUATE TRUE
               WHEN COLA-PENDIENTE
                   MOVE "ARCHIVO SIN COLA DE CONTROL (TRL)"
                       TO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
               WHEN WS-DESPUES-COLA > ZERO
                   MOVE "REGISTROS DESPUES DE LA COLA (TRL)"
                       TO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF COLA-LEIDA
               IF WS-TOTAL-LEIDOS NOT = WS-CANT-ESPERADA
                   MOVE SPACES TO WS-MOTIVO-ARCHIVO
                   STRING "COLA: CANTIDAD LEIDA=" WS-TOTAL-LEIDOS
                       " ESPERADA=" WS-CANT-ESPERADA
                       DELIMITED BY SIZE INTO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
               END-IF
               IF WS-HASH-LEIDO NOT = WS-HASH-ESPERADO
                   MOVE "COLA: HASH DE DNI NO COINCIDE"
                       TO WS-MOTIVO-ARCHIVO
                   PERFORM ANOTAR-ERROR-ARCHIVO
               END-IF
           END-IF.

       ANOTAR-ERROR-ARCHIVO.
           SET ARCHIVO-NO-APTO TO TRUE
           ADD 1 TO WS-ERRORES-ARCHIVO
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "ARCHIVO ERROR: " WS-MOTIVO-ARCHIVO
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA
           DISPLAY "  " WS-LINEA-LISTADO.

       ANOTAR-AVISO-ARCHIVO.
           ADD 1 TO WS-AVISOS-ARCHIVO
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "ARCHIVO ADVERTENCIA: " WS-MOTIVO-ARCHIVO
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA
           DISPLAY "  " WS-LINEA-LISTADO.

       PREVALIDAR-REGISTRO.
           MOVE REG-ENTRADA TO WS-REG-CLIENTE
           MOVE WS-TOTAL-LEIDOS TO WS-IDS-POSICION-ACT
           IF CLT-DNI IS NUMERIC
               MOVE CLT-DNI TO WS-DNI-NUMERICO
               ADD WS-DNI-NUMERICO TO WS-HASH-LEIDO
           END-IF
           PERFORM VALIDA-CLIENTE
           IF CLIENTE-VALIDO
               ADD 1 TO WS-TOTAL-LIMPIOS
               IF CLT-DNI IS NUMERIC
                   ADD WS-DNI-NUMERICO TO WS-HASH-LIMPIO
               END-IF
               MOVE WS-REG-CLIENTE TO REG-LIMPIO
               WRITE REG-LIMPIO
           ELSE
               ADD 1 TO WS-TOTAL-APARTADOS
           END-IF.

       VALIDA-CLIENTE.
           SET CLIENTE-VALIDO TO TRUE
      *> Mismas reglas que PROCESA-CLIENTES, pero sin cortar en la
      *> primera falla: la sucursal ve todo lo que tiene que
      *> corregir en una sola vuelta. El duplicado se controla, como
      *> alla, solo sobre registros que pasaron las demas reglas.
           PERFORM VLD-NOMBRE
           PERFORM VLD-DNI
           PERFORM VLD-FECHA-NAC
           PERFORM VLD-DIRECCION
           PERFORM VLD-CONTACTO
           IF CLIENTE-VALIDO
               PERFORM VLD-DUPLICADO
           END-IF.

       GRABAR-RECHAZO.
      *> Lo invocan las rutinas de CPY-VALIDACIONES cuando una regla
      *> falla: un renglon por falla, con el codigo de motivo que
      *> tendria el rechazo en la central.
           ADD 1 TO WS-TOTAL-FALLAS
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "REG " WS-TOTAL-LEIDOS " " CLT-ID " " CLT-NOMBRE
               " RECHAZO=" WS-COD-RECHAZO
               " " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA.

       GRABAR-ADVERTENCIA.
      *> Una regla que solo advierte no aparta el registro: va al
      *> limpio y la advertencia se informa aqui.
           ADD 1 TO WS-TOTAL-ADVERTENCIAS
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "REG " WS-TOTAL-LEIDOS " " CLT-ID " " CLT-NOMBRE
               " ADVERTENCIA=" WS-COD-RECHAZO
               " " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-COLA.
           MOVE WS-TOTAL-LIMPIOS TO WS-COL-CANTIDAD
           MOVE WS-HASH-LIMPIO TO WS-COL-HASH
           MOVE WS-FECHA-PROCESO TO WS-COL-FECHA-PREVAL
           MOVE WS-TOTAL-APARTADOS TO WS-COL-APARTADOS
           MOVE SPACES TO REG-LIMPIO
           MOVE WS-REG-COLA TO REG-LIMPIO
           WRITE REG-LIMPIO.

       ENTREGAR-LIMPIO.
      *> Solo un archivo sano sale con el nombre de envio; si no, el
      *> de trabajo queda para consulta y no hay nada que mandar.
           IF ARCHIVO-APTO
               MOVE SPACES TO WS-COMANDO
               STRING "cp prevalida_limpio.dat " DELIMITED BY SIZE
                   WS-ARCHIVO-LIMPIO DELIMITED BY SPACE
                   INTO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
               IF WS-CC-COMANDO NOT = ZERO
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   MOVE SPACES TO WS-RC-MENSAJE
                   STRING "NO SE PUDO GRABAR " WS-ARCHIVO-LIMPIO
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " LIMPIOS=" WS-TOTAL-LIMPIOS
               " APARTADOS=" WS-TOTAL-APARTADOS
               " FALLAS=" WS-TOTAL-FALLAS
               " ADVERTENCIAS=" WS-TOTAL-ADVERTENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING "FALLAS POR REGLA: NOMBRE=" WS-TOTAL-RECH-NOMBRE
               " DNI=" WS-TOTAL-RECH-DNI
               " FECHA=" WS-TOTAL-RECH-FECHA
               " DUPLICADO=" WS-TOTAL-RECH-DUPLIC
               " DIRECCION=" WS-TOTAL-RECH-DIREC
               " CONTACTO=" WS-TOTAL-RECH-CONTAC
               DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-LISTADO
           IF ARCHIVO-APTO
               STRING "ARCHIVO LISTO PARA ENVIAR: " WS-ARCHIVO-LIMPIO
                   DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           ELSE
               STRING "ARCHIVO NO APTO PARA ENVIAR: "
                   WS-ERRORES-ARCHIVO " ERROR(ES) DE CONTROL"
                   DELIMITED BY SIZE INTO WS-LINEA-LISTADO
           END-IF
           PERFORM ESCRIBIR-LINEA
           DISPLAY WS-LINEA-LISTADO.

       ESCRIBIR-LINEA.
           MOVE WS-LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO.

       EJECUTAR-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-CRUDO
           DIVIDE WS-RC-CRUDO BY 256 GIVING WS-CC-COMANDO
           MOVE ZERO TO RETURN-CODE.

      *> Rutinas de validacion compartidas con PROCESA-CLIENTES.
       COPY CPY-VALIDACIONES.

       COPY CPY-POSTAL.

       COPY CPY-SEVERIDAD.

       COPY CPY-ABEND.
