               ACCESS MODE IS RANDOM
               RECORD KEY IS IDS-ID
               FILE STATUS IS WS-IDS-STATUS.
           COPY CPY-POSTAL-SELECT.
           COPY CPY-SEVERIDAD-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 RCH-CODIGO         PIC 9(2).
           05 RCH-MOTIVO         PIC X(40).
           05 RCH-REENVIOS       PIC 9(2).
           05 RCH-REGISTRO-ORIG  PIC X(171).
      *> Fecha en que el registro entro por primera vez a la cola
      *> de rechazos; los reenvios la conservan para poder medir la
      *> antiguedad del pendiente (ANTIGUEDAD-RECHAZOS).
      *> El archivo sale con cabecera y cola de control (HDR/TRL),
      *> como el de IMPORTA-CLIENTES, para que PROCESA-CLIENTES lo
      *> acepte directo en la proxima corrida.
       01  REG-CLIENTE-REPROCESO PIC X(171).

       FD  RECHAZOS-PENDIENTES.
       01  REG-RECHAZO-PENDIENTE.
           05 PEN-CODIGO         PIC 9(2).
           05 PEN-MOTIVO         PIC X(40).
           05 PEN-REENVIOS       PIC 9(2).
           05 PEN-REGISTRO-ORIG  PIC X(171).
           05 PEN-FECHA-INGRESO  PIC 9(8).

       FD  ARCHIVO-REPORTE.
           05 IDS-ID             PIC X(10).
           05 IDS-POSICION       PIC 9(7).

       COPY CPY-POSTAL-FD.

       COPY CPY-SEVERIDAD-FD.

       WORKING-STORAGE SECTION.
      *> Registro de trabajo en layout de entrada: aqui se vuelca el
      *> registro original rechazado, se corrige y se revalida. Las
       77  WS-TOTAL-RECH-FECHA  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DUPLIC PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-DIREC  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECH-CONTAC PIC 9(5) VALUE ZERO.
       77  WS-COD-RECHAZO       PIC 9(2) VALUE ZERO.
       77  WS-MOTIVO-RECHAZO    PIC X(40) VALUE SPACES.
       77  WS-DNI-SUMA          PIC 9(4) VALUE ZERO.
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
       77  WS-TOTAL-LEIDOS      PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-VALIDADOS   PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-PENDIENTES  PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ADVERTENCIAS PIC 9(5) VALUE ZERO.

       77  WS-HASH-DNI          PIC 9(15) VALUE ZERO.
       77  WS-DNI-NUMERICO      PIC 9(9) VALUE ZERO.

           COPY CPY-CONSTANTES.

           COPY CPY-POSTAL-WS.

           COPY CPY-SEVERIDAD-WS.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REPROCESO DE CLIENTES RECHAZADOS ==="
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM CARGAR-TABLA-POSTAL
           PERFORM CARGAR-SEVERIDADES
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-CABECERA
           PERFORM CARGAR-CORRECCIONES
                   MOVE WS-COR-VALOR(WS-IDX-COR) TO CLT-DIR-CP
               WHEN "FECHA-ALTA"
                   MOVE WS-COR-VALOR(WS-IDX-COR) TO CLT-FECHA-ALTA
               WHEN "TELEFONO"
                   MOVE WS-COR-VALOR(WS-IDX-COR) TO CLT-TELEFONO
               WHEN "EMAIL"
                   MOVE WS-COR-VALOR(WS-IDX-COR) TO CLT-EMAIL
               WHEN "CANAL"
                   MOVE WS-COR-VALOR(WS-IDX-COR) TO CLT-CANAL
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CORRECCIONES-APLIC
                   MOVE SPACES TO WS-LINEA-REPORTE
           IF CLIENTE-VALIDO
               PERFORM VLD-DIRECCION
           END-IF
           IF CLIENTE-VALIDO
               PERFORM VLD-CONTACTO
           END-IF
           IF CLIENTE-VALIDO
               PERFORM VLD-DUPLICADO
           END-IF.
           END-IF
           WRITE REG-RECHAZO-PENDIENTE.

       GRABAR-ADVERTENCIA.
      *> Una regla que solo advierte no deja pendiente al registro:
      *> se informa en el reporte y la advertencia se vuelve a
      *> registrar cuando PROCESA-CLIENTES lo acepte.
           ADD 1 TO WS-TOTAL-ADVERTENCIAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING CLT-ID " " CLT-NOMBRE
               " ADVERTENCIA=" WS-COD-RECHAZO
               " " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-RESULTADO-OK.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING CLT-ID " " CLT-NOMBRE
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
               " REVALIDADOS=" WS-TOTAL-VALIDADOS
               " PENDIENTES=" WS-TOTAL-PENDIENTES
               " ADVERTENCIAS=" WS-TOTAL-ADVERTENCIAS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.
      *> Rutinas de validacion compartidas con PROCESA-CLIENTES.
       COPY CPY-VALIDACIONES.

       COPY CPY-POSTAL.

       COPY CPY-SEVERIDAD.

       COPY CPY-ABEND.
