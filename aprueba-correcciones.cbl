      *           auditoria_correcciones.txt con quien capturo, quien
      *           decidio, cuando, y el valor anterior (tomado del
      *           registro original rechazado) y el nuevo.
      *           Ingresa un operador del registro central con su PIN;
      *           capturar pide el rol CAPTURA y aprobar o rechazar el
      *           rol APRUEBA. Los intentos sin rol y las decisiones
      *           sobre la propia captura quedan en la bitacora de
      *           seguridad.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'auditoria_correcciones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 RCH-CODIGO         PIC 9(2).
           05 RCH-MOTIVO         PIC X(40).
           05 RCH-REENVIOS       PIC 9(2).
           05 RCH-REGISTRO-ORIG  PIC X(171).
      *> Fecha en que el registro entro por primera vez a la cola
      *> de rechazos; los reenvios la conservan para poder medir la
      *> antiguedad del pendiente (ANTIGUEDAD-RECHAZOS).
           05 AUC-VALOR-ANT      PIC X(46).
           05 AUC-VALOR-NUEVO    PIC X(46).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
      *> Vista del registro original rechazado para extraer el valor
      *> anterior del campo corregido (igual que REPROCESA-RECHAZOS).
       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
           DISPLAY "=== APROBACION DE CORRECCIONES DE REWORK ==="
           DISPLAY "Usuario (legajo):"
           ACCEPT WS-USUARIO
           DISPLAY "PIN:"
           ACCEPT WS-OPR-PIN
           MOVE "APRUEBA-CORRECCIONES" TO WS-OPR-PROGRAMA
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-INGRESO TO WS-OPR-ROL
           MOVE "INGRESO" TO WS-OPR-ACCION
           SET OPR-CON-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN ACCESO NO HAY SESION" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Operador: " WS-OPR-NOMBRE
      *> Ya identificado; cada opcion controla solo el rol, contra
      *> el registro vigente en ese momento.
           SET OPR-SIN-PIN TO TRUE
           PERFORM CARGAR-PENDIENTES
           PERFORM ABRIR-AUDITORIA

           PERFORM UNTIL OPCION-FIN
               EVALUATE TRUE
                   WHEN OPCION-CAPTURAR
                       MOVE OPR-ROL-CAPTURA TO WS-OPR-ROL
                       MOVE "CAPTURA" TO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM CAPTURAR-CORRECCION
                       END-IF
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-PENDIENTES
                   WHEN OPCION-APROBAR
                       MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                       MOVE "APRUEBA" TO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM DECIDIR-CORRECCION
                       END-IF
                   WHEN OPCION-RECHAZAR
                       MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                       MOVE "RECHAZA" TO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM DECIDIR-CORRECCION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Opcion invalida: " WS-OPCION
               END-EVALUATE
               ACCEPT WS-ID-TRABAJO
               DISPLAY "Campo (NOMBRE, DNI, FECHA-NAC, DIRECCION,"
                   " DIR-CALLE, DIR-NUMERO, DIR-CIUDAD, DIR-PROV,"
                   " DIR-CP, FECHA-ALTA, TELEFONO, EMAIL, CANAL):"
               ACCEPT WS-CAMPO-TRABAJO
               DISPLAY "Valor nuevo:"
               ACCEPT WS-VALOR-TRABAJO
           IF WS-COR-CAPTOR(WS-IDX-COR) = WS-USUARIO
               DISPLAY "NO se decide: el capturador no puede"
                   " aprobar ni rechazar su propia correccion"
               MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
               STRING "PROPIA CAPTURA ID " WS-COR-ID(WS-IDX-COR)
                   DELIMITED BY SIZE INTO WS-OPR-DETALLE
               PERFORM ANOTAR-DENEGACION
           ELSE
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-USUARIO TO WS-COR-APROBADOR(WS-IDX-COR)
                   MOVE CLT-DIR-CP TO WS-VALOR-ANTERIOR
               WHEN "FECHA-ALTA"
                   MOVE CLT-FECHA-ALTA TO WS-VALOR-ANTERIOR
               WHEN "TELEFONO"
                   MOVE CLT-TELEFONO TO WS-VALOR-ANTERIOR
               WHEN "EMAIL"
                   MOVE CLT-EMAIL TO WS-VALOR-ANTERIOR
               WHEN "CANAL"
                   MOVE CLT-CANAL TO WS-VALOR-ANTERIOR
               WHEN OTHER
                   MOVE "(CAMPO DESCONOCIDO)" TO WS-VALOR-ANTERIOR
           END-EVALUATE.
           END-PERFORM
           CLOSE CORRECCIONES-PENDIENTES.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
