      *           nombre y domicilio. Cada cambio manual queda en el
      *           archivo durable de auditoria (quien lo pidio, quien
      *           lo autorizo, cuando, valor anterior y nuevo).
      *           Ingresa un operador del registro central con su PIN
      *           y rol CONSULTA; corregir pide ademas el rol CAPTURA
      *           al operador y un supervisor distinto, con su PIN y
      *           el rol APRUEBA. Cada correccion aplicada queda
      *           tambien en journal_maestro.txt (tipo CORRECC) para
      *           que CAMBIOS-MAESTRO la lleve al data warehouse. Un
      *           registro SUPRIMIDO o FUSIONADO no se corrige.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ASSIGN TO 'auditoria_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT JOURNAL-MAESTRO
               ASSIGN TO 'journal_maestro.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           COPY CPY-OPERADOR-SELECT.

       DATA DIVISION.
       FILE SECTION.
           05 AUM-VALOR-ANT      PIC X(46).
           05 AUM-VALOR-NUEVO    PIC X(46).

       FD  JOURNAL-MAESTRO.
      *> Mismo journal de movimientos que ACTUALIZA-MAESTRO: cada
      *> cliente corregido queda anotado con su ID.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           05 JMA-CORRIDA        PIC X(11).
           05 JMA-TIPO           PIC X(7).
           05 JMA-ID             PIC X(10).

           COPY CPY-OPERADOR-FD.

       WORKING-STORAGE SECTION.
       77  WS-MAESTRO-STATUS     PIC XX VALUE SPACES.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS     PIC XX VALUE SPACES.
      *> La consola no corre bajo la suite: el journal lleva el
      *> identificador local de una corrida manual (AAAAMMDD-00).
       77  WS-ID-CORRIDA         PIC X(11) VALUE SPACES.

       77  WS-USUARIO            PIC X(8) VALUE SPACES.
       77  WS-SUPERVISOR         PIC X(8) VALUE SPACES.
           05 WS-HOR-CENTESIMA   PIC 9(2).
       01  WS-TIMESTAMP-ACT      PIC X(14).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
           DISPLAY "=== CONSULTA DEL MAESTRO DE CLIENTES ==="
           DISPLAY "Usuario (legajo):"
           ACCEPT WS-USUARIO
           DISPLAY "PIN:"
           ACCEPT WS-OPR-PIN
           MOVE "CONSULTA-MAESTRO" TO WS-OPR-PROGRAMA
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-CONSULTA TO WS-OPR-ROL
           MOVE "INGRESO" TO WS-OPR-ACCION
           SET OPR-CON-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN ACCESO NO HAY SESION DE CONSULTA"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Operador: " WS-OPR-NOMBRE
           PERFORM ABRIR-ARCHIVOS

           PERFORM PEDIR-OPCION

           CLOSE MAESTRO-CLIENTES
           CLOSE ARCHIVO-AUDITORIA
           CLOSE JOURNAL-MAESTRO
           DISPLAY "=== FIN DE LA SESION ==="
           DISPLAY "Consultas: " WS-TOTAL-CONSULTAS
               " Correcciones: " WS-TOTAL-CORRECCIONES
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN EXTEND JOURNAL-MAESTRO
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-MAESTRO
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR JOURNAL-MAESTRO, STATUS="
                   WS-JOURNAL-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       PEDIR-OPCION.
           DISPLAY "Ultima act.:  " CLM-FECHA-ULT-ACT
           DISPLAY "Estado:       " CLM-ESTADO
           DISPLAY "Sucursal:     " CLM-SUCURSAL
           DISPLAY "Nro. cuenta:  " CLM-NRO-CUENTA
           DISPLAY "Telefono:     " CLM-TELEFONO
           DISPLAY "E-mail:       " CLM-EMAIL
           DISPLAY "Canal aviso:  " CLM-CANAL
           IF CLM-DOM-NO-ENTREGABLE
               DISPLAY "*** DOMICILIO DEVUELTO POR CORREO EL "
                   CLM-FECHA-DEVOL " MOTIVO " CLM-MOTIVO-DEVOL " ***"
           END-IF
           IF CLM-BLOQUEADO
               DISPLAY "*** CLIENTE BLOQUEADO POR LISTA "
                   CLM-LISTA-BLOQUEO " DESDE " CLM-FECHA-BLOQUEO " ***"
           END-IF
      *> Un cliente cerrado se sigue mostrando completo (es lo que
      *> pide cumplimiento), con la fecha y la corrida del cierre.
           IF CLM-ESTADO = "CERRADO"
               DISPLAY "Cierre:       " CLM-FECHA-BAJA
                   " corrida " CLM-CORRIDA-BAJA
               DISPLAY "*** CLIENTE CERRADO: no es cliente activo ***"
           END-IF
      *> Un ID absorbido por FUSIONA-CLIENTES: el cliente sigue bajo
      *> el sobreviviente (ver referencia_fusiones.txt).
           IF CLM-ESTADO = "FUSIONADO"
               DISPLAY "Fusion:       " CLM-FECHA-BAJA
                   " corrida " CLM-CORRIDA-BAJA
               DISPLAY "*** ID FUSIONADO: ver referencia_fusiones ***"
           END-IF
      *> Datos personales suprimidos a pedido de la persona
      *> (SUPRIME-CLIENTE): quedan ID, cuenta, fechas y sucursal.
           IF CLM-ESTADO = "SUPRIMIDO"
               DISPLAY "Cierre:       " CLM-FECHA-BAJA
                   " corrida " CLM-CORRIDA-BAJA
               DISPLAY "*** DATOS SUPRIMIDOS: ver certificados ***"
           END-IF.

      *> Un SUPRIMIDO no recupera los datos que SUPRIME-CLIENTE
      *> borro y certifico; un FUSIONADO ya no es el registro vivo
      *> (se corrige el sobreviviente).
       CORREGIR-NOMBRE.
           EVALUATE TRUE
               WHEN SIN-REGISTRO
                   DISPLAY "Primero busque el cliente (I o D)"
               WHEN CLM-ESTADO = "SUPRIMIDO"
                   OR CLM-ESTADO = "FUSIONADO"
                   DISPLAY "Correccion NO aplicada: el cliente "
                       CLM-ID " esta " CLM-ESTADO
               WHEN OTHER
                   MOVE "NOMBRE" TO WS-CAMPO-CORREGIDO
                   MOVE CLM-NOMBRE TO WS-VALOR-ANTERIOR
                   DISPLAY "Nuevo nombre:"
                   ACCEPT WS-VALOR-NUEVO
                   PERFORM APLICAR-CORRECCION
                   IF REGISTRO-EN-VISTA
                       MOVE WS-VALOR-NUEVO TO CLM-NOMBRE
                       PERFORM REGRABAR-REGISTRO
                   END-IF
           END-EVALUATE.

       CORREGIR-DIRECCION.
           EVALUATE TRUE
               WHEN SIN-REGISTRO
                   DISPLAY "Primero busque el cliente (I o D)"
               WHEN CLM-ESTADO = "SUPRIMIDO"
                   OR CLM-ESTADO = "FUSIONADO"
                   DISPLAY "Correccion NO aplicada: el cliente "
                       CLM-ID " esta " CLM-ESTADO
               WHEN OTHER
                   MOVE "DIRECCION" TO WS-CAMPO-CORREGIDO
                   MOVE CLM-DIRECCION TO WS-VALOR-ANTERIOR
                   DISPLAY "Nueva direccion (calle/numero/ciudad/"
                       "prov/CP en layout fijo 20+5+15+2+4):"
                   ACCEPT WS-VALOR-NUEVO
                   PERFORM APLICAR-CORRECCION
                   IF REGISTRO-EN-VISTA
      *> Un domicilio distinto levanta la marca de devolucion.
                       IF WS-VALOR-NUEVO NOT = CLM-DIRECCION
                           SET CLM-DOM-ENTREGABLE TO TRUE
                           MOVE SPACES TO CLM-FECHA-DEVOL
                           MOVE SPACES TO CLM-MOTIVO-DEVOL
                       END-IF
                       MOVE WS-VALOR-NUEVO TO CLM-DIRECCION
                       PERFORM REGRABAR-REGISTRO
                   END-IF
           END-EVALUATE.

       APLICAR-CORRECCION.
      *> Correccion supervisada: el operador debe tener el rol
      *> CAPTURA y un segundo legajo distinto, identificado con su
      *> PIN y con rol APRUEBA, la autoriza; si no, no se toca el
      *> maestro.
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-CAPTURA TO WS-OPR-ROL
           MOVE WS-CAMPO-CORREGIDO TO WS-OPR-ACCION
           SET OPR-SIN-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           IF ACCESO-DENEGADO
               DISPLAY "Correccion NO aplicada: el operador no puede"
                   " capturar correcciones"
               SET SIN-REGISTRO TO TRUE
           ELSE
               DISPLAY "Legajo del supervisor que autoriza:"
               ACCEPT WS-SUPERVISOR
               IF WS-SUPERVISOR = SPACES
                   OR WS-SUPERVISOR = WS-USUARIO
                   DISPLAY "Correccion NO aplicada: requiere"
                       " supervisor distinto del operador"
                   SET SIN-REGISTRO TO TRUE
                   IF WS-SUPERVISOR = WS-USUARIO
                       MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                       MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
                       STRING "AUTORIZA SU PROPIA CORRECCION ID "
                           CLM-ID DELIMITED BY SIZE
                           INTO WS-OPR-DETALLE
                       PERFORM ANOTAR-DENEGACION
                   END-IF
               ELSE
                   DISPLAY "PIN del supervisor:"
                   ACCEPT WS-OPR-PIN
                   MOVE WS-SUPERVISOR TO WS-OPR-LEGAJO
                   MOVE OPR-ROL-APRUEBA TO WS-OPR-ROL
                   SET OPR-CON-PIN TO TRUE
                   PERFORM VERIFICAR-ACCESO
                   IF ACCESO-DENEGADO
                       DISPLAY "Correccion NO aplicada: el supervisor"
                           " no puede autorizarla"
                       SET SIN-REGISTRO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF REGISTRO-EN-VISTA AND WS-VALOR-NUEVO = SPACES
               DISPLAY "Correccion NO aplicada: valor nuevo en blanco"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CORRECCIONES
                   PERFORM ANOTAR-AUDITORIA
                   PERFORM ANOTAR-JOURNAL-MAESTRO
                   DISPLAY "Correccion aplicada a " CLM-ID
           END-REWRITE.

           MOVE WS-VALOR-NUEVO TO AUM-VALOR-NUEVO
           WRITE REG-AUDITORIA.

       ANOTAR-JOURNAL-MAESTRO.
      *> Tipo propio, no CAMBIO: CONCILIA-CADENA cuenta los CAMBIO
      *> como movimientos de ACTUALIZA-MAESTRO. CAMBIOS-MAESTRO lleva
      *> la imagen corregida (y la marca de devolucion levantada) al
      *> data warehouse.
           MOVE SPACES TO WS-ID-CORRIDA
           STRING WS-FECHA-SISTEMA "-00"
               DELIMITED BY SIZE INTO WS-ID-CORRIDA
           MOVE WS-FECHA-SISTEMA TO JMA-FECHA
           MOVE WS-HORA-SISTEMA TO JMA-HORA
           MOVE WS-ID-CORRIDA TO JMA-CORRIDA
           MOVE "CORRECC" TO JMA-TIPO
           MOVE CLM-ID TO JMA-ID
           WRITE REG-JOURNAL-MAESTRO.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
