      ******************************************************************
      * PROGRAMA: MANTIENE-OPERADORES
      * TIPO:     Consola interactiva
      * OBJETIVO: Mantenimiento del registro central de operadores
      *           (operadores.txt) que consultan los programas de
      *           mantenimiento y aprobacion antes de cada accion:
      *           legajo, nombre, roles, vigencia, habilitacion y la
      *           clave derivada del PIN. Un operador con rol
      *           SEGURIDAD da altas, modifica nombre, roles y
      *           vigencia, habilita o deshabilita y blanquea PIN de
      *           otros; cualquier operador habilitado cambia aqui su
      *           propio PIN. Nadie modifica sus propios roles ni se
      *           deshabilita a si mismo. Los operadores no se borran.
      *           Cada cambio queda en auditoria_operadores.txt (quien,
      *           cuando, sobre quien, antes y despues); el PIN no se
      *           escribe nunca. Con el registro vacio, el primer
      *           legajo que ingresa queda como administrador inicial
      *           con el rol SEGURIDAD.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-OPERADORES.
       AUTHOR. EQUIPO DESARROLLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPY-OPERADOR-SELECT.
           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO 'auditoria_operadores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CPY-OPERADOR-FD.

       FD  ARCHIVO-AUDITORIA.
      *> Pista durable de cada cambio al registro, en EXTEND. El
      *> antes y el despues son la imagen de roles, vigencia,
      *> habilitacion y nombre; en los cambios de PIN solo la fecha.
       01  REG-AUDITORIA.
           05 AUO-FECHA          PIC 9(8).
           05 AUO-HORA           PIC 9(8).
           05 AUO-USUARIO        PIC X(8).
           05 AUO-ACCION         PIC X(10).
           05 AUO-LEGAJO         PIC X(8).
           05 AUO-DATO-ANT       PIC X(70).
           05 AUO-DATO-NUEVO     PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-AUDITORIA-STATUS   PIC XX VALUE SPACES.

       77  WS-USUARIO            PIC X(8) VALUE SPACES.
       77  WS-OPCION             PIC X VALUE SPACE.
           88 OPCION-LISTAR        VALUE 'L'.
           88 OPCION-ALTA          VALUE 'A'.
           88 OPCION-MODIFICAR     VALUE 'M'.
           88 OPCION-HABILITAR     VALUE 'H'.
           88 OPCION-DESHABILITAR  VALUE 'D'.
           88 OPCION-BLANQUEAR-PIN VALUE 'P'.
           88 OPCION-CAMBIAR-PIN   VALUE 'C'.
           88 OPCION-FIN           VALUE 'F'.

       77  WS-FIN-ARCHIVO        PIC X VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'S'.
           88 MAS-DATOS           VALUE 'N'.

      *> Operadores cargados en memoria; el archivo se reescribe
      *> completo despues de cada cambio, asi rige enseguida para
      *> las otras consolas. Con la tabla llena se corta con error
      *> antes de tocar nada.
       77  WS-TOTAL-OPERADORES   PIC 9(4) VALUE ZERO.
       77  WS-IDX-OPE            PIC 9(4) VALUE ZERO.
       77  WS-IDX-HALLADO        PIC 9(4) VALUE ZERO.
       01  WS-TABLA-OPERADORES.
           05 WS-OPE-ENT OCCURS 300 TIMES PIC X(105).
       01  WS-OPERADOR-TRABAJO.
           COPY CPY-OPERADOR-REG
               REPLACING LEADING ==OPE-== BY ==OTR-==.

       77  WS-LEGAJO-TRABAJO     PIC X(8) VALUE SPACES.
       77  WS-NOMBRE-TRABAJO     PIC X(30) VALUE SPACES.
       77  WS-ROLES-TRABAJO      PIC X(8) VALUE SPACES.
       77  WS-DESDE-TRABAJO      PIC 9(8) VALUE ZERO.
       77  WS-HASTA-TRABAJO      PIC 9(8) VALUE ZERO.
       77  WS-IDX-ROL            PIC 9(2) VALUE ZERO.
       77  WS-ROLES-VALIDOS      PIC X VALUE 'S'.
           88 ROLES-VALIDOS        VALUE 'S'.
           88 ROLES-INVALIDOS      VALUE 'N'.

      *> PIN nuevo tipeado dos veces; minimo 4 caracteres sin
      *> espacios intermedios.
       77  WS-PIN-NUEVO          PIC X(8) VALUE SPACES.
       77  WS-PIN-REPETIDO       PIC X(8) VALUE SPACES.
       77  WS-LARGO-PIN          PIC 9(2) VALUE ZERO.
       77  WS-ESPACIOS-PIN       PIC 9(2) VALUE ZERO.
       77  WS-PIN-ACEPTADO       PIC X VALUE 'N'.
           88 PIN-ACEPTADO         VALUE 'S'.
           88 PIN-RECHAZADO        VALUE 'N'.
       77  WS-LARGO-MINIMO-PIN   PIC 9(2) VALUE 4.

       77  WS-DATO-ANTERIOR      PIC X(70) VALUE SPACES.
       77  WS-DATO-NUEVO         PIC X(70) VALUE SPACES.
       77  WS-ACCION-AUDITORIA   PIC X(10) VALUE SPACES.
       77  WS-ESTADO-LISTA       PIC X(5) VALUE SPACES.
       77  WS-PIN-LISTA          PIC X(7) VALUE SPACES.

       77  WS-TOTAL-CAMBIOS      PIC 9(4) VALUE ZERO.

       01  WS-FECHA-SISTEMA      PIC 9(8).
       01  WS-HORA-SISTEMA       PIC 9(8).

           COPY CPY-OPERADOR-WS.
           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== REGISTRO DE OPERADORES ==="
           MOVE "MANTIENE-OPERADORES" TO WS-OPR-PROGRAMA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM CARGAR-OPERADORES
           PERFORM ABRIR-AUDITORIA
           DISPLAY "Usuario (legajo):"
           ACCEPT WS-USUARIO
           IF WS-TOTAL-OPERADORES = ZERO
               PERFORM ALTA-INICIAL
           ELSE
               DISPLAY "PIN:"
               ACCEPT WS-OPR-PIN
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
           END-IF
      *> Ya identificado; salvo el cambio del propio PIN, cada
      *> opcion pide el rol SEGURIDAD contra el registro vigente.
           SET OPR-SIN-PIN TO TRUE

           PERFORM PEDIR-OPCION
           PERFORM UNTIL OPCION-FIN
               EVALUATE TRUE
                   WHEN OPCION-CAMBIAR-PIN
                       PERFORM CAMBIAR-PIN-PROPIO
                   WHEN OPCION-LISTAR OR OPCION-ALTA
                       OR OPCION-MODIFICAR OR OPCION-HABILITAR
                       OR OPCION-DESHABILITAR OR OPCION-BLANQUEAR-PIN
                       MOVE WS-USUARIO TO WS-OPR-LEGAJO
                       MOVE OPR-ROL-SEGURIDAD TO WS-OPR-ROL
                       MOVE SPACES TO WS-OPR-ACCION
                       STRING "OPCION " WS-OPCION
                           DELIMITED BY SIZE INTO WS-OPR-ACCION
                       PERFORM VERIFICAR-ACCESO
                       IF ACCESO-CONCEDIDO
                           PERFORM EJECUTAR-OPCION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Opcion invalida: " WS-OPCION
               END-EVALUATE
               PERFORM PEDIR-OPCION
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA
           DISPLAY "=== FIN DE LA SESION ==="
           DISPLAY "Cambios registrados: " WS-TOTAL-CAMBIOS
           STOP RUN.

       EJECUTAR-OPCION.
           EVALUATE TRUE
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-OPERADORES
               WHEN OPCION-ALTA
                   PERFORM ALTA-OPERADOR
               WHEN OPCION-MODIFICAR
                   PERFORM MODIFICAR-OPERADOR
               WHEN OPCION-HABILITAR
                   PERFORM CAMBIAR-HABILITACION
               WHEN OPCION-DESHABILITAR
                   PERFORM CAMBIAR-HABILITACION
               WHEN OPCION-BLANQUEAR-PIN
                   PERFORM BLANQUEAR-PIN
           END-EVALUATE.

       CARGAR-OPERADORES.
           SET MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-OPERADORES
           IF WS-OPERADORES-STATUS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-OPERADORES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF WS-TOTAL-OPERADORES NOT < 300
                               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                               MOVE "OPERADORES EXCEDEN 300"
                                   TO WS-RC-MENSAJE
                               PERFORM RUTINA-ABEND
                           END-IF
                           ADD 1 TO WS-TOTAL-OPERADORES
                           MOVE REG-OPERADOR
                               TO WS-OPE-ENT(WS-TOTAL-OPERADORES)
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-OPERADORES
           END-IF
           DISPLAY "Operadores cargados: " WS-TOTAL-OPERADORES.

       ABRIR-AUDITORIA.
           OPEN EXTEND ARCHIVO-AUDITORIA
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR AUDITORIA, STATUS="
                   WS-AUDITORIA-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       ALTA-INICIAL.
      *> Registro vacio o inexistente: quien ingresa queda como
      *> administrador, solo con el rol SEGURIDAD; los demas roles
      *> (incluidos los suyos) los da despues otro administrador.
           DISPLAY "Registro de operadores vacio: alta del"
               " administrador inicial"
           IF WS-USUARIO = SPACES
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "SIN USUARIO NO HAY SESION" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           DISPLAY "Nombre:"
           ACCEPT WS-NOMBRE-TRABAJO
           MOVE WS-USUARIO TO WS-LEGAJO-TRABAJO
           PERFORM PEDIR-PIN-NUEVO
           IF PIN-RECHAZADO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "ADMINISTRADOR INICIAL SIN PIN VALIDO"
                   TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO WS-OPERADOR-TRABAJO
           MOVE WS-USUARIO TO OTR-LEGAJO
           MOVE WS-NOMBRE-TRABAJO TO OTR-NOMBRE
           MOVE "NNNNNNNN" TO OTR-ROLES
           MOVE "S" TO OTR-ROL(OPR-ROL-SEGURIDAD)
           MOVE WS-FECHA-SISTEMA TO OTR-VIGENTE-DESDE
           MOVE 99999999 TO OTR-VIGENTE-HASTA
           SET OTR-HABILITADO TO TRUE
           PERFORM ASIGNAR-CLAVE-PIN
           MOVE WS-FECHA-SISTEMA TO OTR-FECHA-ALTA
           MOVE WS-USUARIO TO OTR-USUARIO-ULT
           MOVE WS-FECHA-SISTEMA TO OTR-FECHA-ULT
           ADD 1 TO WS-TOTAL-OPERADORES
           MOVE WS-TOTAL-OPERADORES TO WS-IDX-HALLADO
           MOVE WS-OPERADOR-TRABAJO TO WS-OPE-ENT(WS-IDX-HALLADO)
           PERFORM GRABAR-OPERADORES
           MOVE SPACES TO WS-DATO-ANTERIOR
           PERFORM ARMAR-IMAGEN
           MOVE "INICIAL" TO WS-ACCION-AUDITORIA
           PERFORM ANOTAR-AUDITORIA
           DISPLAY "Administrador inicial " WS-USUARIO " registrado".

       PEDIR-OPCION.
           DISPLAY " "
           DISPLAY "(L) listar  (A) alta  (M) modificar"
           DISPLAY "(H) habilitar  (D) deshabilitar"
           DISPLAY "(P) blanquear PIN de otro  (C) cambiar mi PIN"
           DISPLAY "(F) fin"
           ACCEPT WS-OPCION.

       LISTAR-OPERADORES.
           DISPLAY "--- OPERADORES ---"
           DISPLAY "  LEGAJO   NOMBRE                         "
               "ROLES    DESDE    HASTA    ESTADO PIN"
           DISPLAY "  Roles: CAPTURA APRUEBA PARAMETROS MANT-DATOS"
               " CONSULTA ALERTAS LISTAS SEGURIDAD"
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES
               MOVE WS-OPE-ENT(WS-IDX-OPE) TO WS-OPERADOR-TRABAJO
               IF OTR-HABILITADO
                   MOVE "ACTIV" TO WS-ESTADO-LISTA
               ELSE
                   MOVE "INACT" TO WS-ESTADO-LISTA
               END-IF
               IF OTR-CLAVE-PIN = ZERO
                   MOVE "SIN PIN" TO WS-PIN-LISTA
               ELSE
                   MOVE "CON PIN" TO WS-PIN-LISTA
               END-IF
               DISPLAY "  " OTR-LEGAJO " " OTR-NOMBRE " " OTR-ROLES
                   " " OTR-VIGENTE-DESDE " " OTR-VIGENTE-HASTA
                   " " WS-ESTADO-LISTA "  " WS-PIN-LISTA
           END-PERFORM.

       ALTA-OPERADOR.
           IF WS-TOTAL-OPERADORES NOT < 300
               DISPLAY "Tabla de operadores llena (300)"
           ELSE
               DISPLAY "Legajo del operador nuevo:"
               ACCEPT WS-LEGAJO-TRABAJO
               PERFORM BUSCAR-OPERADOR
               EVALUATE TRUE
                   WHEN WS-LEGAJO-TRABAJO = SPACES
                       DISPLAY "Alta descartada: legajo en blanco"
                   WHEN WS-IDX-HALLADO > ZERO
                       DISPLAY "Alta descartada: el legajo ya esta"
                           " registrado (use M o H)"
                   WHEN OTHER
                       PERFORM COMPLETAR-ALTA
               END-EVALUATE
           END-IF.

       COMPLETAR-ALTA.
           DISPLAY "Nombre:"
           ACCEPT WS-NOMBRE-TRABAJO
           PERFORM PEDIR-ROLES
           PERFORM PEDIR-VIGENCIA
           EVALUATE TRUE
               WHEN WS-NOMBRE-TRABAJO = SPACES
                   DISPLAY "Alta descartada: nombre en blanco"
               WHEN ROLES-INVALIDOS
                   DISPLAY "Alta descartada: roles invalidos"
               WHEN WS-DESDE-TRABAJO > WS-HASTA-TRABAJO
                   DISPLAY "Alta descartada: vigencia invalida"
               WHEN OTHER
                   MOVE SPACES TO WS-OPERADOR-TRABAJO
                   MOVE WS-LEGAJO-TRABAJO TO OTR-LEGAJO
                   MOVE WS-NOMBRE-TRABAJO TO OTR-NOMBRE
                   MOVE WS-ROLES-TRABAJO TO OTR-ROLES
                   MOVE WS-DESDE-TRABAJO TO OTR-VIGENTE-DESDE
                   MOVE WS-HASTA-TRABAJO TO OTR-VIGENTE-HASTA
                   SET OTR-HABILITADO TO TRUE
                   MOVE ZERO TO OTR-CLAVE-PIN
                   MOVE ZERO TO OTR-FECHA-PIN
      *> El PIN inicial es opcional: sin PIN el operador queda
      *> registrado pero las consolas lo rechazan hasta asignarlo.
                   DISPLAY "PIN inicial (en blanco: sin PIN):"
                   PERFORM PEDIR-PIN-NUEVO
                   IF PIN-ACEPTADO
                       PERFORM ASIGNAR-CLAVE-PIN
                   END-IF
                   MOVE WS-FECHA-SISTEMA TO OTR-FECHA-ALTA
                   MOVE WS-USUARIO TO OTR-USUARIO-ULT
                   MOVE WS-FECHA-SISTEMA TO OTR-FECHA-ULT
                   ADD 1 TO WS-TOTAL-OPERADORES
                   MOVE WS-TOTAL-OPERADORES TO WS-IDX-HALLADO
                   MOVE WS-OPERADOR-TRABAJO
                       TO WS-OPE-ENT(WS-IDX-HALLADO)
                   PERFORM GRABAR-OPERADORES
                   MOVE SPACES TO WS-DATO-ANTERIOR
                   PERFORM ARMAR-IMAGEN
                   MOVE "ALTA" TO WS-ACCION-AUDITORIA
                   PERFORM ANOTAR-AUDITORIA
                   DISPLAY "Operador " WS-LEGAJO-TRABAJO " registrado"
           END-EVALUATE.

       MODIFICAR-OPERADOR.
           DISPLAY "Legajo a modificar:"
           ACCEPT WS-LEGAJO-TRABAJO
           PERFORM BUSCAR-OPERADOR
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   DISPLAY "Legajo no registrado: " WS-LEGAJO-TRABAJO
               WHEN WS-LEGAJO-TRABAJO = WS-USUARIO
                   DISPLAY "NO se modifica: nadie cambia sus propios"
                       " roles ni su vigencia"
                   MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
                   MOVE "MODIFICA SU PROPIO REGISTRO"
                       TO WS-OPR-DETALLE
                   PERFORM ANOTAR-DENEGACION
               WHEN OTHER
                   PERFORM COMPLETAR-MODIFICACION
           END-EVALUATE.

       COMPLETAR-MODIFICACION.
      *> En blanco (o cero) conserva el valor actual.
           PERFORM ARMAR-IMAGEN
           MOVE WS-DATO-NUEVO TO WS-DATO-ANTERIOR
           DISPLAY "Actual: " WS-DATO-ANTERIOR
           DISPLAY "Nombre (en blanco: sin cambio):"
           ACCEPT WS-NOMBRE-TRABAJO
           PERFORM PEDIR-ROLES
           PERFORM PEDIR-VIGENCIA
           IF WS-NOMBRE-TRABAJO = SPACES
               MOVE OTR-NOMBRE TO WS-NOMBRE-TRABAJO
           END-IF
           IF WS-ROLES-TRABAJO = "NNNNNNNN"
               AND ROLES-VALIDOS
               DISPLAY "Roles en N: el operador queda sin roles"
           END-IF
           EVALUATE TRUE
               WHEN ROLES-INVALIDOS
                   DISPLAY "Modificacion descartada: roles invalidos"
               WHEN WS-DESDE-TRABAJO > WS-HASTA-TRABAJO
                   DISPLAY "Modificacion descartada: vigencia"
                       " invalida"
               WHEN OTHER
                   MOVE WS-NOMBRE-TRABAJO TO OTR-NOMBRE
                   MOVE WS-ROLES-TRABAJO TO OTR-ROLES
                   MOVE WS-DESDE-TRABAJO TO OTR-VIGENTE-DESDE
                   MOVE WS-HASTA-TRABAJO TO OTR-VIGENTE-HASTA
                   MOVE "MODIFICA" TO WS-ACCION-AUDITORIA
                   PERFORM REGISTRAR-CAMBIO
                   DISPLAY "Operador " WS-LEGAJO-TRABAJO
                       " modificado"
           END-EVALUATE.

       PEDIR-ROLES.
      *> Ocho posiciones S/N en el orden de la leyenda; en blanco
      *> conserva los roles actuales (en un alta: ninguno).
           DISPLAY "Roles, 8 posiciones S/N (CAPTURA APRUEBA"
               " PARAMETROS MANT-DATOS CONSULTA ALERTAS LISTAS"
               " SEGURIDAD):"
           ACCEPT WS-ROLES-TRABAJO
           INSPECT WS-ROLES-TRABAJO CONVERTING "sn" TO "SN"
           SET ROLES-VALIDOS TO TRUE
           IF WS-ROLES-TRABAJO = SPACES
               IF OPCION-MODIFICAR
                   MOVE OTR-ROLES TO WS-ROLES-TRABAJO
               ELSE
                   MOVE "NNNNNNNN" TO WS-ROLES-TRABAJO
               END-IF
           END-IF
           PERFORM VARYING WS-IDX-ROL FROM 1 BY 1
                   UNTIL WS-IDX-ROL > 8
               IF WS-ROLES-TRABAJO(WS-IDX-ROL:1) NOT = "S"
                   AND WS-ROLES-TRABAJO(WS-IDX-ROL:1) NOT = "N"
                   SET ROLES-INVALIDOS TO TRUE
               END-IF
           END-PERFORM.

       PEDIR-VIGENCIA.
      *> Cero conserva la vigencia actual; en un alta, desde hoy y
      *> sin vencimiento.
           DISPLAY "Vigente desde AAAAMMDD (0: sin cambio / hoy):"
           ACCEPT WS-DESDE-TRABAJO
           DISPLAY "Vigente hasta AAAAMMDD (0: sin cambio /"
               " sin vencimiento):"
           ACCEPT WS-HASTA-TRABAJO
           IF WS-DESDE-TRABAJO = ZERO
               IF OPCION-MODIFICAR
                   MOVE OTR-VIGENTE-DESDE TO WS-DESDE-TRABAJO
               ELSE
                   MOVE WS-FECHA-SISTEMA TO WS-DESDE-TRABAJO
               END-IF
           END-IF
           IF WS-HASTA-TRABAJO = ZERO
               IF OPCION-MODIFICAR
                   MOVE OTR-VIGENTE-HASTA TO WS-HASTA-TRABAJO
               ELSE
                   MOVE 99999999 TO WS-HASTA-TRABAJO
               END-IF
           END-IF.

       CAMBIAR-HABILITACION.
           DISPLAY "Legajo:"
           ACCEPT WS-LEGAJO-TRABAJO
           PERFORM BUSCAR-OPERADOR
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   DISPLAY "Legajo no registrado: " WS-LEGAJO-TRABAJO
               WHEN WS-LEGAJO-TRABAJO = WS-USUARIO
                   DISPLAY "NO se cambia: nadie se habilita ni se"
                       " deshabilita a si mismo"
                   MOVE "CUATRO-OJOS" TO WS-OPR-MOTIVO
                   MOVE "CAMBIA SU PROPIA HABILITACION"
                       TO WS-OPR-DETALLE
                   PERFORM ANOTAR-DENEGACION
               WHEN OPCION-HABILITAR AND OTR-HABILITADO
                   DISPLAY "El operador ya esta habilitado"
               WHEN OPCION-DESHABILITAR AND OTR-DESHABILITADO
                   DISPLAY "El operador ya esta deshabilitado"
               WHEN OTHER
                   PERFORM ARMAR-IMAGEN
                   MOVE WS-DATO-NUEVO TO WS-DATO-ANTERIOR
                   IF OPCION-HABILITAR
                       SET OTR-HABILITADO TO TRUE
                       MOVE "HABILITA" TO WS-ACCION-AUDITORIA
                   ELSE
                       SET OTR-DESHABILITADO TO TRUE
                       MOVE "DESHABIL" TO WS-ACCION-AUDITORIA
                   END-IF
                   PERFORM REGISTRAR-CAMBIO
                   DISPLAY "Operador " WS-LEGAJO-TRABAJO " "
                       WS-ACCION-AUDITORIA
           END-EVALUATE.

       BLANQUEAR-PIN.
      *> PIN provisorio que da el administrador a otro operador; el
      *> propio se cambia con la opcion C, que pide el actual.
           DISPLAY "Legajo:"
           ACCEPT WS-LEGAJO-TRABAJO
           PERFORM BUSCAR-OPERADOR
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   DISPLAY "Legajo no registrado: " WS-LEGAJO-TRABAJO
               WHEN WS-LEGAJO-TRABAJO = WS-USUARIO
                   DISPLAY "Para el propio PIN use la opcion C"
               WHEN OTHER
                   PERFORM PEDIR-PIN-NUEVO
                   IF PIN-ACEPTADO
                       MOVE SPACES TO WS-DATO-ANTERIOR
                       STRING "PIN DEL " OTR-FECHA-PIN
                           DELIMITED BY SIZE INTO WS-DATO-ANTERIOR
                       PERFORM ASIGNAR-CLAVE-PIN
                       MOVE "BLANQ-PIN" TO WS-ACCION-AUDITORIA
                       PERFORM REGISTRAR-CAMBIO-PIN
                       DISPLAY "PIN de " WS-LEGAJO-TRABAJO
                           " reemplazado"
                   END-IF
           END-EVALUATE.

       CAMBIAR-PIN-PROPIO.
           DISPLAY "PIN actual:"
           ACCEPT WS-OPR-PIN
           MOVE WS-USUARIO TO WS-OPR-LEGAJO
           MOVE OPR-ROL-INGRESO TO WS-OPR-ROL
           MOVE "CAMBIO-PIN" TO WS-OPR-ACCION
           SET OPR-CON-PIN TO TRUE
           PERFORM VERIFICAR-ACCESO
           SET OPR-SIN-PIN TO TRUE
           IF ACCESO-CONCEDIDO
               MOVE WS-USUARIO TO WS-LEGAJO-TRABAJO
               PERFORM BUSCAR-OPERADOR
               PERFORM PEDIR-PIN-NUEVO
               IF PIN-ACEPTADO AND WS-IDX-HALLADO > ZERO
                   MOVE SPACES TO WS-DATO-ANTERIOR
                   STRING "PIN DEL " OTR-FECHA-PIN
                       DELIMITED BY SIZE INTO WS-DATO-ANTERIOR
                   PERFORM ASIGNAR-CLAVE-PIN
                   MOVE "CAMBIO-PIN" TO WS-ACCION-AUDITORIA
                   PERFORM REGISTRAR-CAMBIO-PIN
                   DISPLAY "PIN cambiado"
               END-IF
           END-IF.

       PEDIR-PIN-NUEVO.
           SET PIN-RECHAZADO TO TRUE
           DISPLAY "PIN nuevo:"
           ACCEPT WS-PIN-NUEVO
           DISPLAY "Repita el PIN nuevo:"
           ACCEPT WS-PIN-REPETIDO
           MOVE ZERO TO WS-LARGO-PIN
           MOVE ZERO TO WS-ESPACIOS-PIN
           INSPECT WS-PIN-NUEVO TALLYING WS-LARGO-PIN
               FOR CHARACTERS BEFORE INITIAL SPACE
      *> Sin espacios intermedios, los espacios son solo el relleno
      *> a la derecha: largo mas espacios da 8.
           INSPECT WS-PIN-NUEVO TALLYING WS-ESPACIOS-PIN
               FOR ALL SPACE
           EVALUATE TRUE
               WHEN WS-PIN-NUEVO = SPACES
                   DISPLAY "PIN no asignado"
               WHEN WS-PIN-NUEVO NOT = WS-PIN-REPETIDO
                   DISPLAY "PIN no asignado: las dos entradas no"
                       " coinciden"
               WHEN WS-LARGO-PIN < WS-LARGO-MINIMO-PIN
                   DISPLAY "PIN no asignado: minimo "
                       WS-LARGO-MINIMO-PIN " caracteres"
               WHEN WS-LARGO-PIN + WS-ESPACIOS-PIN < 8
                   DISPLAY "PIN no asignado: no puede tener espacios"
               WHEN OTHER
                   SET PIN-ACEPTADO TO TRUE
           END-EVALUATE
           MOVE SPACES TO WS-PIN-REPETIDO.

       ASIGNAR-CLAVE-PIN.
      *> Solo se guarda la clave derivada; el PIN tipeado se borra.
           MOVE OTR-LEGAJO TO WS-OPR-LEGAJO
           MOVE WS-PIN-NUEVO TO WS-OPR-PIN
           PERFORM CALCULAR-CLAVE-PIN
           MOVE WS-OPR-CLAVE TO OTR-CLAVE-PIN
           MOVE WS-FECHA-SISTEMA TO OTR-FECHA-PIN
           MOVE SPACES TO WS-OPR-PIN
           MOVE SPACES TO WS-PIN-NUEVO
           MOVE ZERO TO WS-OPR-CLAVE.

       BUSCAR-OPERADOR.
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES
                      OR WS-IDX-HALLADO > ZERO
               MOVE WS-OPE-ENT(WS-IDX-OPE) TO WS-OPERADOR-TRABAJO
               IF OTR-LEGAJO = WS-LEGAJO-TRABAJO
                   MOVE WS-IDX-OPE TO WS-IDX-HALLADO
               END-IF
           END-PERFORM
           IF WS-IDX-HALLADO > ZERO
               MOVE WS-OPE-ENT(WS-IDX-HALLADO) TO WS-OPERADOR-TRABAJO
           END-IF.

       REGISTRAR-CAMBIO.
           MOVE WS-USUARIO TO OTR-USUARIO-ULT
           MOVE WS-FECHA-SISTEMA TO OTR-FECHA-ULT
           MOVE WS-OPERADOR-TRABAJO TO WS-OPE-ENT(WS-IDX-HALLADO)
           PERFORM GRABAR-OPERADORES
           PERFORM ARMAR-IMAGEN
           PERFORM ANOTAR-AUDITORIA.

       REGISTRAR-CAMBIO-PIN.
           MOVE WS-USUARIO TO OTR-USUARIO-ULT
           MOVE WS-FECHA-SISTEMA TO OTR-FECHA-ULT
           MOVE WS-OPERADOR-TRABAJO TO WS-OPE-ENT(WS-IDX-HALLADO)
           PERFORM GRABAR-OPERADORES
           MOVE SPACES TO WS-DATO-NUEVO
           STRING "PIN DEL " OTR-FECHA-PIN
               DELIMITED BY SIZE INTO WS-DATO-NUEVO
           PERFORM ANOTAR-AUDITORIA.

       ARMAR-IMAGEN.
           MOVE SPACES TO WS-DATO-NUEVO
           STRING "ROLES=" OTR-ROLES
               " VIG=" OTR-VIGENTE-DESDE "-" OTR-VIGENTE-HASTA
               " ACT=" OTR-ACTIVO
               " " OTR-NOMBRE
               DELIMITED BY SIZE INTO WS-DATO-NUEVO.

       ANOTAR-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA TO AUO-FECHA
           MOVE WS-HORA-SISTEMA TO AUO-HORA
           MOVE WS-USUARIO TO AUO-USUARIO
           MOVE WS-ACCION-AUDITORIA TO AUO-ACCION
           MOVE OTR-LEGAJO TO AUO-LEGAJO
           MOVE WS-DATO-ANTERIOR TO AUO-DATO-ANT
           MOVE WS-DATO-NUEVO TO AUO-DATO-NUEVO
           WRITE REG-AUDITORIA
           ADD 1 TO WS-TOTAL-CAMBIOS.

       GRABAR-OPERADORES.
           OPEN OUTPUT ARCHIVO-OPERADORES
           IF WS-OPERADORES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO GRABAR OPERADORES, STATUS="
                   WS-OPERADORES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-TOTAL-OPERADORES
               MOVE WS-OPE-ENT(WS-IDX-OPE) TO REG-OPERADOR
               WRITE REG-OPERADOR
           END-PERFORM
           CLOSE ARCHIVO-OPERADORES.

           COPY CPY-OPERADOR.
           COPY CPY-ABEND.
