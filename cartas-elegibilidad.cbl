      *           atado. Los destinatarios sin domicilio en el maestro
      *           salen en un atado final SIN-DOMICILIO para que la
      *           mesa de correo los resuelva a mano.
      *           Con el parametro TRANSICIONES la tanda sale de
      *           transiciones_elegibilidad.txt (solo las personas
      *           cuya decision cambio en la ultima corrida de
      *           VALIDAR-EDAD) y cada carta indica desde cuando rige
      *           el cambio.
      *           Cada aviso sale por el canal preferido del cliente
      *           (CLM-CANAL): en papel por los atados de correo, o
      *           por e-mail o SMS en mensajes_salientes.txt, el lote
      *           de la pasarela de notificaciones (CPY-MENSAJE-SAL),
      *           con su propio manifiesto (manifiesto_mensajes.txt).
      *           Un aviso electronico sin la direccion o el telefono
      *           que necesita vuelve al papel y se cuenta aparte.
      *           Cada carta en papel lleva la cuenta y el numero de
      *           carta en el encabezado y una linea de detalle en el
      *           manifiesto (CPY-MANIF-CORREO) para cruzar las
      *           devoluciones del correo. La misma linea se agrega
      *           al registro permanente de cartas
      *           (registro_cartas.txt), del que sale el numero de
      *           carta: sigue desde el ultimo registrado y no se
      *           repite entre corridas. Las cartas en papel de un
      *           cliente con el domicilio marcado como devuelto se
      *           retienen hasta que cambie la direccion y se listan
      *           como RETENIDA al final del manifiesto. Un cliente
      *           bloqueado por una lista externa confirmada no recibe
      *           carta ni aviso por ningun canal; solo se cuenta.
      *           Atados y domicilios llevan el nombre de la
      *           provincia tomado de la referencia postal
      *           (tabla_postal.txt).
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-RESULTADOS ASSIGN TO 'resultados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.
           SELECT ARCHIVO-TRANSICIONES
               ASSIGN TO 'transiciones_elegibilidad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSICIONES-STATUS.
           COPY CPY-MAESTRO-SELECT.
           COPY CPY-POSTAL-SELECT.
           SELECT ARCHIVO-CARTAS
               ASSIGN TO 'cartas_elegibilidad.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'manifiesto_correo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFIESTO-STATUS.
           SELECT ARCHIVO-REGISTRO-CARTAS
               ASSIGN TO 'registro_cartas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT ARCHIVO-MENSAJES
               ASSIGN TO 'mensajes_salientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSAJES-STATUS.
           SELECT ARCHIVO-MANIF-MENSAJES
               ASSIGN TO 'manifiesto_mensajes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIF-MSJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RES-SENIOR       PIC X.
           05 RES-MENOR-TUTOR  PIC X.
           05 RES-MENSAJE      PIC X(130).
      *> ID del maestro de la persona (lo trae el roster).
           05 RES-ID           PIC X(10).

       FD  ARCHIVO-TRANSICIONES.
       01  REG-TRANSICION.
           COPY CPY-TRANSICION.

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.
       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO-COR  PIC X(60).

       FD  ARCHIVO-REGISTRO-CARTAS.
       01  REG-REGISTRO-CARTA  PIC X(60).

       FD  ARCHIVO-MENSAJES.
       01  REG-MENSAJE.
           COPY CPY-MENSAJE-SAL.

       FD  ARCHIVO-MANIF-MENSAJES.
       01  REG-MANIFIESTO-MSJ  PIC X(60).

       COPY CPY-POSTAL-FD.

       WORKING-STORAGE SECTION.
       01  WS-RESULTADOS-STATUS PIC XX VALUE "00".
       01  WS-TRANSICIONES-STATUS PIC XX VALUE "00".
       01  WS-MAESTRO-STATUS   PIC XX VALUE "00".
       01  WS-CARTAS-STATUS    PIC XX VALUE "00".
       01  WS-MANIFIESTO-STATUS PIC XX VALUE "00".
       01  WS-MENSAJES-STATUS  PIC XX VALUE "00".
       01  WS-MANIF-MSJ-STATUS PIC XX VALUE "00".
       01  WS-REGISTRO-STATUS  PIC XX VALUE "00".
       01  WS-LINEA            PIC X(72).
       01  WS-LINEA-MANIFIESTO PIC X(60).
       01  WS-DETALLE-CORREO.
           COPY CPY-MANIF-CORREO.

       01  WS-EOF-FLAG         PIC X VALUE 'N'.
           88 FIN-ARCHIVO       VALUE 'S'.
           88 MAS-DATOS         VALUE 'N'.

      *> Parametro 1 opcional: TRANSICIONES. Sin parametro la tanda
      *> es la poblacion completa de resultados.txt.
       01  WS-ARG-ORIGEN       PIC X(20) VALUE SPACES.
       01  WS-ORIGEN-SW        PIC X VALUE 'R'.
           88 ORIGEN-RESULTADOS   VALUE 'R'.
           88 ORIGEN-TRANSICIONES VALUE 'T'.

       01  WS-FECHA-EFECTIVA   PIC 9(8).
       01  WS-FECHA-EFECTIVA-DESC REDEFINES WS-FECHA-EFECTIVA.
           05 WS-EFEC-ANIO     PIC 9(4).
           05 WS-EFEC-MES      PIC 9(2).
           05 WS-EFEC-DIA      PIC 9(2).

       01  WS-MAESTRO-SW       PIC X VALUE 'N'.
           88 MAESTRO-DISPONIBLE VALUE 'S'.
           88 MAESTRO-AUSENTE    VALUE 'N'.
               10 WS-DEST-CLAVE.
                   15 WS-DEST-PROV   PIC X(2).
                   15 WS-DEST-CP     PIC X(4).
               10 WS-DEST-TIPO       PIC X(16).
               10 WS-DEST-FECHA-EFEC PIC 9(8).
               10 WS-DEST-CANAL      PIC X.
               10 WS-DEST-TELEFONO   PIC X(15).
               10 WS-DEST-EMAIL      PIC X(40).
               10 WS-DEST-ID         PIC X(10).
               10 WS-DEST-CUENTA     PIC 9(10).
               10 WS-DEST-DOM-ESTADO PIC X.
               10 WS-DEST-FECHA-DEVOL PIC X(8).
               10 WS-DEST-RETENIDA   PIC X.
               10 WS-DEST-BLOQUEO    PIC X.
       01  WS-ENT-AUXILIAR     PIC X(191).

      *> Vista estructurada de CLM-DIRECCION (mismos anchos que
      *> CLT-DIRECCION en CPY-CLIENTE-IN).
       01  WS-CARTAS-ATADO     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ATADOS     PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CARTAS     PIC 9(5) VALUE ZERO.
      *> Numero de la carta en curso: continua la numeracion del
      *> registro permanente de cartas.
       01  WS-NRO-CARTA        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-OMITIDOS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SIN-DOM    PIC 9(5) VALUE ZERO.
      *> Registros del maestro que no completan domicilio por su
      *> estado (FUSIONADO, SUPRIMIDO o CERRADO).
       01  WS-TOTAL-MAE-EXCLUIDOS PIC 9(7) VALUE ZERO.

      *> Canal con que sale el aviso en curso: el preferido del
      *> cliente si tiene el dato que ese canal necesita, si no papel.
       01  WS-CANAL-ENVIO      PIC X VALUE 'P'.
           88 ENVIO-POSTAL       VALUE 'P'.
           88 ENVIO-EMAIL        VALUE 'E'.
           88 ENVIO-SMS          VALUE 'S'.
       01  WS-TOTAL-EMAIL      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SMS        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-MENSAJES   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-DERIVADOS  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-RETENIDAS  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-BLOQUEADOS PIC 9(5) VALUE ZERO.

           COPY CPY-POSTAL-WS.

           COPY CPY-RETCODES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LEER-ARGUMENTOS THRU LEER-ARGUMENTOS-EXIT
           PERFORM INICIO THRU INICIO-EXIT
           PERFORM CARGAR-DESTINATARIOS
               THRU CARGAR-DESTINATARIOS-EXIT
       MAIN-EXIT.
           EXIT.

       LEER-ARGUMENTOS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ORIGEN FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ORIGEN
               WHEN SPACES
                   SET ORIGEN-RESULTADOS TO TRUE
               WHEN "TRANSICIONES"
                   SET ORIGEN-TRANSICIONES TO TRUE
               WHEN OTHER
                   MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                   STRING "PARAMETRO 1 INVALIDO (TRANSICIONES): "
                       WS-ARG-ORIGEN DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           CONTINUE.
       LEER-ARGUMENTOS-EXIT.
           EXIT.

       INICIO.
           ACCEPT WS-FECHA-CARTA FROM DATE YYYYMMDD
      *> Los nombres de provincia de atados y domicilios salen de la
      *> referencia postal.
           PERFORM CARGAR-TABLA-POSTAL
           IF ORIGEN-TRANSICIONES
               OPEN INPUT ARCHIVO-TRANSICIONES
               IF WS-TRANSICIONES-STATUS NOT = "00"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR TRANSICIONES, STATUS="
                       WS-TRANSICIONES-STATUS DELIMITED BY SIZE
                       INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           ELSE
               OPEN INPUT ARCHIVO-RESULTADOS
               IF WS-RESULTADOS-STATUS NOT = "00"
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO ABRIR ARCHIVO-RESULTADOS, "
                       "STATUS=" WS-RESULTADOS-STATUS
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
               END-IF
           END-IF
           OPEN OUTPUT ARCHIVO-CARTAS
           IF WS-CARTAS-STATUS NOT = "00"
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM ABRIR-REGISTRO-CARTAS
               THRU ABRIR-REGISTRO-CARTAS-EXIT
           OPEN OUTPUT ARCHIVO-MENSAJES
           IF WS-MENSAJES-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MENSAJES SALIENTES, STATUS="
                   WS-MENSAJES-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           OPEN OUTPUT ARCHIVO-MANIF-MENSAJES
           IF WS-MANIF-MSJ-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR MANIFIESTO MENSAJES, STATUS="
                   WS-MANIF-MSJ-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO REG-MENSAJE
           SET MSJ-CABECERA TO TRUE
           MOVE WS-FECHA-CARTA TO MSJ-CAB-FECHA
           MOVE "CARTAS-ELEGIBILIDAD" TO MSJ-CAB-ORIGEN
           WRITE REG-MENSAJE
           CONTINUE.
       INICIO-EXIT.
           EXIT.

       ABRIR-REGISTRO-CARTAS.
      *> La numeracion sigue desde la ultima carta del registro; sin
      *> registro todavia, arranca en 1.
           MOVE ZERO TO WS-NRO-CARTA
           OPEN INPUT ARCHIVO-REGISTRO-CARTAS
           EVALUATE WS-REGISTRO-STATUS
               WHEN "00"
                   SET MAS-DATOS TO TRUE
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-REGISTRO-CARTAS
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               MOVE REG-REGISTRO-CARTA
                                   TO WS-DETALLE-CORREO
                               IF MCO-ES-CARTA
                                  AND MCO-NRO-CARTA IS NUMERIC
                                  AND MCO-NRO-CARTA > WS-NRO-CARTA
                                   MOVE MCO-NRO-CARTA TO WS-NRO-CARTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REGISTRO-CARTAS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
                   STRING "NO SE PUDO LEER REGISTRO DE CARTAS, "
                       "STATUS=" WS-REGISTRO-STATUS
                       DELIMITED BY SIZE INTO WS-RC-MENSAJE
                   PERFORM RUTINA-ABEND
           END-EVALUATE
           OPEN EXTEND ARCHIVO-REGISTRO-CARTAS
           IF WS-REGISTRO-STATUS = "35"
               OPEN OUTPUT ARCHIVO-REGISTRO-CARTAS
           END-IF
           IF WS-REGISTRO-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR REGISTRO DE CARTAS, STATUS="
                   WS-REGISTRO-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           SET MAS-DATOS TO TRUE
           CONTINUE.
       ABRIR-REGISTRO-CARTAS-EXIT.
           EXIT.

       CARGAR-DESTINATARIOS.
           IF ORIGEN-TRANSICIONES
               PERFORM CARGAR-TRANSICIONES
                   THRU CARGAR-TRANSICIONES-EXIT
           ELSE
               PERFORM CARGAR-RESULTADOS THRU CARGAR-RESULTADOS-EXIT
           END-IF
           DISPLAY "Destinatarios cargados: " WS-TOTAL-DEST
           CONTINUE.
       CARGAR-DESTINATARIOS-EXIT.
           EXIT.

       CARGAR-RESULTADOS.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RESULTADOS
                   AT END
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESULTADOS
           CONTINUE.
       CARGAR-RESULTADOS-EXIT.
           EXIT.

       CARGAR-TRANSICIONES.
      *> Las transiciones traen las banderas nuevas en las mismas
      *> posiciones que resultados.txt; se pasan al registro de
      *> resultados para cargar la tabla por el mismo camino.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TRANSICIONES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE TRA-NOMBRE TO RES-NOMBRE
                       MOVE TRA-VALIDO TO RES-VALIDO
                       MOVE TRA-SENIOR TO RES-SENIOR
                       MOVE TRA-MENOR-TUTOR TO RES-MENOR-TUTOR
                       MOVE TRA-ID TO RES-ID
                       PERFORM GUARDAR-DESTINATARIO
                           THRU GUARDAR-DESTINATARIO-EXIT
                       MOVE TRA-TIPO TO WS-DEST-TIPO(WS-TOTAL-DEST)
                       MOVE TRA-FECHA-EFECTIVA
                           TO WS-DEST-FECHA-EFEC(WS-TOTAL-DEST)
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TRANSICIONES
           CONTINUE.
       CARGAR-TRANSICIONES-EXIT.
           EXIT.

       GUARDAR-DESTINATARIO.
      *> esos destinatarios cierran la tanda en su propio atado.
           MOVE "ZZ" TO WS-DEST-PROV(WS-TOTAL-DEST)
           MOVE "9999" TO WS-DEST-CP(WS-TOTAL-DEST)
           MOVE SPACES TO WS-DEST-TIPO(WS-TOTAL-DEST)
           MOVE ZERO TO WS-DEST-FECHA-EFEC(WS-TOTAL-DEST)
           MOVE "P" TO WS-DEST-CANAL(WS-TOTAL-DEST)
           MOVE SPACES TO WS-DEST-TELEFONO(WS-TOTAL-DEST)
           MOVE SPACES TO WS-DEST-EMAIL(WS-TOTAL-DEST)
           MOVE RES-ID TO WS-DEST-ID(WS-TOTAL-DEST)
           MOVE ZERO TO WS-DEST-CUENTA(WS-TOTAL-DEST)
           MOVE SPACE TO WS-DEST-DOM-ESTADO(WS-TOTAL-DEST)
           MOVE SPACES TO WS-DEST-FECHA-DEVOL(WS-TOTAL-DEST)
           MOVE "N" TO WS-DEST-RETENIDA(WS-TOTAL-DEST)
           MOVE SPACE TO WS-DEST-BLOQUEO(WS-TOTAL-DEST)
           CONTINUE.
       GUARDAR-DESTINATARIO-EXIT.
           EXIT.

       COMPLETAR-DOMICILIOS.
      *> Una sola pasada por el maestro alcanza para toda la tanda:
      *> cada registro del maestro completa al destinatario de ese
      *> ID que siga sin domicilio.
           SET MAESTRO-AUSENTE TO TRUE
           OPEN INPUT MAESTRO-CLIENTES
           IF WS-MAESTRO-STATUS = "00"
           EXIT.

       APLICAR-DOMICILIO.
      *> El destinatario se identifica por el ID del maestro que
      *> trae resultados.txt: el nombre se repite entre clientes
      *> distintos. Solo un resultados.txt grabado desde un roster
      *> sin ID se completa por nombre. Un ID absorbido por una
      *> fusion conserva el domicilio viejo y no completa a nadie;
      *> tampoco un suprimido (sus datos ya no son de uso) ni un
      *> cerrado (no es cliente activo).
           IF CLM-ESTADO = "FUSIONADO" OR CLM-ESTADO = "SUPRIMIDO"
               OR CLM-ESTADO = "CERRADO"
               ADD 1 TO WS-TOTAL-MAE-EXCLUIDOS
           ELSE
               MOVE CLM-DIRECCION TO WS-DIRECCION-MAE
               PERFORM VARYING WS-IDX-BUSQ FROM 1 BY 1
                       UNTIL WS-IDX-BUSQ > WS-TOTAL-DEST
                   IF WS-DEST-CON-DOM(WS-IDX-BUSQ) = "N"
                       AND (WS-DEST-ID(WS-IDX-BUSQ) = CLM-ID
                       OR (WS-DEST-ID(WS-IDX-BUSQ) = SPACES
                       AND WS-DEST-NOMBRE(WS-IDX-BUSQ) = CLM-NOMBRE))
                       MOVE "S" TO WS-DEST-CON-DOM(WS-IDX-BUSQ)
                       MOVE WS-MAE-CALLE
                           TO WS-DEST-CALLE(WS-IDX-BUSQ)
                       MOVE WS-MAE-NUMERO
                           TO WS-DEST-NUMERO(WS-IDX-BUSQ)
                       MOVE WS-MAE-CIUDAD
                           TO WS-DEST-CIUDAD(WS-IDX-BUSQ)
                       MOVE WS-MAE-PROV TO WS-DEST-PROV(WS-IDX-BUSQ)
                       MOVE WS-MAE-CP TO WS-DEST-CP(WS-IDX-BUSQ)
                       MOVE CLM-CANAL TO WS-DEST-CANAL(WS-IDX-BUSQ)
                       MOVE CLM-TELEFONO
                           TO WS-DEST-TELEFONO(WS-IDX-BUSQ)
                       MOVE CLM-EMAIL TO WS-DEST-EMAIL(WS-IDX-BUSQ)
                       MOVE CLM-ID TO WS-DEST-ID(WS-IDX-BUSQ)
                       IF CLM-NRO-CUENTA IS NUMERIC
                           MOVE CLM-NRO-CUENTA
                               TO WS-DEST-CUENTA(WS-IDX-BUSQ)
                       END-IF
                       MOVE CLM-DOM-ESTADO
                           TO WS-DEST-DOM-ESTADO(WS-IDX-BUSQ)
                       MOVE CLM-FECHA-DEVOL
                           TO WS-DEST-FECHA-DEVOL(WS-IDX-BUSQ)
                       MOVE CLM-BLOQUEO TO WS-DEST-BLOQUEO(WS-IDX-BUSQ)
                   END-IF
               END-PERFORM
           END-IF
           CONTINUE.
       APLICAR-DOMICILIO-EXIT.
           EXIT.
           MOVE ZERO TO WS-CARTAS-ATADO
           PERFORM VARYING WS-IDX-DEST FROM 1 BY 1
                   UNTIL WS-IDX-DEST > WS-TOTAL-DEST
      *> Un cliente bloqueado por lista externa no recibe nada.
               IF WS-DEST-BLOQUEO(WS-IDX-DEST) = "B"
                   ADD 1 TO WS-TOTAL-BLOQUEADOS
               ELSE
                   PERFORM ELEGIR-CANAL THRU ELEGIR-CANAL-EXIT
      *> El domicilio devuelto por el correo solo frena el papel: un
      *> aviso electronico sale igual.
                   IF ENVIO-POSTAL
                       AND WS-DEST-DOM-ESTADO(WS-IDX-DEST) = "D"
                       MOVE "S" TO WS-DEST-RETENIDA(WS-IDX-DEST)
                       ADD 1 TO WS-TOTAL-RETENIDAS
                   END-IF
                   IF ENVIO-POSTAL
                       AND WS-DEST-RETENIDA(WS-IDX-DEST) = "N"
                       IF WS-DEST-CLAVE(WS-IDX-DEST)
                           NOT = WS-CLAVE-ATADO
                           PERFORM CERRAR-ATADO THRU CERRAR-ATADO-EXIT
                           MOVE WS-DEST-CLAVE(WS-IDX-DEST)
                               TO WS-CLAVE-ATADO
                           PERFORM ABRIR-ATADO THRU ABRIR-ATADO-EXIT
                       END-IF
                       ADD 1 TO WS-CARTAS-ATADO
                       PERFORM GENERAR-CARTA THRU GENERAR-CARTA-EXIT
                   END-IF
                   IF NOT ENVIO-POSTAL
                       PERFORM GENERAR-MENSAJE
                           THRU GENERAR-MENSAJE-EXIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CERRAR-ATADO THRU CERRAR-ATADO-EXIT
           CONTINUE.
       EMITIR-CARTAS-EXIT.
           EXIT.

       ELEGIR-CANAL.
      *> El canal en blanco (cliente sin preferencia o fuera del
      *> maestro) es papel. E-mail sin direccion o SMS sin telefono
      *> no se pueden despachar: vuelven al atado de papel.
           EVALUATE WS-DEST-CANAL(WS-IDX-DEST)
               WHEN "E"
                   IF WS-DEST-EMAIL(WS-IDX-DEST) = SPACES
                       SET ENVIO-POSTAL TO TRUE
                       ADD 1 TO WS-TOTAL-DERIVADOS
                   ELSE
                       SET ENVIO-EMAIL TO TRUE
                   END-IF
               WHEN "S"
                   IF WS-DEST-TELEFONO(WS-IDX-DEST) = SPACES
                       SET ENVIO-POSTAL TO TRUE
                       ADD 1 TO WS-TOTAL-DERIVADOS
                   ELSE
                       SET ENVIO-SMS TO TRUE
                   END-IF
               WHEN OTHER
                   SET ENVIO-POSTAL TO TRUE
           END-EVALUATE
           CONTINUE.
       ELEGIR-CANAL-EXIT.
           EXIT.

       GENERAR-MENSAJE.
      *> Mismo contenido que la carta, reducido al largo de un SMS;
      *> la plantilla y el tipo de cambio le permiten a la pasarela
      *> armar su propio formato si lo necesita.
           ADD 1 TO WS-TOTAL-MENSAJES
           MOVE SPACES TO REG-MENSAJE
           SET MSJ-DETALLE TO TRUE
           IF ENVIO-EMAIL
               SET MSJ-CANAL-EMAIL TO TRUE
               MOVE WS-DEST-EMAIL(WS-IDX-DEST) TO MSJ-DESTINO
               ADD 1 TO WS-TOTAL-EMAIL
           ELSE
               SET MSJ-CANAL-SMS TO TRUE
               MOVE WS-DEST-TELEFONO(WS-IDX-DEST) TO MSJ-DESTINO
               ADD 1 TO WS-TOTAL-SMS
           END-IF
           MOVE WS-DEST-NOMBRE(WS-IDX-DEST) TO MSJ-NOMBRE
           MOVE WS-DEST-TIPO(WS-IDX-DEST) TO MSJ-TIPO-CAMBIO
           MOVE WS-DEST-FECHA-EFEC(WS-IDX-DEST) TO MSJ-FECHA-EFECTIVA
           MOVE "Resultado de su validacion de elegibilidad"
               TO MSJ-ASUNTO
           EVALUATE TRUE
               WHEN WS-DEST-MENOR(WS-IDX-DEST) = "S"
                   MOVE "MENOR" TO MSJ-PLANTILLA
                   STRING "Por ser menor de edad, todo tramite ante "
                       "este organismo debe hacerse con su TUTOR o "
                       "representante legal, que acreditara "
                       "identidad y vinculo."
                       DELIMITED BY SIZE INTO MSJ-TEXTO
               WHEN WS-DEST-SENIOR(WS-IDX-DEST) = "S"
                   MOVE "SENIOR" TO MSJ-PLANTILLA
                   IF WS-DEST-VALIDO(WS-IDX-DEST) = "S"
                       STRING "Usted es ELEGIBLE para los beneficios "
                           "de adulto mayor: presentese con su "
                           "documento en la oficina de beneficios. "
                           "Tambien esta HABILITADO/A para votar."
                           DELIMITED BY SIZE INTO MSJ-TEXTO
                   ELSE
                       STRING "Usted es ELEGIBLE para los beneficios "
                           "de adulto mayor: presentese con su "
                           "documento en la oficina de beneficios."
                           DELIMITED BY SIZE INTO MSJ-TEXTO
                   END-IF
               WHEN WS-DEST-VALIDO(WS-IDX-DEST) = "S"
                   MOVE "VOTANTE" TO MSJ-PLANTILLA
                   STRING "Segun la validacion de edad efectuada, "
                       "usted esta HABILITADO/A para votar en los "
                       "proximos comicios. No requiere tramite "
                       "adicional."
                       DELIMITED BY SIZE INTO MSJ-TEXTO
               WHEN OTHER
                   MOVE "NO-ELEGIBLE" TO MSJ-PLANTILLA
                   STRING "Segun la validacion de edad, aun no "
                       "alcanza la edad minima para votar ni para "
                       "los beneficios de adulto mayor. No requiere "
                       "accion de su parte."
                       DELIMITED BY SIZE INTO MSJ-TEXTO
           END-EVALUATE
           WRITE REG-MENSAJE
           CONTINUE.
       GENERAR-MENSAJE-EXIT.
           EXIT.

       ABRIR-ATADO.
           MOVE SPACES TO WS-LINEA
           IF WS-CLAVE-ATADO = "ZZ9999"
               MOVE "====== ATADO SIN-DOMICILIO (mesa de correo) ===="
                   TO WS-LINEA
           ELSE
               MOVE WS-CLAVE-ATADO(1:2) TO WS-POS-PROV-BUSCADA
               PERFORM BUSCAR-PROVINCIA-POSTAL
               STRING "====== ATADO PROVINCIA="
                   DELIMITED BY SIZE
                   WS-POS-NOMBRE-PROV DELIMITED BY "  "
                   " CP=" WS-CLAVE-ATADO(3:4)
                   " ======" DELIMITED BY SIZE INTO WS-LINEA
           END-IF
                       WS-CARTAS-ATADO
                       DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
               ELSE
                   MOVE WS-CLAVE-ATADO(1:2) TO WS-POS-PROV-BUSCADA
                   PERFORM BUSCAR-PROVINCIA-POSTAL
                   STRING "ATADO " DELIMITED BY SIZE
                       WS-POS-NOMBRE-PROV DELIMITED BY "  "
                       " CP=" WS-CLAVE-ATADO(3:4)
                       " CARTAS=" WS-CARTAS-ATADO
                       DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO

       GENERAR-CARTA.
           ADD 1 TO WS-TOTAL-CARTAS
           ADD 1 TO WS-NRO-CARTA
           PERFORM ANOTAR-CARTA THRU ANOTAR-CARTA-EXIT
           PERFORM ENCABEZADO-CARTA THRU ENCABEZADO-CARTA-EXIT
           IF WS-DEST-TIPO(WS-IDX-DEST) NOT = SPACES
               PERFORM AVISO-TRANSICION THRU AVISO-TRANSICION-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-DEST-MENOR(WS-IDX-DEST) = "S"
                   PERFORM CUERPO-MENOR THRU CUERPO-MENOR-EXIT
       GENERAR-CARTA-EXIT.
           EXIT.

       ANOTAR-CARTA.
      *> Detalle del manifiesto: con la cuenta y el numero de carta
      *> de la pieza devuelta se llega al ID del cliente. La linea
      *> queda tambien en el registro permanente de cartas.
           MOVE SPACES TO WS-DETALLE-CORREO
           MOVE "CARTA " TO MCO-TIPO
           MOVE WS-NRO-CARTA TO MCO-NRO-CARTA
           MOVE " CUENTA=" TO MCO-ETQ-CUENTA
           MOVE WS-DEST-CUENTA(WS-IDX-DEST) TO MCO-NRO-CUENTA
           MOVE " ID=" TO MCO-ETQ-ID
           MOVE WS-DEST-ID(WS-IDX-DEST) TO MCO-ID
           MOVE " FECHA=" TO MCO-ETQ-FECHA
           MOVE WS-FECHA-CARTA TO MCO-FECHA
           MOVE WS-DETALLE-CORREO TO REG-MANIFIESTO-COR
           WRITE REG-MANIFIESTO-COR
           MOVE WS-DETALLE-CORREO TO REG-REGISTRO-CARTA
           WRITE REG-REGISTRO-CARTA
           CONTINUE.
       ANOTAR-CARTA-EXIT.
           EXIT.

       ENCABEZADO-CARTA.
           MOVE ALL "=" TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO WS-LINEA
           STRING "CARTA NRO. " WS-NRO-CARTA
               "   CUENTA NRO. " WS-DEST-CUENTA(WS-IDX-DEST)
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-CARTA
           WRITE REG-CARTA
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-CARTA
               WRITE REG-CARTA
               MOVE WS-DEST-PROV(WS-IDX-DEST) TO WS-POS-PROV-BUSCADA
               PERFORM BUSCAR-PROVINCIA-POSTAL
               MOVE SPACES TO WS-LINEA
               STRING WS-DEST-CIUDAD(WS-IDX-DEST)
                   " (" DELIMITED BY SIZE
                   WS-POS-NOMBRE-PROV DELIMITED BY "  "
                   ") CP " WS-DEST-CP(WS-IDX-DEST)
                   DELIMITED BY SIZE INTO WS-LINEA
               MOVE WS-LINEA TO REG-CARTA
       BLOQUE-DOMICILIO-EXIT.
           EXIT.

       AVISO-TRANSICION.
      *> Carta por cambio de situacion: fecha desde la que rige y,
      *> cuando deja de requerir tutor, el aviso expreso (el cuerpo
      *> por banderas no lo menciona).
           MOVE WS-DEST-FECHA-EFEC(WS-IDX-DEST) TO WS-FECHA-EFECTIVA
           MOVE SPACES TO WS-LINEA
           STRING "Cambio de situacion vigente desde el "
               WS-EFEC-DIA "/" WS-EFEC-MES "/" WS-EFEC-ANIO "."
               DELIMITED BY SIZE INTO WS-LINEA
           MOVE WS-LINEA TO REG-CARTA
           WRITE REG-CARTA
           IF WS-DEST-TIPO(WS-IDX-DEST) = "SIN-TUTOR"
               MOVE "Desde esa fecha sus tramites ya no requieren la"
                   TO REG-CARTA
               WRITE REG-CARTA
               MOVE "presencia de un tutor o representante legal."
                   TO REG-CARTA
               WRITE REG-CARTA
           END-IF
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           CONTINUE.
       AVISO-TRANSICION-EXIT.
           EXIT.

       CUERPO-VOTANTE.
           MOVE "Nos complace informarle que, segun la validacion de"
               TO REG-CARTA
           EXIT.

       TERMINAR.
           PERFORM VARYING WS-IDX-DEST FROM 1 BY 1
                   UNTIL WS-IDX-DEST > WS-TOTAL-DEST
               IF WS-DEST-RETENIDA(WS-IDX-DEST) = "S"
                   MOVE SPACES TO WS-LINEA-MANIFIESTO
                   STRING "RETENIDA ID=" WS-DEST-ID(WS-IDX-DEST)
                       " CUENTA=" WS-DEST-CUENTA(WS-IDX-DEST)
                       " DEVUELTA=" WS-DEST-FECHA-DEVOL(WS-IDX-DEST)
                       DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
                   MOVE WS-LINEA-MANIFIESTO TO REG-MANIFIESTO-COR
                   WRITE REG-MANIFIESTO-COR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-MANIFIESTO
           STRING "TOTAL ATADOS=" WS-TOTAL-ATADOS
               " CARTAS=" WS-TOTAL-CARTAS
               DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
           MOVE WS-LINEA-MANIFIESTO TO REG-MANIFIESTO-COR
           WRITE REG-MANIFIESTO-COR
           MOVE SPACES TO WS-LINEA-MANIFIESTO
           STRING "TOTAL RETENIDAS=" WS-TOTAL-RETENIDAS
               " BLOQUEADOS=" WS-TOTAL-BLOQUEADOS
               DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
           MOVE WS-LINEA-MANIFIESTO TO REG-MANIFIESTO-COR
           WRITE REG-MANIFIESTO-COR
           MOVE SPACES TO REG-MENSAJE
           SET MSJ-COLA TO TRUE
           MOVE WS-TOTAL-EMAIL TO MSJ-COL-EMAIL
           MOVE WS-TOTAL-SMS TO MSJ-COL-SMS
           MOVE WS-TOTAL-MENSAJES TO MSJ-COL-TOTAL
           WRITE REG-MENSAJE
           MOVE SPACES TO WS-LINEA-MANIFIESTO
           STRING "CANAL EMAIL MENSAJES=" WS-TOTAL-EMAIL
               DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
           MOVE WS-LINEA-MANIFIESTO TO REG-MANIFIESTO-MSJ
           WRITE REG-MANIFIESTO-MSJ
           MOVE SPACES TO WS-LINEA-MANIFIESTO
           STRING "CANAL SMS MENSAJES=" WS-TOTAL-SMS
               DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
           MOVE WS-LINEA-MANIFIESTO TO REG-MANIFIESTO-MSJ
           WRITE REG-MANIFIESTO-MSJ
           MOVE SPACES TO WS-LINEA-MANIFIESTO
           STRING "TOTAL MENSAJES=" WS-TOTAL-MENSAJES
               " DERIVADOS A PAPEL=" WS-TOTAL-DERIVADOS
               DELIMITED BY SIZE INTO WS-LINEA-MANIFIESTO
           MOVE WS-LINEA-MANIFIESTO TO REG-MANIFIESTO-MSJ
           WRITE REG-MANIFIESTO-MSJ
           CLOSE ARCHIVO-CARTAS
           CLOSE ARCHIVO-MANIFIESTO
           CLOSE ARCHIVO-REGISTRO-CARTAS
           CLOSE ARCHIVO-MENSAJES
           CLOSE ARCHIVO-MANIF-MENSAJES
           DISPLAY "Cartas generadas: " WS-TOTAL-CARTAS
               " en " WS-TOTAL-ATADOS " atados"
           DISPLAY "Sin domicilio: " WS-TOTAL-SIN-DOM
           DISPLAY "Retenidas por domicilio devuelto: "
               WS-TOTAL-RETENIDAS
           DISPLAY "Bloqueados por lista externa: " WS-TOTAL-BLOQUEADOS
           DISPLAY "Mensajes e-mail: " WS-TOTAL-EMAIL
               "  SMS: " WS-TOTAL-SMS
           DISPLAY "Electronicos derivados a papel: "
               WS-TOTAL-DERIVADOS
           DISPLAY "Registros omitidos (resumen): " WS-TOTAL-OMITIDOS
           DISPLAY "Maestro omitido (fusionado/suprimido/cerrado): "
               WS-TOTAL-MAE-EXCLUIDOS
           CONTINUE.
       TERMINAR-EXIT.
           EXIT.

           COPY CPY-POSTAL.

           COPY CPY-ABEND.
