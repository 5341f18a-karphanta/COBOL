      *> Control de acceso contra el registro central de operadores
      *> (operadores.txt, layout CPY-OPERADOR-REG). Se relee el
      *> registro en cada control, asi una baja o un cambio de roles
      *> rige desde el proximo intento sin reiniciar la consola. Se
      *> controla, en este orden: legajo informado, legajo
      *> registrado, habilitado, dentro de la vigencia, PIN (solo
      *> con OPR-CON-PIN) y rol pedido (si WS-OPR-ROL no es cero).
      *> Sin registro no se concede nada. Cada denegacion queda en la
      *> bitacora de seguridad con ANOTAR-DENEGACION. El PIN tipeado
      *> se borra al terminar.
       VERIFICAR-ACCESO.
           SET ACCESO-DENEGADO TO TRUE
           SET OPR-NO-HALLADO TO TRUE
           MOVE SPACES TO WS-OPR-MOTIVO
           MOVE SPACES TO WS-OPR-DETALLE
           MOVE SPACES TO WS-OPR-NOMBRE
           ACCEPT WS-OPR-FECHA FROM DATE YYYYMMDD
           IF WS-OPR-LEGAJO NOT = SPACES
               SET OPR-MAS-DATOS TO TRUE
               OPEN INPUT ARCHIVO-OPERADORES
               IF WS-OPERADORES-STATUS = "00"
                   PERFORM UNTIL OPR-FIN-ARCHIVO OR OPR-HALLADO
                       READ ARCHIVO-OPERADORES
                           AT END
                               SET OPR-FIN-ARCHIVO TO TRUE
                           NOT AT END
                               IF OPE-LEGAJO = WS-OPR-LEGAJO
                                   SET OPR-HALLADO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-OPERADORES
               END-IF
           END-IF
           IF OPR-HALLADO AND OPR-CON-PIN AND OPE-CLAVE-PIN NOT = ZERO
               PERFORM CALCULAR-CLAVE-PIN
           END-IF
           EVALUATE TRUE
               WHEN WS-OPR-LEGAJO = SPACES
                   MOVE "SIN-LEGAJO" TO WS-OPR-MOTIVO
                   MOVE "NO SE INFORMO EL LEGAJO" TO WS-OPR-DETALLE
               WHEN OPR-NO-HALLADO
                   MOVE "NO-REGISTRA" TO WS-OPR-MOTIVO
                   MOVE "LEGAJO NO REGISTRADO COMO OPERADOR"
                       TO WS-OPR-DETALLE
               WHEN NOT OPE-HABILITADO
                   MOVE "INACTIVO" TO WS-OPR-MOTIVO
                   MOVE "OPERADOR DESHABILITADO" TO WS-OPR-DETALLE
               WHEN WS-OPR-FECHA < OPE-VIGENTE-DESDE
                   OR WS-OPR-FECHA > OPE-VIGENTE-HASTA
                   MOVE "FUERA-VIGEN" TO WS-OPR-MOTIVO
                   STRING "VIGENCIA " OPE-VIGENTE-DESDE " A "
                       OPE-VIGENTE-HASTA DELIMITED BY SIZE
                       INTO WS-OPR-DETALLE
               WHEN OPR-CON-PIN AND OPE-CLAVE-PIN = ZERO
                   MOVE "SIN-PIN" TO WS-OPR-MOTIVO
                   MOVE "EL OPERADOR NO TIENE PIN ASIGNADO"
                       TO WS-OPR-DETALLE
               WHEN OPR-CON-PIN AND WS-OPR-CLAVE NOT = OPE-CLAVE-PIN
                   MOVE "PIN-INVALIDO" TO WS-OPR-MOTIVO
                   MOVE "PIN INCORRECTO" TO WS-OPR-DETALLE
               WHEN WS-OPR-ROL > ZERO
                   AND NOT OPE-TIENE-ROL(WS-OPR-ROL)
                   MOVE "SIN-ROL" TO WS-OPR-MOTIVO
                   STRING "NO TIENE EL ROL "
                       WS-OPR-NOMBRE-ROL(WS-OPR-ROL)
                       DELIMITED BY SIZE INTO WS-OPR-DETALLE
               WHEN OTHER
                   SET ACCESO-CONCEDIDO TO TRUE
                   MOVE OPE-NOMBRE TO WS-OPR-NOMBRE
           END-EVALUATE
           MOVE SPACES TO WS-OPR-PIN
           MOVE ZERO TO WS-OPR-CLAVE
           IF ACCESO-DENEGADO
               DISPLAY "ACCESO DENEGADO (" WS-OPR-MOTIVO "): "
                   WS-OPR-DETALLE
               PERFORM ANOTAR-DENEGACION
           END-IF.

      *> Renglon en la bitacora de seguridad con el motivo de
      *> WS-OPR-MOTIVO. Tambien la usan los programas para dejar
      *> constancia de denegaciones propias (CUATRO-OJOS). El PIN
      *> nunca se escribe.
       ANOTAR-DENEGACION.
           OPEN EXTEND ARCHIVO-SEGURIDAD
           IF WS-SEGURIDAD-STATUS = "35"
               OPEN OUTPUT ARCHIVO-SEGURIDAD
           END-IF
           IF WS-SEGURIDAD-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR BITACORA SEGURIDAD, STATUS="
                   WS-SEGURIDAD-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           MOVE SPACES TO REG-SEGURIDAD
           ACCEPT SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT SEG-HORA FROM TIME
           MOVE WS-OPR-PROGRAMA TO SEG-PROGRAMA
           MOVE WS-OPR-LEGAJO TO SEG-LEGAJO
           IF WS-OPR-ROL > ZERO
               MOVE WS-OPR-NOMBRE-ROL(WS-OPR-ROL) TO SEG-ROL
           END-IF
           MOVE WS-OPR-ACCION TO SEG-ACCION
           MOVE WS-OPR-MOTIVO TO SEG-MOTIVO
           MOVE WS-OPR-DETALLE TO SEG-DETALLE
           WRITE REG-SEGURIDAD
           CLOSE ARCHIVO-SEGURIDAD.

      *> Clave del PIN: legajo y PIN en mayusculas, cada caracter
      *> por su posicion en WS-OPR-ALFABETO (cero si no esta), y
      *> acumulado por 131 modulo 9999999967. El registro guarda solo
      *> esta clave; MANTIENE-OPERADORES la calcula al asignar el PIN.
       CALCULAR-CLAVE-PIN.
           MOVE WS-OPR-LEGAJO TO WS-OPR-TEXTO-LEGAJO
           MOVE WS-OPR-PIN TO WS-OPR-TEXTO-PIN
           INSPECT WS-OPR-TEXTO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO WS-OPR-ACUM
           PERFORM VARYING WS-OPR-IDX-CAR FROM 1 BY 1
                   UNTIL WS-OPR-IDX-CAR > 16
               MOVE ZERO TO WS-OPR-VALOR-CAR
               PERFORM VARYING WS-OPR-IDX-ALF FROM 1 BY 1
                       UNTIL WS-OPR-IDX-ALF > 37
                          OR WS-OPR-VALOR-CAR > ZERO
                   IF WS-OPR-TEXTO(WS-OPR-IDX-CAR:1) =
                      WS-OPR-ALFABETO(WS-OPR-IDX-ALF:1)
                       MOVE WS-OPR-IDX-ALF TO WS-OPR-VALOR-CAR
                   END-IF
               END-PERFORM
               COMPUTE WS-OPR-ACUM = WS-OPR-ACUM * 131
                   + WS-OPR-VALOR-CAR + WS-OPR-IDX-CAR
               DIVIDE WS-OPR-ACUM BY 9999999967
                   GIVING WS-OPR-COCIENTE
               COMPUTE WS-OPR-ACUM = WS-OPR-ACUM
                   - WS-OPR-COCIENTE * 9999999967
           END-PERFORM
           MOVE WS-OPR-ACUM TO WS-OPR-CLAVE.
