      *           El DNI se revuelve con digito verificador
      *           recalculado (VLD-DNI da el mismo veredicto que con
      *           el original) y la fecha de nacimiento se corre
      *           dentro del mismo mes. Telefono y e-mail se
      *           reemplazan por datos de fantasia derivados del mismo
      *           mapa.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-PROD.
       01  REG-PROD              PIC X(171).
       01  REG-PROD-TIPO REDEFINES REG-PROD.
           05 PRD-TIPO           PIC X(3).
           05 FILLER             PIC X(168).

       FD  CLIENTES-TEST.
       01  REG-TEST              PIC X(171).

       FD  CLIENTES-OUT-PROD.
       01  REG-OUT-PROD.
           COPY CPY-CLIENTE-OUT.

       FD  CLIENTES-OUT-TEST.
       01  REG-OUT-TEST          PIC X(209).

       FD  RECHAZADOS-PROD.
       01  REG-RCH-PROD.
           05 RCH-CODIGO         PIC 9(2).
           05 RCH-MOTIVO         PIC X(40).
           05 RCH-REENVIOS       PIC 9(2).
           05 RCH-REGISTRO-ORIG  PIC X(171).
           05 RCH-FECHA-INGRESO  PIC 9(8).

       FD  RECHAZADOS-TEST.
       01  REG-RCH-TEST          PIC X(263).

       FD  MAESTRO-CLIENTES.
       01  REG-CLIENTE-MAESTRO.

       FD  MAESTRO-TEST.
      *> Copia enmascarada del maestro, con el mismo layout de
      *> CPY-CLIENTE-MAESTRO (245 bytes); la clave conserva el
      *> CLT-ID real (los ID no se enmascaran) y los registros salen
      *> en orden de clave, por eso alcanza el acceso secuencial.
      *> Solo las claves llevan nombre propio: el resto viaja como
           05 CLT-MAE-ID         PIC X(10).
           05 FILLER             PIC X(30).
           05 CLT-MAE-DNI        PIC X(9).
           05 FILLER             PIC X(196).

       FD  ARCHIVO-MAPA.
      *> Mapa persistente real->fantasia, clave CLT-ID: mismo
       77  WS-RESTO-NOMBRE       PIC 9(5) VALUE ZERO.
       77  WS-COCIENTE           PIC 9(7) VALUE ZERO.
       77  WS-NUMERO-PRUEBA      PIC 9(5) VALUE ZERO.
       77  WS-TALLY-CONTACTO     PIC 9(2) VALUE ZERO.

      *> Trabajo para el revuelto del DNI y el recalculo del digito
      *> verificador (misma formula de pesos 2..9 y modulo 11 que
           MOVE CLO-DNI TO CLT-DNI
           MOVE CLO-FECHA-NAC TO CLT-FECHA-NAC
           MOVE CLO-DIRECCION TO CLT-DIRECCION
           MOVE CLO-TELEFONO TO CLT-TELEFONO
           MOVE CLO-EMAIL TO CLT-EMAIL
           PERFORM ENMASCARAR-REGISTRO
           MOVE CLT-NOMBRE TO CLO-NOMBRE
           MOVE CLT-DNI TO CLO-DNI
           MOVE CLT-FECHA-NAC TO CLO-FECHA-NAC
           MOVE CLT-DIRECCION TO CLO-DIRECCION
           MOVE CLT-TELEFONO TO CLO-TELEFONO
           MOVE CLT-EMAIL TO CLO-EMAIL
           MOVE REG-OUT-PROD TO REG-OUT-TEST
           WRITE REG-OUT-TEST.

           MOVE CLM-DNI TO CLT-DNI
           MOVE CLM-FECHA-NAC TO CLT-FECHA-NAC
           MOVE CLM-DIRECCION TO CLT-DIRECCION
           MOVE CLM-TELEFONO TO CLT-TELEFONO
           MOVE CLM-EMAIL TO CLT-EMAIL
           PERFORM ENMASCARAR-REGISTRO
           MOVE CLT-NOMBRE TO CLM-NOMBRE
           MOVE CLT-DNI TO CLM-DNI
           MOVE CLT-FECHA-NAC TO CLM-FECHA-NAC
           MOVE CLT-DIRECCION TO CLM-DIRECCION
           MOVE CLT-TELEFONO TO CLM-TELEFONO
           MOVE CLT-EMAIL TO CLM-EMAIL
           MOVE REG-CLIENTE-MAESTRO TO REG-MAESTRO-TEST
           WRITE REG-MAESTRO-TEST
               INVALID KEY
               MOVE WS-MAPA-DNI-FALSO(WS-IDX-MAPA) TO CLT-DNI
           END-IF
           PERFORM ENMASCARAR-FECHA-NAC
           PERFORM ENMASCARAR-DIRECCION
           PERFORM ENMASCARAR-CONTACTO.

       OBTENER-ENTRADA-MAPA.
           SET MAPA-NO-HALLADO TO TRUE
               MOVE "CIUDAD PRUEBA" TO CLT-DIR-CIUDAD
           END-IF.

       ENMASCARAR-CONTACTO.
      *> Telefono y e-mail de fantasia armados con el numero del
      *> mapa (estables por cliente). Se conserva el veredicto de
      *> VLD-CONTACTO en lo grueso: un telefono solo de digitos sale
      *> numerico y uno con otros caracteres no; un e-mail con arroba
      *> sale bien formado y uno sin arroba sigue sin ella. El canal
      *> preferido no es dato personal y queda tal cual.
           IF CLT-TELEFONO NOT = SPACES
               MOVE ZERO TO WS-TALLY-CONTACTO
               INSPECT CLT-TELEFONO TALLYING WS-TALLY-CONTACTO
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF CLT-TELEFONO(1:WS-TALLY-CONTACTO) IS NUMERIC
                   AND WS-TALLY-CONTACTO > ZERO
                   MOVE SPACES TO CLT-TELEFONO
                   STRING "11500" WS-MAPA-NUMERO(WS-IDX-MAPA)
                       DELIMITED BY SIZE INTO CLT-TELEFONO
               ELSE
                   MOVE SPACES TO CLT-TELEFONO
                   STRING "TEL-" WS-MAPA-NUMERO(WS-IDX-MAPA)
                       DELIMITED BY SIZE INTO CLT-TELEFONO
               END-IF
           END-IF
           IF CLT-EMAIL NOT = SPACES
               MOVE ZERO TO WS-TALLY-CONTACTO
               INSPECT CLT-EMAIL TALLYING WS-TALLY-CONTACTO
                   FOR ALL "@"
               MOVE SPACES TO CLT-EMAIL
               IF WS-TALLY-CONTACTO > ZERO
                   STRING "cliente" WS-MAPA-NUMERO(WS-IDX-MAPA)
                       "@prueba.com.ar"
                       DELIMITED BY SIZE INTO CLT-EMAIL
               ELSE
                   STRING "cliente" WS-MAPA-NUMERO(WS-IDX-MAPA)
                       DELIMITED BY SIZE INTO CLT-EMAIL
               END-IF
           END-IF.

           COPY CPY-ABEND.
