      *           (clientes_out.dat) como transacciones contra el
      *           maestro persistente de clientes (maestro_clientes.dat)
      *           con altas, cambios y bajas, y reportar lo aplicado.
      *           La baja es logica (estado CERRADO con fecha y
      *           corrida de cierre) y un cerrado que vuelve se
      *           reactiva con su misma cuenta.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *> Journal durable de movimientos aplicados al maestro (en
      *> EXTEND): junto con el resguardo previo MAESTRO.GfechaV00
      *> permite reconstruir o deshacer la noche. RESTAURA-MAESTRO
      *> anota aqui cada backout. CAMBIOS-MAESTRO arma de aqui las
      *> novedades del maestro para el DW.
       01  REG-JOURNAL-MAESTRO.
           05 JMA-FECHA          PIC 9(8).
           05 JMA-HORA           PIC 9(8).
           88 CLIENTE-EXISTE       VALUE 'S'.
           88 CLIENTE-NO-EXISTE    VALUE 'N'.

       77  WS-TIPO-MOVIMIENTO    PIC X(7) VALUE SPACES.

       77  WS-TOTAL-LEIDOS       PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ALTAS        PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CAMBIOS      PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-BAJAS        PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-RECHAZOS     PIC 9(5) VALUE ZERO.
      *> Reactivaciones de cerrados: van dentro de CAMBIOS en el
      *> RESUMEN (CONCILIA-CADENA cuenta lo aplicado como altas mas
      *> cambios) y se informan aparte en su propia linea.
       77  WS-TOTAL-REACTIVADOS  PIC 9(5) VALUE ZERO.

      *> Verificacion del manifiesto del productor antes de aplicar:
      *> recuento y hash aditivo de DNI sobre clientes_out.dat.
           DISPLAY "Altas: " WS-TOTAL-ALTAS
               " Cambios: " WS-TOTAL-CAMBIOS
               " Bajas: " WS-TOTAL-BAJAS
           DISPLAY "Reactivados (incluidos en cambios): "
               WS-TOTAL-REACTIVADOS
           DISPLAY "Rechazos: " WS-TOTAL-RECHAZOS
           STOP RUN.


       APLICAR-CLIENTE.
      *> El estado del registro de salida define la transaccion:
      *> BAJA cierra el registro del maestro (no lo borra);
      *> cualquier aceptado inserta si el ID es nuevo o actualiza si
      *> ya existe, conservando la fecha de primera alta.
           IF CLO-ESTADO = "BAJA"
               PERFORM APLICAR-BAJA
           ELSE
               PERFORM BUSCAR-EN-MAESTRO
      *> Un ID absorbido por FUSIONA-CLIENTES no vuelve a la vida:
      *> PROCESA-CLIENTES ya deriva sus novedades al sobreviviente.
               IF CLIENTE-EXISTE AND CLM-ESTADO = "FUSIONADO"
                   ADD 1 TO WS-TOTAL-RECHAZOS
                   PERFORM REPORTA-YA-CERRADO
               ELSE
                   IF CLIENTE-EXISTE
                       PERFORM APLICAR-CAMBIO
                   ELSE
                       PERFORM APLICAR-ALTA
                   END-IF
               END-IF
           END-IF.

           MOVE CLO-FECHA-PROCESO TO CLM-FECHA-ULT-ACT
           MOVE "ACTIVO" TO CLM-ESTADO
           MOVE CLO-NRO-CUENTA TO CLM-NRO-CUENTA
           MOVE CLO-TELEFONO TO CLM-TELEFONO
           MOVE CLO-EMAIL TO CLM-EMAIL
           MOVE CLO-CANAL TO CLM-CANAL
           SET CLM-DOM-ENTREGABLE TO TRUE
           WRITE REG-CLIENTE-MAESTRO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECHAZOS
           MOVE CLO-NOMBRE TO CLM-NOMBRE
           MOVE CLO-DNI TO CLM-DNI
           MOVE CLO-FECHA-NAC TO CLM-FECHA-NAC
      *> Un domicilio nuevo levanta la marca de devolucion de correo:
      *> la sucursal trajo la direccion corregida.
           IF CLO-DIRECCION NOT = CLM-DIRECCION
               SET CLM-DOM-ENTREGABLE TO TRUE
               MOVE SPACES TO CLM-FECHA-DEVOL
               MOVE SPACES TO CLM-MOTIVO-DEVOL
           END-IF
           MOVE CLO-DIRECCION TO CLM-DIRECCION
           MOVE CLO-SUCURSAL TO CLM-SUCURSAL
           MOVE CLO-FECHA-PROCESO TO CLM-FECHA-ULT-ACT
      *> Un cliente CERRADO que vuelve se reactiva sobre el mismo
      *> registro: conserva cuenta y fecha de primer alta y pierde
      *> los datos del cierre. Lo mismo uno SUPRIMIDO (datos
      *> personales suprimidos a pedido) que vuelve con su ID.
           MOVE "CAMBIO" TO WS-TIPO-MOVIMIENTO
           IF CLM-ESTADO = "CERRADO" OR CLM-ESTADO = "SUPRIMIDO"
               MOVE "REACTIV" TO WS-TIPO-MOVIMIENTO
               MOVE SPACES TO CLM-FECHA-BAJA
               MOVE SPACES TO CLM-CORRIDA-BAJA
           END-IF
           MOVE "ACTIVO" TO CLM-ESTADO
      *> El numero de cuenta de la casa se fija en el alta y no se
      *> pisa en los cambios; solo un registro viejo sin numero (de
               OR CLM-NRO-CUENTA = ZERO
               MOVE CLO-NRO-CUENTA TO CLM-NRO-CUENTA
           END-IF
      *> Una novedad sin datos de contacto (sucursal que todavia no
      *> los informa) no borra los que el maestro ya tiene.
           IF CLO-TELEFONO NOT = SPACES
               OR CLO-EMAIL NOT = SPACES
               OR CLO-CANAL NOT = SPACES
               MOVE CLO-TELEFONO TO CLM-TELEFONO
               MOVE CLO-EMAIL TO CLM-EMAIL
               MOVE CLO-CANAL TO CLM-CANAL
           END-IF
           REWRITE REG-CLIENTE-MAESTRO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECHAZOS
                   PERFORM REPORTA-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CAMBIOS
                   IF WS-TIPO-MOVIMIENTO = "REACTIV"
                       ADD 1 TO WS-TOTAL-REACTIVADOS
                   END-IF
                   PERFORM REPORTA-MOVIMIENTO
           END-REWRITE.

       APLICAR-BAJA.
      *> Baja logica: el registro queda en el maestro como CERRADO
      *> con la fecha y la corrida del cierre, para que cumplimiento
      *> conserve primer alta, cuenta y domicilio del ex cliente.
      *> Una baja sobre un ID inexistente, ya cerrado, fusionado o
      *> suprimido se rechaza.
           MOVE CLO-ID TO CLM-ID
           READ MAESTRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECHAZOS
                   PERFORM REPORTA-RECHAZO
               NOT INVALID KEY
                   IF CLM-ESTADO = "CERRADO"
                       OR CLM-ESTADO = "FUSIONADO"
                       OR CLM-ESTADO = "SUPRIMIDO"
                       ADD 1 TO WS-TOTAL-RECHAZOS
                       PERFORM REPORTA-YA-CERRADO
                   ELSE
                       PERFORM CERRAR-CLIENTE
                   END-IF
           END-READ.

       CERRAR-CLIENTE.
           MOVE "CERRADO" TO CLM-ESTADO
           MOVE WS-FECHA-SISTEMA TO CLM-FECHA-BAJA
           MOVE WS-MAN-CORRIDA TO CLM-CORRIDA-BAJA
           MOVE CLO-FECHA-PROCESO TO CLM-FECHA-ULT-ACT
           REWRITE REG-CLIENTE-MAESTRO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECHAZOS
                   PERFORM REPORTA-RECHAZO
                   ADD 1 TO WS-TOTAL-BAJAS
                   MOVE "BAJA" TO WS-TIPO-MOVIMIENTO
                   PERFORM REPORTA-MOVIMIENTO
           END-REWRITE.

       REPORTA-MOVIMIENTO.
           MOVE SPACES TO REG-REPORTE
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

       REPORTA-YA-CERRADO.
           MOVE SPACES TO REG-REPORTE
           STRING "RECHAZO " CLO-ID " " CLO-NOMBRE " YA "
                   DELIMITED BY SIZE
               CLM-ESTADO DELIMITED BY SPACE
               " EL " CLM-FECHA-BAJA DELIMITED BY SIZE
               INTO REG-REPORTE
           WRITE REG-REPORTE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "REACTIVADOS=" WS-TOTAL-REACTIVADOS
               " (incluidos en CAMBIOS)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WS-LINEA-REPORTE
      *> La corrida que se cita es la del manifiesto del archivo
      *> aplicado: es la identidad del insumo, no la del proceso.
           STRING "RESUMEN: LEIDOS=" WS-TOTAL-LEIDOS
