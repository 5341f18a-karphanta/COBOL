      *> Numero de cuenta de la casa (ver CPY-CLIENTE-OUT): se fija
      *> en el alta y no cambia aunque la sucursal retipee el ID.
           05 CLM-NRO-CUENTA     PIC 9(10).
      *> Cierre logico: una BAJA no borra el registro, lo deja en
      *> estado CERRADO con la fecha y la corrida que lo cerraron
      *> (cumplimiento sigue respondiendo por el ex cliente). Si la
      *> persona vuelve, ACTUALIZA-MAESTRO lo reactiva con la misma
      *> cuenta y blanquea estos dos campos. FUSIONA-CLIENTES usa
      *> los mismos campos para el ID absorbido por un duplicado,
      *> en estado FUSIONADO (ese no se reactiva).
           05 CLM-FECHA-BAJA     PIC X(08).
           05 CLM-CORRIDA-BAJA   PIC X(11).
      *> Contacto y canal preferido para los avisos (P papel, E
      *> e-mail, S SMS; en blanco vale como papel). CARTAS-
      *> ELEGIBILIDAD despacha por este canal.
           05 CLM-TELEFONO       PIC X(15).
           05 CLM-EMAIL          PIC X(40).
           05 CLM-CANAL          PIC X(01).
      *> Domicilio devuelto por el correo (PROCESA-DEVOLUCIONES):
      *> marca, fecha y motivo de la ultima devolucion. Mientras la
      *> marca este puesta CARTAS-ELEGIBILIDAD retiene la carta en
      *> papel; cualquier cambio de CLM-DIRECCION la levanta.
           05 CLM-DOM-ESTADO     PIC X(01).
               88 CLM-DOM-ENTREGABLE    VALUE SPACE.
               88 CLM-DOM-NO-ENTREGABLE VALUE 'D'.
           05 CLM-FECHA-DEVOL    PIC X(08).
           05 CLM-MOTIVO-DEVOL   PIC X(02).
      *> Bloqueo por coincidencia confirmada con una lista externa
      *> (RESUELVE-CASOS-LISTA): lista (F fallecidos, S sancionados,
      *> P expuestos politicamente) y fecha. Un cliente bloqueado no
      *> recibe cartas ni avisos, no va a la presentacion al
      *> regulador ni a la carga de DB2.
           05 CLM-BLOQUEO        PIC X(01).
               88 CLM-NO-BLOQUEADO      VALUE SPACE.
               88 CLM-BLOQUEADO         VALUE 'B'.
           05 CLM-LISTA-BLOQUEO  PIC X(01).
           05 CLM-FECHA-BLOQUEO  PIC X(08).
