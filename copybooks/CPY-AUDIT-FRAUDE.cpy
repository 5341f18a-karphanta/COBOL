      *> Layout de auditoria_fraude.txt: registro durable (solo se
      *> agrega, nunca se reescribe) de los casos de DNI repetidos:
      *> la DETECCION que abre un caso y el CONFIRMADO o DESCARTADO
      *> que lo cierra, con quien y cuando.
           05 AUF-FECHA          PIC 9(08).
           05 AUF-HORA           PIC 9(08).
           05 AUF-ORIGEN         PIC X(20).
           05 AUF-USUARIO        PIC X(11).
           05 AUF-EVENTO         PIC X(16).
           05 AUF-CASO           PIC 9(06).
           05 AUF-DNI            PIC X(09).
           05 AUF-DETALLE        PIC X(60).
