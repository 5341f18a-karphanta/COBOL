      *> Layout de auditoria_listas.txt: registro durable (solo se
      *> agrega, nunca se reescribe) de cada decision del control
      *> contra listas externas: la COINCIDENCIA que abre un caso,
      *> el FALSO-POSITIVO y el CONFIRMADO que lo cierran, con quien
      *> y cuando.
           05 AUL-FECHA          PIC 9(08).
           05 AUL-HORA           PIC 9(08).
           05 AUL-ORIGEN         PIC X(20).
           05 AUL-USUARIO        PIC X(11).
           05 AUL-EVENTO         PIC X(16).
           05 AUL-CASO           PIC 9(06).
           05 AUL-ID             PIC X(10).
           05 AUL-LISTA          PIC X(01).
           05 AUL-COINCIDENCIA   PIC X(01).
           05 AUL-LST-DNI        PIC X(09).
           05 AUL-DETALLE        PIC X(60).
