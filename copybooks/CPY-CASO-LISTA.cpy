      *> Layout de casos_listas.txt: un caso de revision por cada
      *> coincidencia de un cliente con una lista externa. Lo abre
      *> CONTROLA-LISTAS en estado P (pendiente) y lo cierra el
      *> analista en RESUELVE-CASOS-LISTA como F (falso positivo) o
      *> C (confirmado, con supervisor: bloquea al cliente en el
      *> maestro). Un caso existente, en cualquier estado, evita que
      *> la misma coincidencia vuelva a abrir otro. Los cerrados
      *> pasan a casos_listas_historico.txt (mismo layout) cuando la
      *> consola reescribe el archivo.
           05 CAS-NUMERO         PIC 9(06).
           05 CAS-FECHA-ALTA     PIC 9(08).
           05 CAS-CORRIDA        PIC X(11).
           05 CAS-ID             PIC X(10).
           05 CAS-DNI            PIC X(09).
           05 CAS-NOMBRE         PIC X(30).
           05 CAS-FECHA-NAC      PIC X(08).
           05 CAS-LISTA          PIC X(01).
               88 CAS-LISTA-FALLECIDOS  VALUE 'F'.
               88 CAS-LISTA-SANCIONADOS VALUE 'S'.
               88 CAS-LISTA-PEP         VALUE 'P'.
           05 CAS-COINCIDENCIA   PIC X(01).
               88 CAS-POR-DNI           VALUE 'D'.
               88 CAS-POR-NOMBRE        VALUE 'N'.
           05 CAS-LST-DNI        PIC X(09).
           05 CAS-LST-NOMBRE     PIC X(30).
           05 CAS-ESTADO         PIC X(01).
               88 CAS-PENDIENTE         VALUE 'P'.
               88 CAS-FALSO-POSITIVO    VALUE 'F'.
               88 CAS-CONFIRMADO        VALUE 'C'.
           05 CAS-ANALISTA       PIC X(08).
           05 CAS-SUPERVISOR     PIC X(08).
           05 CAS-FECHA-DECISION PIC 9(08).
           05 CAS-OBSERVACION    PIC X(40).
