      *> Layout de casos_fraude.txt: un caso de revision por cada DNI
      *> que DETECTA-REPETIDOS encuentra presentado en forma
      *> sospechosa dentro de la ventana de dias. Lo abre el control
      *> nocturno en estado P (pendiente) y lo cierra cumplimiento en
      *> RESUELVE-FRAUDE como F (fraude confirmado) o D
      *> (descartado). Mientras el DNI tenga un caso pendiente no se
      *> abre otro; despues de cerrado solo se abre uno nuevo si hay
      *> actividad posterior a la decision. Los cerrados pasan a
      *> casos_fraude_historico.txt (mismo layout) cuando la consola
      *> reescribe el archivo.
           05 CFR-NUMERO         PIC 9(06).
           05 CFR-FECHA-ALTA     PIC 9(08).
           05 CFR-CORRIDA        PIC X(11).
           05 CFR-DNI            PIC X(09).
           05 CFR-NOMBRE         PIC X(30).
      *> Motivos, S o blanco: varias sucursales, datos personales
      *> distintos para el mismo DNI, rechazos seguidos de una
      *> aceptacion.
           05 CFR-MOTIVO-SUCURSALES PIC X(01).
               88 CFR-POR-SUCURSALES    VALUE 'S'.
           05 CFR-MOTIVO-DATOS   PIC X(01).
               88 CFR-POR-DATOS         VALUE 'S'.
           05 CFR-MOTIVO-RECHAZOS PIC X(01).
               88 CFR-POR-RECHAZOS      VALUE 'S'.
           05 CFR-PRESENTACIONES PIC 9(03).
           05 CFR-CANT-SUCURSALES PIC 9(02).
      *> Hasta cinco sucursales, en el orden en que aparecieron.
           05 CFR-SUCURSALES     PIC X(20).
           05 CFR-RECHAZOS       PIC 9(03).
           05 CFR-ID-ACEPTADO    PIC X(10).
           05 CFR-SUC-ACEPTADO   PIC X(04).
           05 CFR-FECHA-DESDE    PIC 9(08).
           05 CFR-FECHA-HASTA    PIC 9(08).
           05 CFR-ESTADO         PIC X(01).
               88 CFR-PENDIENTE         VALUE 'P'.
               88 CFR-CONFIRMADO        VALUE 'F'.
               88 CFR-DESCARTADO        VALUE 'D'.
           05 CFR-ANALISTA       PIC X(08).
           05 CFR-FECHA-DECISION PIC 9(08).
           05 CFR-OBSERVACION    PIC X(40).
