      *> Layout de transiciones_elegibilidad.txt: una linea por
      *> persona cuya decision de elegibilidad cambio respecto de la
      *> ultima conocida (estado_elegibilidad.txt). La graba
      *> VALIDAR-EDAD y la lee CARTAS-ELEGIBILIDAD (parametro
      *> TRANSICIONES). Nombre y banderas nuevas con las mismas
      *> posiciones que resultados.txt; luego el tipo de cambio, las
      *> banderas anteriores y la fecha desde la que rige.
           05 TRA-NOMBRE         PIC X(30).
           05 TRA-VALIDO         PIC X(01).
           05 TRA-SENIOR         PIC X(01).
           05 TRA-MENOR-TUTOR    PIC X(01).
           05 TRA-TIPO           PIC X(16).
               88 TRA-ALTA           VALUE "ALTA".
               88 TRA-NUEVO-VOTANTE  VALUE "NUEVO-VOTANTE".
               88 TRA-PIERDE-VOTO    VALUE "PIERDE-VOTO".
               88 TRA-NUEVO-SENIOR   VALUE "NUEVO-SENIOR".
               88 TRA-DEJA-SENIOR    VALUE "DEJA-SENIOR".
               88 TRA-SIN-TUTOR      VALUE "SIN-TUTOR".
               88 TRA-REQUIERE-TUTOR VALUE "REQUIERE-TUTOR".
           05 TRA-VALIDO-ANT     PIC X(01).
           05 TRA-SENIOR-ANT     PIC X(01).
           05 TRA-MENOR-ANT      PIC X(01).
           05 TRA-EDAD           PIC 99.
           05 TRA-FECHA-EFECTIVA PIC 9(08).
           05 TRA-CORRIDA        PIC X(11).
      *> ID del maestro de la persona (roster.txt); en blanco en las
      *> lineas grabadas desde un roster sin ID.
           05 TRA-ID             PIC X(10).
