      *> Layout de las listas externas que recibe cumplimiento
      *> (lista_fallecidos.txt, lista_sancionados.txt y lista_pep.txt,
      *> todas iguales): DNI, nombre como lo publica el organismo y
      *> fecha de nacimiento AAAAMMDD (en blanco si la lista no la
      *> trae: esa entrada solo coincide por DNI).
           05 LST-DNI            PIC X(09).
           05 LST-NOMBRE         PIC X(30).
           05 LST-FECHA-NAC      PIC X(08).
