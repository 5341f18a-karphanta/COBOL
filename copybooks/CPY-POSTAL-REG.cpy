      *> Layout de tabla_postal.txt, la referencia postal vigente que
      *> regenera MANTIENE-POSTAL desde su historia. Tres tipos de
      *> renglon: P provincia (codigo y nombre), R rango de codigos
      *> postales de la provincia (desde-hasta, puede haber varios)
      *> y L localidad (provincia, codigo postal en CP-DESDE y nombre
      *> de la localidad). FECHA-EFECTIVA es desde cuando rige el
      *> renglon.
           05 POS-TIPO           PIC X(01).
               88 POS-ES-PROVINCIA   VALUE 'P'.
               88 POS-ES-RANGO       VALUE 'R'.
               88 POS-ES-LOCALIDAD   VALUE 'L'.
           05 POS-PROVINCIA      PIC X(02).
           05 POS-CP-DESDE       PIC 9(04).
           05 POS-CP-HASTA       PIC 9(04).
           05 POS-NOMBRE         PIC X(30).
           05 POS-FECHA-EFECTIVA PIC 9(08).
