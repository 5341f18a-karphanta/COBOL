      *> Layout de devoluciones_correo.txt: piezas que el correo no
      *> pudo entregar, una por linea, con la cuenta y el numero de
      *> carta impresos en el encabezado de la carta, la fecha de la
      *> carta, la fecha de devolucion y el motivo del correo.
           05 DEV-NRO-CUENTA     PIC 9(10).
           05 DEV-NRO-CARTA      PIC 9(07).
           05 DEV-FECHA-CARTA    PIC 9(08).
           05 DEV-FECHA-DEVOL    PIC 9(08).
           05 DEV-MOTIVO         PIC X(02).
               88 DEV-MOTIVO-VALIDO  VALUE "DI" "DS" "MU" "DE" "RZ"
                                           "OT".
               88 DEV-DIR-INEXISTENTE VALUE "DI".
               88 DEV-DIR-INSUFICIENTE VALUE "DS".
               88 DEV-SE-MUDO        VALUE "MU".
               88 DEV-DESCONOCIDO    VALUE "DE".
               88 DEV-REHUSADO       VALUE "RZ".
               88 DEV-OTRO           VALUE "OT".
           05 DEV-OBSERVACION    PIC X(30).
