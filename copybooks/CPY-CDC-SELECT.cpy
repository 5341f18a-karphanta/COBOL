      *> SELECT compartido de las novedades del maestro para el
      *> data warehouse (ver CPY-CDC-FD).
           SELECT ARCHIVO-CDC ASSIGN TO 'cdc_maestro.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDC-STATUS.
