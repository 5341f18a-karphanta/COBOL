      *> citan cartas, extractos y la carga a DB2 (CLT-ID es lo que
      *> tipeo la sucursal y se repite entre sucursales).
           05 CLO-NRO-CUENTA     PIC 9(10).
      *> Contacto y canal preferido tal como llegaron y validaron
      *> (VLD-CONTACTO). Canal en blanco: no informado en la entrada.
           05 CLO-TELEFONO       PIC X(15).
           05 CLO-EMAIL          PIC X(40).
           05 CLO-CANAL          PIC X(01).
      *> ID tal como lo envio la sucursal. CLO-ID es el ID del
      *> maestro sobre el que se aplico el alta; difieren cuando el
      *> envio se aplica sobre otro ID vigente o reactivado. Los
      *> archivos anteriores a este campo lo traen en blanco.
           05 CLO-ID-ORIGEN      PIC X(10).
