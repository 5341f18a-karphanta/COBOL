      *> Sucursal de origen, estampada por CONSOLIDA-SUCURSALES al
      *> armar clientes.dat desde los archivos de cada sucursal.
           05 CLT-SUCURSAL       PIC X(04).
      *> Datos de contacto y canal preferido para los avisos. Los
      *> archivos de sucursal del layout anterior llegan sin este
      *> bloque (queda en blanco): sin canal informado el aviso sale
      *> en papel, como siempre.
           05 CLT-CONTACTO.
               10 CLT-TELEFONO      PIC X(15).
               10 CLT-EMAIL         PIC X(40).
               10 CLT-CANAL         PIC X(01).
                   88 CLT-CANAL-POSTAL  VALUE 'P' ' '.
                   88 CLT-CANAL-EMAIL   VALUE 'E'.
                   88 CLT-CANAL-SMS     VALUE 'S'.
