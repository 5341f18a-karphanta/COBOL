
       FD  ARCHIVO-UNLOAD.
      *> La descarga lleva el registro completo del formato nuevo
      *> (245 bytes, con los datos de baja logica, de contacto, de
      *> devolucion de correo y de bloqueo), tal cual, una linea por
      *> cliente. Una descarga mas corta, anterior a alguno de esos
      *> bloques, se reconstruye igual: la linea llega completada
      *> con blancos y el cliente queda sin telefono, sin e-mail,
      *> con canal postal, con el domicilio entregable y sin
      *> bloqueo.
       01  REG-MAESTRO-UNLOAD    PIC X(245).

       FD  MAESTRO-VIEJO.
      *> Layout previo a la clave alterna y al numero de cuenta.

       FD  MAESTRO-NUEVO.
      *> Formato nuevo: los 139 bytes viejos tal cual mas el numero
      *> de cuenta y los datos de baja logica (fecha y corrida de
      *> cierre) al final, seguidos de los bloques de contacto, de
      *> devolucion de correo y de bloqueo (en blanco: el maestro
      *> viejo no los tenia); solo las claves llevan nombre propio.
       01  REG-MAESTRO-NUEVO.
           05 CLN-ID             PIC X(10).
           05 FILLER             PIC X(30).
           05 CLN-DNI            PIC X(9).
           05 FILLER             PIC X(90).
           05 FILLER             PIC X(10).
           05 FILLER             PIC X(19).
           05 FILLER             PIC X(77).
       01  REG-NUEVO-VISTA REDEFINES REG-MAESTRO-NUEVO.
           05 CLN-PARTE-VIEJA    PIC X(139).
           05 CLN-NRO-CUENTA     PIC 9(10).
           05 CLN-DATOS-BAJA     PIC X(19).
           05 CLN-DATOS-AGREGADOS PIC X(77).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(80).
               ADD 1 TO WS-TOTAL-REGISTROS
               MOVE REG-MAESTRO-VIEJO TO CLN-PARTE-VIEJA
               MOVE ZERO TO CLN-NRO-CUENTA
               MOVE SPACES TO CLN-DATOS-BAJA
               MOVE SPACES TO CLN-DATOS-AGREGADOS
               WRITE REG-MAESTRO-NUEVO
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-DUPLICADOS
