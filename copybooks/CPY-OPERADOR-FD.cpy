      *> FD compartido del registro de operadores y de la bitacora
      *> de seguridad (ver CPY-OPERADOR).
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           COPY CPY-OPERADOR-REG.

       FD  ARCHIVO-SEGURIDAD.
       01  REG-SEGURIDAD.
           COPY CPY-SEGURIDAD-REG.
