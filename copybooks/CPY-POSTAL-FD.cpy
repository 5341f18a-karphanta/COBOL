      *> Registro de la referencia postal vigente (ver CPY-POSTAL).
       FD  ARCHIVO-POSTAL.
       01  REG-POSTAL.
           COPY CPY-POSTAL-REG.
