      *> Registros del archivo central de alertas (ver CPY-ALERTA).
       FD  ARCHIVO-ALERTAS.
       01  REG-ALERTA.
           COPY CPY-ALERTA-REG.

       FD  ARCHIVO-ALR-CORRIDA.
       01  REG-ALR-CORRIDA       PIC X(11).
