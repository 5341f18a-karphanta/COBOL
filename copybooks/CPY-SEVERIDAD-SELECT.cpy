      *> SELECT compartido de la severidad de las reglas de
      *> validacion (ver CPY-SEVERIDAD).
           SELECT ARCHIVO-SEVERIDAD ASSIGN TO 'severidad_reglas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEVERIDAD-STATUS.
