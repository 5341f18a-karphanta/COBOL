      *> SELECT compartido del registro de operadores y de la
      *> bitacora de seguridad (ver CPY-OPERADOR).
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO 'operadores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT ARCHIVO-SEGURIDAD
               ASSIGN TO 'seguridad_accesos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGURIDAD-STATUS.
