      *> SELECT compartido del archivo central de alertas (ver
      *> CPY-ALERTA). El identificador de corrida publicado se lee
      *> por su propio SELECT para no chocar con los programas que ya
      *> declaran ARCHIVO-ID-CORRIDA.
           SELECT ARCHIVO-ALERTAS
               ASSIGN TO 'alertas_operacion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.
           SELECT ARCHIVO-ALR-CORRIDA
               ASSIGN TO 'id_corrida_actual.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-IDCO-STATUS.
