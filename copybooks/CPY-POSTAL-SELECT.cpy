      *> SELECT compartido de la referencia postal vigente (ver
      *> CPY-POSTAL).
           SELECT ARCHIVO-POSTAL ASSIGN TO 'tabla_postal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTAL-STATUS.
