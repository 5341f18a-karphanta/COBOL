      *> SELECT compartido del maestro de alumnos (layout en
      *> CPY-ALUMNO). La clave es ALU-ID, el mismo ID con que llegan
      *> las notas: CALCULAR-PROMEDIO y BOLETIN-ACADEMICO lo leen por
      *> clave y MANTIENE-ALUMNOS es el unico que lo actualiza.
           SELECT MAESTRO-ALUMNOS ASSIGN TO 'maestro_alumnos.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WS-ALUMNOS-STATUS.
