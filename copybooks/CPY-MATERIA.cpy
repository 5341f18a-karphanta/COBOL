      *> Catalogo de materias (materias.txt), mantenido por
      *> secretaria: codigo, nombre y peso en creditos con que la
      *> materia entra al promedio del periodo.
           05 MAT-CODIGO         PIC X(06).
           05 MAT-NOMBRE         PIC X(30).
           05 MAT-CREDITOS       PIC 9(02).
