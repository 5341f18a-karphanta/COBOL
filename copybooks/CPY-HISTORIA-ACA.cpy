      *> Layout de historia_academica.txt (lo graba CALCULAR-PROMEDIO,
      *> lo leen BOLETIN-ACADEMICO y las consultas academicas). Hay
      *> dos clases de linea por alumno y periodo:
      *>   - por materia: HAC-MATERIA con el codigo del catalogo, el
      *>     promedio y estado de esa materia y sus creditos;
      *>   - del periodo: HAC-MATERIA en blanco, el promedio general
      *>     ponderado por creditos y en HAC-CREDITOS la suma de
      *>     creditos cursados. Las lineas anteriores al catalogo de
      *>     materias son todas de esta clase (sin creditos).
           05 HAC-ID             PIC X(10).
           05 HAC-PERIODO        PIC X(06).
           05 HAC-PROMEDIO       PIC 99.
           05 HAC-LETRA          PIC X.
           05 HAC-ESTADO         PIC X(10).
           05 HAC-FECHA          PIC 9(08).
           05 HAC-MATERIA        PIC X(06).
           05 HAC-CREDITOS       PIC 9(03).
      *> Porcentaje de asistencia del periodo y motivo del estado
      *> cuando no sale solo de las notas (p.ej. LIBRE por
      *> asistencia bajo el minimo). En blanco en lineas anteriores.
           05 HAC-ASISTENCIA     PIC 9(03).
           05 HAC-MOTIVO         PIC X(30).
      *> 'C' en las lineas grabadas por una correccion de notas
      *> aprobada (APLICA-CORR-NOTAS); en blanco en las del calculo
      *> normal del periodo.
           05 HAC-CORRECCION     PIC X(01).
               88 HAC-ES-CORRECCION VALUE 'C'.
