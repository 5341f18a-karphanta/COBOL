      *> Layout de boletines_reemision.txt: cola de boletines a
      *> reemitir como version corregida. La alimenta
      *> APLICA-CORR-NOTAS (P, pendiente) y BOLETIN-ACADEMICO marca
      *> emitidas (E) las del alumno al imprimir su boletin.
           05 REE-ID             PIC X(10).
           05 REE-PERIODO        PIC X(06).
           05 REE-FECHA          PIC 9(08).
           05 REE-CORRIDA        PIC X(11).
           05 REE-ESTADO         PIC X(01).
               88 REE-PENDIENTE    VALUE 'P'.
               88 REE-EMITIDA      VALUE 'E'.
           05 REE-FECHA-EMISION  PIC 9(08).
