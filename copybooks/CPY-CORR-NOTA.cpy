      *> Layout de correcciones_notas.txt: una correccion de notas de
      *> un periodo ya procesado. La captura APRUEBA-CORR-NOTAS (queda
      *> P, pendiente), la aprueba o rechaza un supervisor distinto
      *> de quien la capturo y del docente que la pidio (A / R) y la
      *> aplica a la historia APLICA-CORR-NOTAS (X, aplicada, o E si
      *> no se pudo aplicar). Las notas y pesos van como en notas.txt.
           05 CNO-ID             PIC X(10).
           05 CNO-PERIODO        PIC X(06).
           05 CNO-MATERIA        PIC X(06).
           05 CNO-MODO           PIC X(01).
           05 CNO-CANT           PIC 99.
           05 CNO-NOTAS.
               10 CNO-DETALLE OCCURS 20 TIMES.
                   15 CNO-NOTA   PIC 99.
                   15 CNO-PESO   PIC 99.
           05 CNO-MOTIVO         PIC X(40).
           05 CNO-SOLICITANTE    PIC X(08).
           05 CNO-CAPTURADO-POR  PIC X(08).
           05 CNO-FECHA-CAPTURA  PIC 9(08).
           05 CNO-ESTADO         PIC X(01).
               88 CNO-PENDIENTE    VALUE 'P'.
               88 CNO-APROBADA     VALUE 'A'.
               88 CNO-RECHAZADA    VALUE 'R'.
               88 CNO-APLICADA     VALUE 'X'.
               88 CNO-CON-ERROR    VALUE 'E'.
           05 CNO-APROBADO-POR   PIC X(08).
           05 CNO-FECHA-DECISION PIC 9(08).
           05 CNO-FECHA-APLICADA PIC 9(08).
