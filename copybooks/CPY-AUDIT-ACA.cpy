      *> Layout de auditoria_academica.txt, pista durable (solo se
      *> agrega) de las correcciones de notas: captura, decision y
      *> aplicacion, con el valor anterior y el nuevo. En la
      *> aplicacion va una linea por la materia corregida y otra por
      *> el periodo recalculado (materia en blanco).
           05 AUA-FECHA          PIC 9(08).
           05 AUA-HORA           PIC 9(08).
           05 AUA-CORRIDA        PIC X(11).
           05 AUA-ACCION         PIC X(08).
           05 AUA-USUARIO        PIC X(08).
           05 AUA-ID             PIC X(10).
           05 AUA-PERIODO        PIC X(06).
           05 AUA-MATERIA        PIC X(06).
           05 AUA-PROM-ANT       PIC 99.
           05 AUA-LETRA-ANT      PIC X(01).
           05 AUA-ESTADO-ANT     PIC X(10).
           05 AUA-PROM-NUEVO     PIC 99.
           05 AUA-LETRA-NUEVA    PIC X(01).
           05 AUA-ESTADO-NUEVO   PIC X(10).
           05 AUA-SOLICITANTE    PIC X(08).
           05 AUA-APROBADOR      PIC X(08).
           05 AUA-MOTIVO         PIC X(42).
