      *> Campos de trabajo del archivo central de alertas
      *> (CPY-ALERTA). El programa mueve su PROGRAM-ID a
      *> WS-ALR-PROGRAMA y, por cada condicion, severidad (C/A/M),
      *> codigo, clave y texto antes de PERFORM EMITIR-ALERTA. Si
      *> conoce su corrida la mueve a WS-ALR-CORRIDA; si no, se toma
      *> la publicada por la suite.
       77  WS-ALERTAS-STATUS     PIC XX VALUE SPACES.
       77  WS-ALR-IDCO-STATUS    PIC XX VALUE SPACES.
       77  WS-ALR-PROGRAMA       PIC X(20) VALUE SPACES.
       77  WS-ALR-CORRIDA        PIC X(11) VALUE SPACES.
       77  WS-ALR-SEVERIDAD      PIC X VALUE SPACE.
       77  WS-ALR-CODIGO         PIC X(12) VALUE SPACES.
       77  WS-ALR-CLAVE          PIC X(20) VALUE SPACES.
       77  WS-ALR-TEXTO          PIC X(80) VALUE SPACES.
       77  WS-ALR-ULTIMO-NUMERO  PIC 9(6) VALUE ZERO.
       77  WS-ALR-FECHA-IDCO     PIC 9(8) VALUE ZERO.
       77  WS-ALR-FIN-SW         PIC X VALUE 'N'.
           88 ALR-FIN-ARCHIVO      VALUE 'S'.
           88 ALR-MAS-DATOS        VALUE 'N'.
       77  WS-ALR-REPETIDA-SW    PIC X VALUE 'N'.
           88 ALR-REPETIDA         VALUE 'S'.
           88 ALR-NUEVA            VALUE 'N'.
       77  WS-ALR-EMITIDAS       PIC 9(4) VALUE ZERO.
       77  WS-ALR-SUPRIMIDAS     PIC 9(4) VALUE ZERO.
