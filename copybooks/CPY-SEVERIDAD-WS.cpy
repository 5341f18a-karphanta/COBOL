      *> Severidad vigente de cada regla de validacion, por codigo de
      *> motivo (CTE-ERR-* de CPY-CONSTANTES). El programa hace
      *> PERFORM CARGAR-SEVERIDADES al arrancar; VLD-REGISTRAR-FALLA
      *> la consulta en cada regla que falla.
       77  WS-SEVERIDAD-STATUS   PIC XX VALUE SPACES.
       77  WS-SEV-FIN-SW         PIC X VALUE 'N'.
           88 SEV-FIN-ARCHIVO      VALUE 'S'.
           88 SEV-MAS-DATOS        VALUE 'N'.
       77  WS-SEV-IDX            PIC 9(2) VALUE ZERO.
       77  WS-SEV-ADVERTENCIAS   PIC 9(2) VALUE ZERO.
       01  WS-SEV-TABLA.
           05 WS-SEV-NIVEL OCCURS 20 TIMES PIC X(01).
               88 SEV-RECHAZA          VALUE 'R'.
               88 SEV-ADVIERTE         VALUE 'A'.
