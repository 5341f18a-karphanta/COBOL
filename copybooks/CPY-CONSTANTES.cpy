       77  CTE-ERR-DUPLICADO     PIC 9(2) VALUE 04.
       77  CTE-ERR-DIRECCION     PIC 9(2) VALUE 05.
       77  CTE-ERR-DNI-MAESTRO   PIC 9(2) VALUE 06.
       77  CTE-ERR-CONTACTO      PIC 9(2) VALUE 07.
      *> Reglas que por defecto solo advierten (ver CPY-SEVERIDAD):
      *> el cliente se acepta y queda en la cola de revision.
       77  CTE-ERR-EDAD-EXTREMA  PIC 9(2) VALUE 08.
       77  CTE-ERR-SIN-NUMERO    PIC 9(2) VALUE 09.
       77  CTE-ERR-NOMBRE-DIGITO PIC 9(2) VALUE 10.
       77  CTE-ERR-NAC-EN-ALTA   PIC 9(2) VALUE 11.
       77  CTE-ULTIMA-REGLA      PIC 9(2) VALUE 11.
      *> Fuera de las reglas configurables: siempre advierte.
       77  CTE-ERR-DNI-SUPRIMIDO PIC 9(2) VALUE 12.
      *> Edad a partir de la cual (estrictamente mayor) se advierte.
       77  CTE-EDAD-REVISION     PIC 9(3) VALUE 100.

       77  CTE-MODO-FULL         PIC X VALUE 'F'.
       77  CTE-MODO-INCREMENTAL  PIC X VALUE 'I'.

