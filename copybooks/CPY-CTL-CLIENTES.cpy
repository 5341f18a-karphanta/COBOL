           05 CTC-DURACION       PIC 9(08).
           05 FILLER             PIC X(09).  *> " CORRIDA="
           05 CTC-CORRIDA        PIC X(11).
      *> Agregado al final para no correr las posiciones de arriba.
           05 FILLER             PIC X(13).  *> " RECH-CONTAC="
           05 CTC-RECH-CONTAC    PIC 9(05).
      *> Aceptados con advertencias y total de advertencias.
           05 FILLER             PIC X(12).  *> " ADVERTIDOS="
           05 CTC-ADVERTIDOS     PIC 9(05).
           05 FILLER             PIC X(14).  *> " ADVERTENCIAS="
           05 CTC-ADVERTENCIAS   PIC 9(05).
