      *> Campos de trabajo de la referencia postal (CPY-POSTAL). El
      *> programa hace PERFORM CARGAR-TABLA-POSTAL al arrancar; para
      *> el nombre de una provincia mueve el codigo a
      *> WS-POS-PROV-BUSCADA y hace PERFORM BUSCAR-PROVINCIA-POSTAL.
       77  WS-POSTAL-STATUS      PIC XX VALUE SPACES.
       77  WS-POS-FIN-SW         PIC X VALUE 'N'.
           88 POS-FIN-ARCHIVO      VALUE 'S'.
           88 POS-MAS-DATOS        VALUE 'N'.
       77  WS-PROV-HALLADA       PIC X VALUE 'N'.
           88 PROVINCIA-HALLADA    VALUE 'S'.
           88 PROVINCIA-NO-HALLADA VALUE 'N'.
       77  WS-POS-RANGO-SW       PIC X VALUE 'N'.
           88 CP-EN-RANGO          VALUE 'S'.
           88 CP-FUERA-DE-RANGO    VALUE 'N'.
       77  WS-POS-LOC-SW         PIC X VALUE 'N'.
           88 LOCALIDAD-HALLADA    VALUE 'S'.
           88 LOCALIDAD-NO-HALLADA VALUE 'N'.
       77  WS-POS-PROV-BUSCADA   PIC X(02) VALUE SPACES.
       77  WS-POS-NOMBRE-PROV    PIC X(30) VALUE SPACES.
       77  WS-POS-LOC-DEL-CP     PIC 9(4) VALUE ZERO.
       77  WS-POS-IDX-PROV       PIC 9(4) VALUE ZERO.
       77  WS-POS-IDX-RNG        PIC 9(4) VALUE ZERO.
       77  WS-POS-IDX-LOC        PIC 9(4) VALUE ZERO.

      *> Referencia en memoria: provincias, rangos de CP de cada una
      *> y localidades con su CP.
       77  WS-POS-TOTAL-PROV     PIC 9(4) VALUE ZERO.
       01  WS-POS-TABLA-PROV.
           05 WS-POS-PROV-ENT OCCURS 50 TIMES.
               10 WS-POS-PROV-CODIGO PIC X(02).
               10 WS-POS-PROV-NOMBRE PIC X(30).
       77  WS-POS-TOTAL-RNG      PIC 9(4) VALUE ZERO.
       01  WS-POS-TABLA-RNG.
           05 WS-POS-RNG-ENT OCCURS 300 TIMES.
               10 WS-POS-RNG-PROV    PIC X(02).
               10 WS-POS-RNG-DESDE   PIC 9(04).
               10 WS-POS-RNG-HASTA   PIC 9(04).
       77  WS-POS-TOTAL-LOC      PIC 9(4) VALUE ZERO.
       01  WS-POS-TABLA-LOC.
           05 WS-POS-LOC-ENT OCCURS 5000 TIMES.
               10 WS-POS-LOC-PROV    PIC X(02).
               10 WS-POS-LOC-CP      PIC 9(04).
               10 WS-POS-LOC-NOMBRE  PIC X(30).
