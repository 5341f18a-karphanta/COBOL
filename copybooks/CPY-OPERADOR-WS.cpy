      *> Campos de trabajo del control de acceso (CPY-OPERADOR). El
      *> programa mueve su PROGRAM-ID a WS-OPR-PROGRAMA y, por cada
      *> control, legajo, rol pedido (OPR-ROL-*, cero si solo se
      *> controla el ingreso), la accion que se intenta y, en las
      *> consolas, el PIN tipeado con OPR-CON-PIN; despues
      *> PERFORM VERIFICAR-ACCESO y mira ACCESO-CONCEDIDO.
       77  WS-OPERADORES-STATUS  PIC XX VALUE SPACES.
       77  WS-SEGURIDAD-STATUS   PIC XX VALUE SPACES.
       77  WS-OPR-PROGRAMA       PIC X(20) VALUE SPACES.
       77  WS-OPR-LEGAJO         PIC X(08) VALUE SPACES.
       77  WS-OPR-PIN            PIC X(08) VALUE SPACES.
       77  WS-OPR-ROL            PIC 9(01) VALUE ZERO.
       77  WS-OPR-ACCION         PIC X(20) VALUE SPACES.
       77  WS-OPR-PIDE-PIN       PIC X VALUE 'N'.
           88 OPR-CON-PIN          VALUE 'S'.
           88 OPR-SIN-PIN          VALUE 'N'.
       77  WS-OPR-RESULTADO      PIC X VALUE 'N'.
           88 ACCESO-CONCEDIDO     VALUE 'S'.
           88 ACCESO-DENEGADO      VALUE 'N'.
       77  WS-OPR-MOTIVO         PIC X(12) VALUE SPACES.
       77  WS-OPR-DETALLE        PIC X(40) VALUE SPACES.
      *> Nombre del operador hallado (para el saludo de la consola).
       77  WS-OPR-NOMBRE         PIC X(30) VALUE SPACES.
       77  WS-OPR-HALLADO-SW     PIC X VALUE 'N'.
           88 OPR-HALLADO          VALUE 'S'.
           88 OPR-NO-HALLADO       VALUE 'N'.
       77  WS-OPR-FIN-SW         PIC X VALUE 'N'.
           88 OPR-FIN-ARCHIVO      VALUE 'S'.
           88 OPR-MAS-DATOS        VALUE 'N'.
       77  WS-OPR-FECHA          PIC 9(08) VALUE ZERO.
       77  WS-OPR-HORA           PIC 9(08) VALUE ZERO.

      *> Roles: el numero es la posicion en OPE-ROLES.
       77  OPR-ROL-INGRESO       PIC 9(01) VALUE 0.
       77  OPR-ROL-CAPTURA       PIC 9(01) VALUE 1.
       77  OPR-ROL-APRUEBA       PIC 9(01) VALUE 2.
       77  OPR-ROL-PARAMETROS    PIC 9(01) VALUE 3.
       77  OPR-ROL-MANT-DATOS    PIC 9(01) VALUE 4.
       77  OPR-ROL-CONSULTA      PIC 9(01) VALUE 5.
       77  OPR-ROL-ALERTAS       PIC 9(01) VALUE 6.
       77  OPR-ROL-LISTAS        PIC 9(01) VALUE 7.
       77  OPR-ROL-SEGURIDAD     PIC 9(01) VALUE 8.
       01  WS-OPR-ROLES-DEF.
           05 FILLER             PIC X(10) VALUE "CAPTURA".
           05 FILLER             PIC X(10) VALUE "APRUEBA".
           05 FILLER             PIC X(10) VALUE "PARAMETROS".
           05 FILLER             PIC X(10) VALUE "MANT-DATOS".
           05 FILLER             PIC X(10) VALUE "CONSULTA".
           05 FILLER             PIC X(10) VALUE "ALERTAS".
           05 FILLER             PIC X(10) VALUE "LISTAS".
           05 FILLER             PIC X(10) VALUE "SEGURIDAD".
       01  WS-OPR-ROLES REDEFINES WS-OPR-ROLES-DEF.
           05 WS-OPR-NOMBRE-ROL OCCURS 8 TIMES PIC X(10).

      *> Derivacion de la clave del PIN (CALCULAR-CLAVE-PIN).
       77  WS-OPR-CLAVE          PIC 9(10) VALUE ZERO.
       77  WS-OPR-ACUM           PIC 9(13) VALUE ZERO.
       77  WS-OPR-COCIENTE       PIC 9(13) VALUE ZERO.
       77  WS-OPR-IDX-CAR        PIC 9(02) VALUE ZERO.
       77  WS-OPR-IDX-ALF        PIC 9(02) VALUE ZERO.
       77  WS-OPR-VALOR-CAR      PIC 9(02) VALUE ZERO.
       01  WS-OPR-TEXTO.
           05 WS-OPR-TEXTO-LEGAJO PIC X(08).
           05 WS-OPR-TEXTO-PIN    PIC X(08).
       01  WS-OPR-ALFABETO       PIC X(37)
           VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
