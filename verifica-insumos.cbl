       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-IN.
       01  REG-CLIENTE-IN        PIC X(171).
       01  REG-CABECERA-IN REDEFINES REG-CLIENTE-IN.
           05 CAB-TIPO           PIC X(3).
           05 CAB-FECHA          PIC 9(8).
           05 CAB-SUCURSAL       PIC X(4).
           05 FILLER             PIC X(156).
       01  REG-COLA-IN REDEFINES REG-CLIENTE-IN.
           05 COL-TIPO           PIC X(3).
           05 COL-CANTIDAD       PIC 9(7).
           05 COL-HASH-DNI       PIC 9(15).
           05 FILLER             PIC X(146).

       FD  ARCHIVO-ENTRADA.
       01  REGISTRO-ENTRADA.
       01  REG-ROSTER            PIC X(32).

       FD  ARCHIVO-NOTAS.
       01  REG-NOTAS             PIC X(99).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
