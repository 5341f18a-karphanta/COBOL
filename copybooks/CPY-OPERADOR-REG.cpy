      *> Registro de operadores (operadores.txt): un renglon por
      *> legajo con sus roles, la vigencia y la clave derivada del
      *> PIN. Lo mantiene MANTIENE-OPERADORES; los programas de
      *> mantenimiento y aprobacion lo consultan con
      *> VERIFICAR-ACCESO (CPY-OPERADOR). Un operador nunca se borra:
      *> se deshabilita, asi el legajo de las auditorias viejas sigue
      *> identificado.
           05 OPE-LEGAJO         PIC X(08).
           05 OPE-NOMBRE         PIC X(30).
      *> Un byte por rol, S o N, en el orden de WS-OPR-ROLES-DEF
      *> (CAPTURA, APRUEBA, PARAMETROS, MANT-DATOS, CONSULTA,
      *> ALERTAS, LISTAS, SEGURIDAD).
           05 OPE-ROLES          PIC X(08).
           05 OPE-ROLES-DESC REDEFINES OPE-ROLES.
               10 OPE-ROL OCCURS 8 TIMES PIC X(01).
                   88 OPE-TIENE-ROL        VALUE "S".
      *> Vigencia inclusive; 99999999 en HASTA es sin vencimiento.
           05 OPE-VIGENTE-DESDE  PIC 9(08).
           05 OPE-VIGENTE-HASTA  PIC 9(08).
           05 OPE-ACTIVO         PIC X(01).
               88 OPE-HABILITADO       VALUE "S".
               88 OPE-DESHABILITADO    VALUE "N".
      *> El PIN no se guarda: solo la clave que CALCULAR-CLAVE-PIN
      *> deriva de legajo y PIN. Cero es PIN todavia no asignado.
           05 OPE-CLAVE-PIN      PIC 9(10).
           05 OPE-FECHA-PIN      PIC 9(08).
           05 OPE-FECHA-ALTA     PIC 9(08).
      *> Ultimo cambio: quien lo hizo y cuando.
           05 OPE-USUARIO-ULT    PIC X(08).
           05 OPE-FECHA-ULT      PIC 9(08).
