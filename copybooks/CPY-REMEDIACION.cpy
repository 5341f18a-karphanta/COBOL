      *> Layout de remediacion_maestro.txt: un renglon por cliente
      *> del maestro que ya no pasa las reglas vigentes de
      *> CPY-VALIDACIONES (lo graba REVALIDA-MAESTRO). Al frente la
      *> sucursal responsable, la primera regla que falla y la
      *> lista de todos los codigos fallados; detras, el registro
      *> del cliente armado desde el maestro en el layout de entrada
      *> (CPY-CLIENTE-IN), para que la sucursal lo corrija y lo
      *> reenvie como un registro mas de su archivo diario.
           05 REM-SUCURSAL       PIC X(04).
           05 REM-CODIGO         PIC 9(02).
           05 REM-MOTIVO         PIC X(40).
           05 REM-CANT-FALLAS    PIC 9(01).
           05 REM-CODIGOS        PIC X(14).
           05 REM-FECHA-BARRIDO  PIC 9(08).
           05 REM-REGISTRO       PIC X(171).
