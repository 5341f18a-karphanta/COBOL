      *> Severidad de una regla de CPY-VALIDACIONES: el codigo de
      *> motivo de la regla y R (rechaza) o A (acepta con
      *> advertencia). La descripcion es solo para quien mantiene
      *> el archivo.
       FD  ARCHIVO-SEVERIDAD.
       01  REG-SEVERIDAD.
           05 SEV-CODIGO         PIC X(02).
           05 SEV-NIVEL          PIC X(01).
           05 SEV-DESCRIPCION    PIC X(40).
