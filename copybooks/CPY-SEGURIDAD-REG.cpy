      *> Bitacora de seguridad (seguridad_accesos.txt, en EXTEND):
      *> un renglon por cada intento denegado en un programa de
      *> mantenimiento o aprobacion. La escribe ANOTAR-DENEGACION
      *> (CPY-OPERADOR) y la informa cada dia REPORTE-SEGURIDAD.
           05 SEG-FECHA          PIC 9(08).
           05 SEG-HORA           PIC 9(08).
           05 SEG-PROGRAMA       PIC X(20).
           05 SEG-LEGAJO         PIC X(08).
      *> Rol que se pedia (en blanco si era solo el ingreso).
           05 SEG-ROL            PIC X(10).
           05 SEG-ACCION         PIC X(20).
           05 SEG-MOTIVO         PIC X(12).
               88 SEG-SIN-LEGAJO       VALUE "SIN-LEGAJO".
               88 SEG-NO-REGISTRADO    VALUE "NO-REGISTRA".
               88 SEG-INACTIVO         VALUE "INACTIVO".
               88 SEG-FUERA-VIGENCIA   VALUE "FUERA-VIGEN".
               88 SEG-SIN-PIN          VALUE "SIN-PIN".
               88 SEG-PIN-INVALIDO     VALUE "PIN-INVALIDO".
               88 SEG-SIN-ROL          VALUE "SIN-ROL".
               88 SEG-CUATRO-OJOS      VALUE "CUATRO-OJOS".
           05 SEG-DETALLE        PIC X(40).
