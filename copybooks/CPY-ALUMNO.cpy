      *> Layout del maestro de alumnos (indexado por ALU-ID). Lo
      *> mantiene MANTIENE-ALUMNOS desde movimientos_alumnos.txt; la
      *> baja es un cambio de estado, el registro no se borra (la
      *> historia academica sigue apuntando al alumno).
           05 ALU-ID             PIC X(10).
           05 ALU-NOMBRE         PIC X(30).
           05 ALU-CARRERA        PIC X(30).
           05 ALU-FECHA-INGRESO  PIC 9(08).
      *> Solo un INSCRIPTO recibe notas; BAJA admite reincorporacion
      *> y EGRESADO es definitivo.
           05 ALU-ESTADO         PIC X(10).
               88 ALU-INSCRIPTO    VALUE "INSCRIPTO".
               88 ALU-DE-BAJA      VALUE "BAJA".
               88 ALU-EGRESADO     VALUE "EGRESADO".
           05 ALU-FECHA-ESTADO   PIC 9(08).
           05 ALU-FECHA-ULT-ACT  PIC X(14).
