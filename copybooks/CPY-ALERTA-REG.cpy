      *> Layout de alertas_operacion.txt: archivo central de alertas
      *> de operaciones. Lo agregan los programas batch al detectar
      *> una condicion (EMITIR-ALERTA de CPY-ALERTA) y lo mantiene
      *> RECONOCE-ALERTAS (vista / resuelta). TABLERO-MANANA muestra
      *> las abiertas por severidad. El numero es correlativo y
      *> estable: identifica la alerta ante el operador.
           05 ALR-NUMERO         PIC 9(6).
           05 ALR-FECHA          PIC 9(8).
           05 ALR-HORA           PIC 9(8).
           05 ALR-CORRIDA        PIC X(11).
           05 ALR-PROGRAMA       PIC X(20).
           05 ALR-SEVERIDAD      PIC X.
               88 ALR-CRITICA      VALUE 'C'.
               88 ALR-ALTA         VALUE 'A'.
               88 ALR-MEDIA        VALUE 'M'.
           05 ALR-CODIGO         PIC X(12).
      *> Objeto de la alerta (paso, frontera, ID, legajo...): junto
      *> con programa y codigo forma la clave de repeticion.
           05 ALR-CLAVE          PIC X(20).
           05 ALR-TEXTO          PIC X(80).
           05 ALR-ESTADO         PIC X.
               88 ALR-ABIERTA      VALUE 'A'.
               88 ALR-VISTA        VALUE 'V'.
               88 ALR-RESUELTA     VALUE 'R'.
           05 ALR-VISTA-POR      PIC X(8).
           05 ALR-FECHA-VISTA    PIC 9(8).
           05 ALR-RESUELTA-POR   PIC X(8).
           05 ALR-FECHA-RESUELTA PIC 9(8).
