      *> Layout de mensajes_salientes.txt: lote de avisos electronicos
      *> para la pasarela de notificaciones (e-mail y SMS). Registro
      *> fijo de 320 bytes con tipo al frente: un HDR con la fecha y
      *> el sistema de origen, un DET por mensaje y un TRL con las
      *> cantidades por canal, que la pasarela verifica antes de
      *> despachar el lote. Lo graba CARTAS-ELEGIBILIDAD. El texto
      *> no pasa de 160 caracteres (un SMS); en e-mail va como cuerpo
      *> con el asunto aparte.
           05 MSJ-TIPO-REG       PIC X(03).
               88 MSJ-CABECERA       VALUE "HDR".
               88 MSJ-DETALLE        VALUE "DET".
               88 MSJ-COLA           VALUE "TRL".
           05 MSJ-CUERPO         PIC X(317).
           05 MSJ-DET REDEFINES MSJ-CUERPO.
               10 MSJ-CANAL          PIC X(05).
                   88 MSJ-CANAL-EMAIL    VALUE "EMAIL".
                   88 MSJ-CANAL-SMS      VALUE "SMS".
               10 MSJ-DESTINO        PIC X(40).
               10 MSJ-NOMBRE         PIC X(30).
               10 MSJ-PLANTILLA      PIC X(12).
               10 MSJ-TIPO-CAMBIO    PIC X(16).
               10 MSJ-FECHA-EFECTIVA PIC 9(08).
               10 MSJ-ASUNTO         PIC X(40).
               10 MSJ-TEXTO          PIC X(160).
               10 FILLER             PIC X(06).
           05 MSJ-HDR REDEFINES MSJ-CUERPO.
               10 MSJ-CAB-FECHA      PIC 9(08).
               10 MSJ-CAB-ORIGEN     PIC X(20).
               10 FILLER             PIC X(289).
           05 MSJ-TRL REDEFINES MSJ-CUERPO.
               10 MSJ-COL-EMAIL      PIC 9(07).
               10 MSJ-COL-SMS        PIC 9(07).
               10 MSJ-COL-TOTAL      PIC 9(07).
               10 FILLER             PIC X(296).
