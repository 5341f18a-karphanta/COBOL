       01  REG-CSV               PIC X(300).

       FD  CLIENTES-SALIDA.
       01  REG-CLIENTE-SALIDA    PIC X(171).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(100).
      *> comillas (las comas internas no separan) y corta en la coma
      *> fuera de comillas. Columnas esperadas:
      *> ID,NOMBRE,DNI,FECHA_NAC,CALLE,NUMERO,CIUDAD,PROVINCIA,CP,
      *> FECHA_ALTA,SUCURSAL,TELEFONO,EMAIL,CANAL. Las tres de
      *> contacto son opcionales (planillas viejas no las traen);
      *> su validez la decide VLD-CONTACTO en PROCESA-CLIENTES.
       77  WS-POS-CSV            PIC 9(3) VALUE ZERO.
       77  WS-CAR-ACTUAL         PIC X VALUE SPACE.
       77  WS-EN-COMILLAS        PIC X VALUE 'N'.
               MOVE "S090" TO CLT-SUCURSAL
           ELSE
               MOVE WS-CAMPO(11) TO CLT-SUCURSAL
           END-IF
           MOVE WS-CAMPO(12) TO CLT-TELEFONO
           MOVE WS-CAMPO(13) TO CLT-EMAIL
           MOVE WS-CAMPO(14) TO CLT-CANAL.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
