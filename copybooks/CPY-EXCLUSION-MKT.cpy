      *> Lista de exclusion de marketing (exclusiones_marketing.txt):
      *> personas que pidieron no ser contactadas con fines
      *> comerciales. La clave es el DNI, asi la exclusion alcanza a
      *> todas las cuentas de la persona aunque llegue con otro ID de
      *> sucursal. La mantiene MANTIENE-EXCLUSIONES y la respeta
      *> SEGMENTA-CLIENTES. Un renglon nunca se borra: levantar la
      *> exclusion lo deja en estado L con la fecha y el usuario, y
      *> una nueva exclusion de la misma persona lo vuelve a V.
           05 EXM-DNI            PIC X(09).
           05 EXM-ESTADO         PIC X(01).
               88 EXM-VIGENTE          VALUE 'V'.
               88 EXM-LEVANTADA        VALUE 'L'.
           05 EXM-FECHA-ALTA     PIC 9(08).
           05 EXM-USUARIO-ALTA   PIC X(08).
      *> Por donde llego el pedido: S sucursal, W web, T telefono,
      *> C carta.
           05 EXM-ORIGEN         PIC X(01).
           05 EXM-FECHA-LEVANTA  PIC 9(08).
           05 EXM-USUARIO-LEVANTA PIC X(08).
