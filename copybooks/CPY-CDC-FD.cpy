      *> Novedades del maestro de clientes para el data warehouse
      *> (cdc_maestro.dat, lo arma CAMBIOS-MAESTRO): una cabecera,
      *> un detalle por cliente cambiado con su imagen completa
      *> posterior al cambio y una cola con los conteos. El DW
      *> guarda cada detalle como una version fechada del cliente.
      *> En la carga inicial (modo C) va un detalle CARGA por cada
      *> registro del maestro.
       FD  ARCHIVO-CDC.
       01  REG-CDC-CABECERA.
           05 CDC-TIPO-REG       PIC X(03).
               88 CDC-ES-CABECERA      VALUE "HDR".
               88 CDC-ES-DETALLE       VALUE "DET".
               88 CDC-ES-COLA          VALUE "TRL".
      *> Fecha de los cambios informados (la de la carga en modo C).
           05 CDC-CAB-FECHA      PIC 9(08).
           05 CDC-CAB-MODO       PIC X(01).
               88 CDC-MODO-NOVEDADES   VALUE "N".
               88 CDC-MODO-COMPLETA    VALUE "C".
      *> Corrida que armo el archivo y ultima corrida de
      *> ACTUALIZA-MAESTRO cuyos movimientos trae (en blanco si esa
      *> fecha no hubo movimientos de la cadena).
           05 CDC-CAB-CORRIDA    PIC X(11).
           05 CDC-CAB-CORRIDA-MAE PIC X(11).
       01  REG-CDC-DETALLE.
           05 FILLER             PIC X(03).
      *> Tipo de cambio: el del journal del maestro (ALTA, CAMBIO,
      *> REACTIV, BAJA, FUSION, DEVOL, SUPRIME, BLOQUEO; CORRECC
      *> para las correcciones de CONSULTA-MAESTRO; ESTADO para el
      *> envejecimiento) o CARGA en la carga inicial.
           05 CDC-TIPO-CAMBIO    PIC X(07).
           05 CDC-FECHA-EFECTIVA PIC 9(08).
           05 CDC-CORRIDA        PIC X(11).
           05 CDC-IMAGEN.
               COPY CPY-CLIENTE-MAESTRO
                   REPLACING ==05== BY ==10==
                             LEADING ==CLM-== BY ==CDI-==.
       01  REG-CDC-COLA.
           05 FILLER             PIC X(03).
      *> Detalles del archivo y suma de sus DNI numericos (mismo hash
      *> que el manifiesto), detalles por tipo de cambio, entradas
      *> del journal consolidadas y, de ellas, las de la corrida de
      *> ACTUALIZA-MAESTRO de la cabecera (CONCILIA-CADENA las casa
      *> con las altas, cambios y bajas de esa corrida).
           05 CDC-COL-REGISTROS  PIC 9(07).
           05 CDC-COL-HASH       PIC 9(15).
           05 CDC-COL-ALTAS      PIC 9(07).
           05 CDC-COL-CAMBIOS    PIC 9(07).
           05 CDC-COL-REACTIV    PIC 9(07).
           05 CDC-COL-BAJAS      PIC 9(07).
           05 CDC-COL-ESTADOS    PIC 9(07).
           05 CDC-COL-OTROS      PIC 9(07).
           05 CDC-COL-CARGAS     PIC 9(07).
           05 CDC-COL-MOVIMIENTOS PIC 9(07).
           05 CDC-COL-MOV-MAESTRO PIC 9(07).
