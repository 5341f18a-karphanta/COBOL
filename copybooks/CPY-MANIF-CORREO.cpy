      *> Linea de detalle de manifiesto_correo.txt: una por carta en
      *> papel despachada, antes del renglon ATADO que la cierra. El
      *> correo devuelve las piezas con la cuenta y el numero de
      *> carta impresos en el encabezado; PROCESA-DEVOLUCIONES las
      *> cruza contra estas lineas para llegar al cliente.
      *> Las mismas lineas se acumulan en registro_cartas.txt, el
      *> registro permanente de cartas; el numero de carta sigue la
      *> numeracion del registro y no se repite entre corridas.
           05 MCO-TIPO           PIC X(06).
               88 MCO-ES-CARTA       VALUE "CARTA ".
           05 MCO-NRO-CARTA      PIC 9(07).
           05 MCO-ETQ-CUENTA     PIC X(08).
           05 MCO-NRO-CUENTA     PIC 9(10).
           05 MCO-ETQ-ID         PIC X(04).
           05 MCO-ID             PIC X(10).
           05 MCO-ETQ-FECHA      PIC X(07).
           05 MCO-FECHA          PIC 9(08).
