      *> Registro durable de solicitudes de supresion de datos
      *> personales ya procesadas (registro_supresiones.txt, en
      *> EXTEND). Lo escribe SUPRIME-CLIENTE, una linea por
      *> solicitud; el numero de solicitud evita procesarla dos
      *> veces. El DNI es lo unico que se guarda de la persona: con
      *> el PROCESA-CLIENTES avisa al operador si la misma persona
      *> vuelve a llegar en una carga posterior.
           05 SUP-NUMERO         PIC X(10).
           05 SUP-FECHA          PIC 9(08).
           05 SUP-CORRIDA        PIC X(11).
           05 SUP-DNI            PIC X(09).
           05 SUP-NRO-CUENTA     PIC 9(10).
      *> PROCESADA: se encontro a la persona en algun archivo;
      *> SIN-DATOS: no habia nada suyo que suprimir.
           05 SUP-RESULTADO      PIC X(10).
               88 SUP-PROCESADA        VALUE "PROCESADA".
               88 SUP-SIN-DATOS        VALUE "SIN-DATOS".
      *> Registros anonimizados o borrados en todos los archivos.
           05 SUP-REGISTROS      PIC 9(07).
           05 SUP-APROBADOR      PIC X(08).
           05 SUP-FECHA-APROB    PIC 9(08).
