      *> Cliente aceptado con advertencias (clientes_revision.dat):
      *> lo graba PROCESA-CLIENTES, un registro por cliente, con las
      *> reglas de revision que disparo. El cliente ya esta en
      *> clientes_out.dat; la revision es posterior y no lo frena.
           05 RVS-ID             PIC X(10).
           05 RVS-ID-ORIGEN      PIC X(10).
           05 RVS-NOMBRE         PIC X(30).
           05 RVS-SUCURSAL       PIC X(04).
           05 RVS-NRO-CUENTA     PIC 9(10).
           05 RVS-CORRIDA        PIC X(11).
           05 RVS-FECHA          PIC 9(08).
           05 RVS-CANT-ADV       PIC 9(02).
           05 RVS-ADVERTENCIA OCCURS 5 TIMES.
               10 RVS-ADV-CODIGO PIC 9(02).
               10 RVS-ADV-MOTIVO PIC X(40).
