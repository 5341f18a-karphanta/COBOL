      *> Referencia cruzada de fusiones de clientes duplicados: una
      *> linea por ID absorbido, con su cuenta y el ID y la cuenta
      *> sobrevivientes. La graba FUSIONA-CLIENTES (en EXTEND, nunca
      *> se pisa) y la leen CARGA-CLIENTES-DB2 y RESPUESTA-SUCURSALES
      *> para llevar el ID viejo al nuevo.
           05 RFU-ID-VIEJO       PIC X(10).
           05 RFU-CUENTA-VIEJA   PIC 9(10).
           05 RFU-ID-NUEVO       PIC X(10).
           05 RFU-CUENTA-NUEVA   PIC 9(10).
           05 RFU-SUCURSAL-VIEJA PIC X(04).
           05 RFU-FECHA          PIC 9(08).
           05 RFU-CORRIDA        PIC X(11).
           05 RFU-SUPERVISOR     PIC X(08).
