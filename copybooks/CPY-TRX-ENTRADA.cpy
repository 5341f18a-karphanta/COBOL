      *> Layout de transacciones_entrada.txt, que aplica
      *> MANTIENE-ENTRADA sobre entrada.dat. La transaccion viaja con
      *> el ID de persona: las altas lo traen asignado por el
      *> originante, bajas y cambios lo usan como clave. CONCILIA-
      *> ENTRADA propone correcciones en este mismo formato.
           05 TRX-TIPO       PIC X.
           05 TRX-ID         PIC X(10).
           05 TRX-NOMBRE     PIC X(30).
           05 TRX-FECHA-NAC  PIC X(08).
      *> Legajo de quien pide la transaccion: debe estar vigente en
      *> el registro de operadores con el rol MANT-DATOS. Las
      *> propuestas de CONCILIA-ENTRADA salen en blanco y las firma
      *> quien las adopta.
           05 TRX-USUARIO    PIC X(08).
