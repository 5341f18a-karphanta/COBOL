           05 JCL-ID             PIC X(10).
           05 JCL-RESULTADO      PIC X(9).
           05 JCL-CODIGO         PIC 9(2).
           05 JCL-SUCURSAL       PIC X(4).
           05 JCL-ADVERTENCIAS   PIC 9(2).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE           PIC X(90).
               JCL-RESULTADO DELIMITED BY SIZE
               " CODIGO=" DELIMITED BY SIZE
               JCL-CODIGO DELIMITED BY SIZE
               " ADV=" DELIMITED BY SIZE
               JCL-ADVERTENCIAS DELIMITED BY SIZE
               INTO WS-LINEA
           MOVE WS-LINEA TO REG-REPORTE
           WRITE REG-REPORTE
