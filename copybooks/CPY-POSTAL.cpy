      *> Carga de la referencia postal vigente (tabla_postal.txt,
      *> layout CPY-POSTAL-REG) en las tablas de CPY-POSTAL-WS. Sin
      *> la referencia no hay contra que validar domicilios ni de
      *> donde sacar los nombres de provincia: el programa abenda en
      *> vez de rechazar todos los domicilios de la corrida.
       CARGAR-TABLA-POSTAL.
           MOVE ZERO TO WS-POS-TOTAL-PROV
           MOVE ZERO TO WS-POS-TOTAL-RNG
           MOVE ZERO TO WS-POS-TOTAL-LOC
           SET POS-MAS-DATOS TO TRUE
           OPEN INPUT ARCHIVO-POSTAL
           IF WS-POSTAL-STATUS NOT = "00"
               MOVE RC-ERROR-ARCHIVO TO WS-RC-CODIGO
               STRING "NO SE PUDO ABRIR TABLA POSTAL, STATUS="
                   WS-POSTAL-STATUS DELIMITED BY SIZE
                   INTO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF
           PERFORM UNTIL POS-FIN-ARCHIVO
               READ ARCHIVO-POSTAL
                   AT END
                       SET POS-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM CARGAR-RENGLON-POSTAL
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-POSTAL
           IF WS-POS-TOTAL-PROV = ZERO
               MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
               MOVE "TABLA POSTAL SIN PROVINCIAS" TO WS-RC-MENSAJE
               PERFORM RUTINA-ABEND
           END-IF.

       CARGAR-RENGLON-POSTAL.
           EVALUATE TRUE
               WHEN POS-ES-PROVINCIA
                   IF WS-POS-TOTAL-PROV >= 50
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "TABLA POSTAL: MAS DE 50 PROVINCIAS"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-POS-TOTAL-PROV
                   MOVE POS-PROVINCIA
                       TO WS-POS-PROV-CODIGO(WS-POS-TOTAL-PROV)
                   MOVE POS-NOMBRE
                       TO WS-POS-PROV-NOMBRE(WS-POS-TOTAL-PROV)
               WHEN POS-ES-RANGO
                   IF WS-POS-TOTAL-RNG >= 300
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "TABLA POSTAL: MAS DE 300 RANGOS DE CP"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-POS-TOTAL-RNG
                   MOVE POS-PROVINCIA
                       TO WS-POS-RNG-PROV(WS-POS-TOTAL-RNG)
                   MOVE POS-CP-DESDE
                       TO WS-POS-RNG-DESDE(WS-POS-TOTAL-RNG)
                   MOVE POS-CP-HASTA
                       TO WS-POS-RNG-HASTA(WS-POS-TOTAL-RNG)
               WHEN POS-ES-LOCALIDAD
                   IF WS-POS-TOTAL-LOC >= 5000
                       MOVE RC-ERROR-FATAL TO WS-RC-CODIGO
                       MOVE "TABLA POSTAL: MAS DE 5000 LOCALIDADES"
                           TO WS-RC-MENSAJE
                       PERFORM RUTINA-ABEND
                   END-IF
                   ADD 1 TO WS-POS-TOTAL-LOC
                   MOVE POS-PROVINCIA
                       TO WS-POS-LOC-PROV(WS-POS-TOTAL-LOC)
                   MOVE POS-CP-DESDE
                       TO WS-POS-LOC-CP(WS-POS-TOTAL-LOC)
                   MOVE POS-NOMBRE
                       TO WS-POS-LOC-NOMBRE(WS-POS-TOTAL-LOC)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUSCAR-PROVINCIA-POSTAL.
      *> Deja en WS-POS-IDX-PROV la posicion de la provincia pedida y
      *> en WS-POS-NOMBRE-PROV su nombre; una provincia que no esta
      *> en la referencia devuelve su propio codigo como nombre.
           SET PROVINCIA-NO-HALLADA TO TRUE
           MOVE WS-POS-PROV-BUSCADA TO WS-POS-NOMBRE-PROV
           PERFORM VARYING WS-POS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-POS-IDX-PROV > WS-POS-TOTAL-PROV
                   OR PROVINCIA-HALLADA
               IF WS-POS-PROV-CODIGO(WS-POS-IDX-PROV)
                   = WS-POS-PROV-BUSCADA
                   SET PROVINCIA-HALLADA TO TRUE
                   MOVE WS-POS-PROV-NOMBRE(WS-POS-IDX-PROV)
                       TO WS-POS-NOMBRE-PROV
               END-IF
           END-PERFORM
      *> El VARYING avanza una vez mas despues del hallazgo.
           IF PROVINCIA-HALLADA
               SUBTRACT 1 FROM WS-POS-IDX-PROV
           END-IF.
