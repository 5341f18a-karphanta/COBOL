      *> Rutinas de validacion de clientes para PROCESA-CLIENTES.
      *> Cada regla que falla deja codigo y motivo y pasa por
      *> VLD-REGISTRAR-FALLA, que segun la severidad configurada
      *> (CPY-SEVERIDAD) rechaza al cliente o solo lo advierte. El
      *> programa anfitrion provee GRABAR-RECHAZO y
      *> GRABAR-ADVERTENCIA.
       VLD-REGISTRAR-FALLA.
           IF SEV-ADVIERTE(WS-COD-RECHAZO)
               DISPLAY "  Advertencia: " WS-MOTIVO-RECHAZO
               PERFORM GRABAR-ADVERTENCIA
           ELSE
               SET CLIENTE-INVALIDO TO TRUE
               DISPLAY "  Motivo: " WS-MOTIVO-RECHAZO
               PERFORM VLD-CONTAR-RECHAZO
               PERFORM GRABAR-RECHAZO
           END-IF.

       VLD-CONTAR-RECHAZO.
      *> Las reglas de revision configuradas como rechazo se cuentan
      *> con la regla de la que derivan.
           EVALUATE WS-COD-RECHAZO
               WHEN CTE-ERR-NOMBRE
               WHEN CTE-ERR-NOMBRE-DIGITO
                   ADD 1 TO WS-TOTAL-RECH-NOMBRE
               WHEN CTE-ERR-DNI
                   ADD 1 TO WS-TOTAL-RECH-DNI
               WHEN CTE-ERR-FECHA
               WHEN CTE-ERR-EDAD-EXTREMA
               WHEN CTE-ERR-NAC-EN-ALTA
                   ADD 1 TO WS-TOTAL-RECH-FECHA
               WHEN CTE-ERR-DUPLICADO
                   ADD 1 TO WS-TOTAL-RECH-DUPLIC
               WHEN CTE-ERR-DIRECCION
               WHEN CTE-ERR-SIN-NUMERO
                   ADD 1 TO WS-TOTAL-RECH-DIREC
               WHEN CTE-ERR-CONTACTO
                   ADD 1 TO WS-TOTAL-RECH-CONTAC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VLD-NOMBRE.
           IF CLT-NOMBRE = SPACES
               MOVE CTE-ERR-NOMBRE TO WS-COD-RECHAZO
               MOVE "NOMBRE EN BLANCO" TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           ELSE
      *> Un nombre con digitos suele ser un error de carga, pero hay
      *> casos reales (razones sociales, "II"/"3RO" mal tipeados):
      *> por defecto solo advierte.
               MOVE ZERO TO WS-VLD-DIGITOS
               INSPECT CLT-NOMBRE TALLYING WS-VLD-DIGITOS
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               IF WS-VLD-DIGITOS > ZERO
                   MOVE CTE-ERR-NOMBRE-DIGITO TO WS-COD-RECHAZO
                   MOVE "NOMBRE CON DIGITOS" TO WS-MOTIVO-RECHAZO
                   PERFORM VLD-REGISTRAR-FALLA
               END-IF
           END-IF.

       VLD-DNI.
           IF CLT-DNI IS NOT NUMERIC
               MOVE CTE-ERR-DNI TO WS-COD-RECHAZO
               MOVE "DNI NO NUMERICO" TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           ELSE
               PERFORM VLD-DNI-DIGITO-VERIFICADOR
           END-IF.
               MOVE 0 TO WS-DNI-VERIFICADOR
           END-IF
           IF WS-DNI-VERIFICADOR NOT = CLT-DNI-DIGITO(9)
               MOVE CTE-ERR-DNI TO WS-COD-RECHAZO
               MOVE "DIGITO VERIFICADOR DE DNI INCORRECTO"
                   TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           END-IF.

       VLD-FECHA-NAC.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF CLT-FECHA-NAC IS NOT NUMERIC
               MOVE CTE-ERR-FECHA TO WS-COD-RECHAZO
               MOVE "FECHA DE NACIMIENTO NO NUMERICA"
                   TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           ELSE
               IF CLT-FEC-ANIO < 1900
                  OR CLT-FEC-MES < 1 OR CLT-FEC-MES > 12
                  OR CLT-FEC-DIA < 1 OR CLT-FEC-DIA > 31
                  OR CLT-FECHA-NAC > WS-FECHA-SISTEMA
                   MOVE CTE-ERR-FECHA TO WS-COD-RECHAZO
                   MOVE "FECHA DE NACIMIENTO FUERA DE RANGO"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM VLD-REGISTRAR-FALLA
               ELSE
                   PERFORM VLD-FECHA-NAC-REVISION
               END-IF
           END-IF.

       VLD-FECHA-NAC-REVISION.
      *> Fechas posibles pero sospechosas: mas de CTE-EDAD-REVISION
      *> anios (nacido en o antes de hoy menos esa edad mas uno), o
      *> nacido el mismo dia del alta (fecha de alta copiada en la
      *> de nacimiento).
           EVALUATE TRUE
               WHEN (CLT-FEC-ANIO + CTE-EDAD-REVISION + 1) * 10000
                   + CLT-FEC-MES * 100 + CLT-FEC-DIA
                   NOT > WS-FECHA-SISTEMA
                   MOVE CTE-ERR-EDAD-EXTREMA TO WS-COD-RECHAZO
                   MOVE "EDAD MAYOR A 100 ANIOS" TO WS-MOTIVO-RECHAZO
                   PERFORM VLD-REGISTRAR-FALLA
               WHEN CLT-FECHA-NAC = CLT-FECHA-ALTA
                   MOVE CTE-ERR-NAC-EN-ALTA TO WS-COD-RECHAZO
                   MOVE "NACIMIENTO EN LA FECHA DE ALTA"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM VLD-REGISTRAR-FALLA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VLD-DIRECCION.
           MOVE ZERO TO WS-COD-RECHAZO
           IF CLT-DIR-CIUDAD = SPACES
               MOVE CTE-ERR-DIRECCION TO WS-COD-RECHAZO
               MOVE "CIUDAD EN BLANCO" TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           ELSE
               IF CLT-DIR-CP IS NOT NUMERIC
                   MOVE CTE-ERR-DIRECCION TO WS-COD-RECHAZO
                   MOVE "CODIGO POSTAL NO NUMERICO"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM VLD-REGISTRAR-FALLA
               ELSE
                   PERFORM VLD-DIRECCION-PROVINCIA
               END-IF
           END-IF
      *> Calle sin numero de puerta: la pieza suele llegar igual
      *> (edificios conocidos, zonas rurales); por defecto advierte.
      *> Como las demas, una sola observacion por domicilio.
           IF WS-COD-RECHAZO = ZERO
               AND CLT-DIR-CALLE NOT = SPACES
               AND (CLT-DIR-NUMERO = SPACES OR CLT-DIR-NUMERO = ZEROS)
               MOVE CTE-ERR-SIN-NUMERO TO WS-COD-RECHAZO
               MOVE "CALLE SIN NUMERO" TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           END-IF.

       VLD-DIRECCION-PROVINCIA.
      *> Provincia, rango de CP y localidad se validan contra la
      *> referencia postal vigente (CPY-POSTAL), cargada por el
      *> programa al arrancar. Una provincia puede tener varios
      *> rangos de CP; basta con caer en uno.
           MOVE CLT-DIR-PROVINCIA TO WS-POS-PROV-BUSCADA
           PERFORM BUSCAR-PROVINCIA-POSTAL
           IF PROVINCIA-NO-HALLADA
               MOVE CTE-ERR-DIRECCION TO WS-COD-RECHAZO
               MOVE "PROVINCIA DESCONOCIDA" TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           ELSE
               SET CP-FUERA-DE-RANGO TO TRUE
               PERFORM VARYING WS-POS-IDX-RNG FROM 1 BY 1
                       UNTIL WS-POS-IDX-RNG > WS-POS-TOTAL-RNG
                   IF WS-POS-RNG-PROV(WS-POS-IDX-RNG)
                       = CLT-DIR-PROVINCIA
                       AND CLT-DIR-CP
                           NOT < WS-POS-RNG-DESDE(WS-POS-IDX-RNG)
                       AND CLT-DIR-CP
                           NOT > WS-POS-RNG-HASTA(WS-POS-IDX-RNG)
                       SET CP-EN-RANGO TO TRUE
                   END-IF
               END-PERFORM
               IF CP-FUERA-DE-RANGO
                   MOVE CTE-ERR-DIRECCION TO WS-COD-RECHAZO
                   MOVE "CP FUERA DE RANGO PARA LA PROVINCIA"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM VLD-REGISTRAR-FALLA
               ELSE
                   PERFORM VLD-DIRECCION-LOCALIDAD
               END-IF
           END-IF.

       VLD-DIRECCION-LOCALIDAD.
      *> La ciudad tiene que ser una de las localidades registradas
      *> para ese CP en la provincia (se compara con el ancho de
      *> CLT-DIR-CIUDAD). Un CP que todavia no tiene localidades
      *> cargadas en la referencia no se controla por localidad.
           MOVE ZERO TO WS-POS-LOC-DEL-CP
           SET LOCALIDAD-NO-HALLADA TO TRUE
           PERFORM VARYING WS-POS-IDX-LOC FROM 1 BY 1
                   UNTIL WS-POS-IDX-LOC > WS-POS-TOTAL-LOC
               IF WS-POS-LOC-PROV(WS-POS-IDX-LOC) = CLT-DIR-PROVINCIA
                   AND WS-POS-LOC-CP(WS-POS-IDX-LOC) = CLT-DIR-CP
                   ADD 1 TO WS-POS-LOC-DEL-CP
                   IF WS-POS-LOC-NOMBRE(WS-POS-IDX-LOC)(1:15)
                       = CLT-DIR-CIUDAD
                       SET LOCALIDAD-HALLADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-POS-LOC-DEL-CP > ZERO AND LOCALIDAD-NO-HALLADA
               MOVE CTE-ERR-DIRECCION TO WS-COD-RECHAZO
               MOVE "LOCALIDAD NO CORRESPONDE AL CP"
                   TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           END-IF.

       VLD-CONTACTO.
      *> Contacto y canal preferido: el canal tiene que ser uno de
      *> los admitidos y, si es electronico, traer el dato que lo
      *> hace posible; e-mail y telefono informados se validan
      *> aunque el canal sea papel (despues se usan para avisos).
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           EVALUATE TRUE
               WHEN NOT CLT-CANAL-POSTAL AND NOT CLT-CANAL-EMAIL
                   AND NOT CLT-CANAL-SMS
                   MOVE "CANAL PREFERIDO INVALIDO"
                       TO WS-MOTIVO-RECHAZO
               WHEN CLT-CANAL-EMAIL AND CLT-EMAIL = SPACES
                   MOVE "CANAL E-MAIL SIN DIRECCION DE E-MAIL"
                       TO WS-MOTIVO-RECHAZO
               WHEN CLT-CANAL-SMS AND CLT-TELEFONO = SPACES
                   MOVE "CANAL SMS SIN TELEFONO" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO = SPACES AND CLT-EMAIL NOT = SPACES
               PERFORM VLD-CONTACTO-EMAIL
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               AND CLT-TELEFONO NOT = SPACES
               PERFORM VLD-CONTACTO-TELEFONO
           END-IF
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               MOVE CTE-ERR-CONTACTO TO WS-COD-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           END-IF.

       VLD-CONTACTO-EMAIL.
      *> Sintaxis minima que acepta la pasarela de avisos: una sola
      *> arroba, con algo antes y un dominio con punto despues, sin
      *> blancos intermedios y sin punto pegado a la arroba ni al
      *> final.
           MOVE ZERO TO WS-VLD-ARROBAS
           MOVE ZERO TO WS-VLD-POS-ARROBA
           MOVE ZERO TO WS-VLD-LARGO
           MOVE ZERO TO WS-VLD-BLANCOS
           MOVE ZERO TO WS-VLD-PUNTOS
           PERFORM VARYING WS-VLD-POS FROM 1 BY 1
                   UNTIL WS-VLD-POS > 40
               IF CLT-EMAIL(WS-VLD-POS:1) NOT = SPACE
                   MOVE WS-VLD-POS TO WS-VLD-LARGO
               END-IF
               IF CLT-EMAIL(WS-VLD-POS:1) = "@"
                   ADD 1 TO WS-VLD-ARROBAS
                   MOVE WS-VLD-POS TO WS-VLD-POS-ARROBA
               END-IF
           END-PERFORM
           INSPECT CLT-EMAIL(1:WS-VLD-LARGO)
               TALLYING WS-VLD-BLANCOS FOR ALL SPACE
           IF WS-VLD-ARROBAS NOT = 1
               OR WS-VLD-POS-ARROBA = 1
               OR WS-VLD-POS-ARROBA = WS-VLD-LARGO
               OR WS-VLD-BLANCOS > ZERO
               MOVE "E-MAIL CON FORMATO INVALIDO" TO WS-MOTIVO-RECHAZO
           ELSE
               INSPECT CLT-EMAIL(WS-VLD-POS-ARROBA + 1:
                   WS-VLD-LARGO - WS-VLD-POS-ARROBA)
                   TALLYING WS-VLD-PUNTOS FOR ALL "."
               IF WS-VLD-PUNTOS = ZERO
                   OR CLT-EMAIL(WS-VLD-POS-ARROBA + 1:1) = "."
                   OR CLT-EMAIL(WS-VLD-LARGO:1) = "."
                   MOVE "E-MAIL CON FORMATO INVALIDO"
                       TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       VLD-CONTACTO-TELEFONO.
      *> Solo digitos (caracteristica incluida, sin guiones ni
      *> espacios) y al menos 8, que es lo que el proveedor de SMS
      *> puede discar.
           MOVE ZERO TO WS-VLD-LARGO
           MOVE ZERO TO WS-VLD-DIGITOS
           PERFORM VARYING WS-VLD-POS FROM 1 BY 1
                   UNTIL WS-VLD-POS > 15
               IF CLT-TELEFONO(WS-VLD-POS:1) NOT = SPACE
                   MOVE WS-VLD-POS TO WS-VLD-LARGO
               END-IF
               IF CLT-TELEFONO(WS-VLD-POS:1) IS NUMERIC
                   ADD 1 TO WS-VLD-DIGITOS
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-VLD-DIGITOS NOT = WS-VLD-LARGO
                   MOVE "TELEFONO CON CARACTERES NO NUMERICOS"
                       TO WS-MOTIVO-RECHAZO
               WHEN WS-VLD-DIGITOS < 8
                   MOVE "TELEFONO CON MENOS DE 8 DIGITOS"
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VLD-DUPLICADO.
      *> Deteccion de duplicados sobre el archivo de trabajo
      *> indexado de IDs (ARCHIVO-IDS-CORRIDA, que cada programa
                   END-IF
           END-READ
           IF ID-YA-REGISTRADO
               MOVE CTE-ERR-DUPLICADO TO WS-COD-RECHAZO
               MOVE "ID DE CLIENTE DUPLICADO" TO WS-MOTIVO-RECHAZO
               PERFORM VLD-REGISTRAR-FALLA
           ELSE
               MOVE CLT-ID TO IDS-ID
               MOVE WS-IDS-POSICION-ACT TO IDS-POSICION
