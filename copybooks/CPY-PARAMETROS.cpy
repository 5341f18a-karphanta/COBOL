      *> Layout del archivo de parametros compartido (parametros.txt).
      *> Lo leen VALIDAR-EDAD, CALCULAR-PROMEDIO, EVALUA-SITUACION y
      *> las correcciones de notas al inicio para traer sus umbrales
      *> de negocio en lugar de tenerlos grabados como literales en
      *> la PROCEDURE DIVISION.
      *> Si el archivo no existe cada programa conserva sus valores
      *> por defecto de WORKING-STORAGE, asi que agregar este archivo
      *> es opcional.
           05 FILLER                  PIC X(09).  *> "VOTO-MIN="
           05 PAR-EDAD-VOTO-MIN       PIC 99.
           05 FILLER                  PIC X(12).  *> " SENIOR-MIN="
           05 PAR-EDAD-MENOR-MAX      PIC 99.
           05 FILLER                  PIC X(15).  *> " NOTAS-DEFECTO="
           05 PAR-CANT-NOTAS-DEFECTO  PIC 99.
      *> Porcentaje minimo de asistencia para conservar la
      *> regularidad (CALCULAR-PROMEDIO). Un parametros.txt anterior
      *> no lo trae: queda en blanco y rige el defecto del programa.
           05 FILLER                  PIC X(16).  *> " ASISTENCIA-MIN="
           05 PAR-ASISTENCIA-MIN      PIC 9(3).
      *> Cuadro de honor (EVALUA-SITUACION): promedio minimo en cada
      *> uno de los ultimos N periodos. En blanco rigen los defectos.
           05 FILLER                  PIC X(12).  *> " HONOR-PROM="
           05 PAR-HONOR-PROMEDIO      PIC 99.
           05 FILLER                  PIC X(16).  *> " HONOR-PERIODOS="
           05 PAR-HONOR-PERIODOS      PIC 99.
      *> Promedio minimo para aprobar (CALCULAR-PROMEDIO y el
      *> recalculo de las correcciones de notas). En blanco rige el
      *> defecto de cada programa (60).
           05 FILLER                  PIC X(16).  *> " APROBACION-MIN="
           05 PAR-NOTA-APROBACION     PIC 99.
