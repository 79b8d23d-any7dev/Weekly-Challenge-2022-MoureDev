      *> PALIHIST - Layout comun de la fila de estadisticas diarias
      *> que PALINDROMO-RPT anyade al maestro HISTORY (una fila por
      *> ejecucion del lote) y que PALINDROMO-TRND lee de vuelta para
      *> el informe de tendencia y PALINDROMO-GATE para el control de
      *> anomalias. Cualquier cambio de longitud o de
      *> campos se hace aqui una unica vez para que el escritor y el
      *> lector del fichero HISTORY no se puedan desincronizar.
           05 HIST-FECHA          PIC 9(8).
           05 HIST-NO-PALINDROMOS PIC 9(9).
           05 HIST-MAS-LARGA      PIC 9(3).
           05 HIST-PORCENTAJE     PIC 999V99.
      *> Detalle de la fila para el control de anomalias previo a la
      *> distribucion (VER PALINDROMO-GATE): frases falladas que
      *> quedaron a un solo cambio de ser palindromo y volumen de
      *> frases probadas por departamento de origen. Las filas
      *> escritas antes de existir estos campos llegan sin la marca
      *> HIST-CON-DETALLE (en blanco tras la conversion PALINHCV) y
      *> no cuentan para la media de estos cuatro recuentos.
           05 HIST-DETALLE        PIC X.
               88 HIST-CON-DETALLE VALUE 'S'.
           05 HIST-CASI           PIC 9(9).
           05 HIST-ORIGEN-MKT     PIC 9(9).
           05 HIST-ORIGEN-LAB     PIC 9(9).
           05 HIST-ORIGEN-EXT     PIC 9(9).
