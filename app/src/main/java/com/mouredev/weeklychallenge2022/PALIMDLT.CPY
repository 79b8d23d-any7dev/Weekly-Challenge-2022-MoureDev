      *> PALIMDLT - Layout comun del fichero MSTDELTA con las
      *> apariciones que cada particion de PALINDROMO-BATCH juzga en
      *> modo diferido (VER PALIVERD): las particiones corren a la
      *> vez y solo leen EXCEPTNS y FRASMAST, y PALINDROMO-MERG
      *> aplica despues estas filas a los maestros, en un unico
      *> paso y con la misma logica de actualizacion que el lote
      *> sin particionar. Lleva la frase tal y como se juzgo (clave
      *> de EXCEPTNS), la frase limpia (clave de FRASMAST), la
      *> fecha y los modos del juicio, sus resultados y las marcas
      *> de que anotar. Cualquier cambio de longitud o de campos se
      *> hace aqui una unica vez para que el escritor y el lector
      *> del fichero no se puedan desincronizar.
           05 MDL-FECHA             PIC 9(8).
           05 MDL-PARTICION         PIC X.
           05 MDL-FRASE             PIC X(500).
           05 MDL-FRASE-LIMPIA      PIC X(500).
           05 MDL-MODO-COMPARACION  PIC X.
           05 MDL-MODO-PROCESO      PIC X.
           05 MDL-VERDICT           PIC X(3).
           05 MDL-VERDICT-PAL       PIC X(3).
           05 MDL-DISTANCIA         PIC 9(3).
           05 MDL-CASI              PIC X.
           05 MDL-SUB-INICIO        PIC 9(3).
           05 MDL-SUB-FIN           PIC 9(3).
           05 MDL-SUB-LONGITUD      PIC 9(3).
           05 MDL-ANOTA             PIC X.
           05 MDL-RECALCULADA       PIC X.
           05 MDL-EXC-FORZADA       PIC X.
           05 MDL-EXC-USADA         PIC X.
