      *> PALIPMAP - Layout comun del mapa de particiones PARTMAP
      *> que PALINDROMO-PART escribe al repartir FRASEDUP: una fila
      *> por frase de detalle, en el orden original del fichero,
      *> con su numero de orden, la particion a la que se asigno y
      *> el peso con que se repartio. PALINDROMO-MERG lo usa para
      *> devolver a ese orden las filas de RESULTS y AUDITLOG de
      *> las particiones. Cualquier cambio de longitud o de campos
      *> se hace aqui una unica vez para que el escritor y el lector
      *> del fichero no se puedan desincronizar.
           05 MAP-SECUENCIA   PIC 9(9).
           05 MAP-PARTICION   PIC 9.
           05 MAP-PESO        PIC 9(6).
