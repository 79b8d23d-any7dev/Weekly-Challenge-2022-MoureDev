      *> PALIGENR - Layout comun del almacen de generaciones GENHIST
      *> que mantiene PALINDROMO-GENR. Cada noche guarda, bajo la
      *> fecha de negocio del lote, una generacion con las filas de
      *> RESULTS (tipo R, con el layout de PALIRSLT) y de la
      *> referencia cruzada XREFOUT (tipo X, con el de PALIXREF),
      *> que son lo que necesitan PALINDROMO-DIST y PALINDROMO-EXTR
      *> para rehacer los ficheros de retorno y el extracto del
      *> almacen de BI. Las correcciones de PALINCOR se guardan
      *> como filas de tipo C con la fecha de la correccion y la
      *> fila de RESULTS ya corregida (veredicto, distancia y marca
      *> de casi-palindromo), para que PALINDROMO-REEN las aplique
      *> al reenviar una generacion anterior. Las generaciones mas
      *> antiguas que la retencion (tarjeta GENRPRM) se purgan.
      *> Cualquier cambio de longitud o de campos se hace aqui una
      *> unica vez para que el escritor y los lectores del fichero
      *> no se puedan desincronizar.
           05 GEN-FECHA  PIC 9(8).
           05 GEN-TIPO   PIC X.
               88 GEN-RESULTADO  VALUE 'R'.
               88 GEN-REFERENCIA VALUE 'X'.
               88 GEN-CORRECCION VALUE 'C'.
           05 GEN-DATOS  PIC X(558).
