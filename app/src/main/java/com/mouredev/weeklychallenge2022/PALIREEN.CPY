      *> PALIREEN - Layout comun de la tarjeta de control REENVIO
      *> que PALINDROMO-REEN escribe al preparar un reenvio y que
      *> leen PALINDROMO-DIST y PALINDROMO-EXTR en el job PALINRNV.
      *> Con la tarjeta presente, esos pasos trabajan con la fecha
      *> de negocio de la generacion reenviada (no con la de
      *> FECHAPRM), solo generan los ficheros del destino pedido y
      *> marcan la salida como reenvio (cabecera CAB de PALIRETN y
      *> fila TRL del extracto) con la fecha en que se reenvia,
      *> para que el receptor no la cargue dos veces. Sin la
      *> tarjeta (el caso de la cadena diaria) no cambia nada.
      *> Cualquier cambio de longitud o de campos se hace aqui una
      *> unica vez para que el escritor y los lectores de la
      *> tarjeta no se puedan desincronizar.
           05 REE-MARCA          PIC X(8).
               88 REE-ES-REENVIO VALUE "REENVIO".
           05 REE-FECHA-NEGOCIO  PIC 9(8).
           05 REE-FECHA-REENVIO  PIC 9(8).
           05 REE-DESTINO        PIC X(7).
               88 REE-DESTINO-MKT     VALUE "MKT".
               88 REE-DESTINO-LAB     VALUE "LAB".
               88 REE-DESTINO-EXT     VALUE "EXT".
               88 REE-DESTINO-TODOS   VALUE "TODOS".
               88 REE-DESTINO-ALMACEN VALUE "ALMACEN".
               88 REE-DESTINO-VALIDO  VALUES "MKT" "LAB" "EXT"
                                             "TODOS" "ALMACEN".
           05 FILLER             PIC X(49).
