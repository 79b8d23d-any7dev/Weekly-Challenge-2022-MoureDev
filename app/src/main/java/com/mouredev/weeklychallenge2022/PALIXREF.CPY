      *> PALIXREF - Layout comun de la referencia cruzada XREFOUT
      *> que PALINDROMO-DEDUP escribe al deduplicar FRASEIN. Lleva
      *> una fila por cada frase recibida (no solo por las
      *> repetidas), en el mismo orden que las frases unicas de
      *> FRASEDUP y por tanto que las filas de RESULTS: XRF-UNICA
      *> es el numero de orden de la frase unica (la fila de
      *> RESULTS) a la que se reduce la aparicion, y XRF-APARICION
      *> el ordinal de la aparicion dentro de su frase (1 la que
      *> se conserva en FRASEDUP, 2 y siguientes las copias
      *> eliminadas), de modo que la ultima fila de cada frase da
      *> sus apariciones en el envio. Con el origen y la
      *> referencia de cada aparicion, PALINDROMO-DIST y
      *> PALINDROMO-EXTR devuelven el veredicto calculado una sola
      *> vez a cada linea enviada. Cualquier cambio de longitud o de
      *> campos se hace aqui una unica vez para que el escritor y
      *> los lectores del fichero no se puedan desincronizar.
           05 XRF-FECHA       PIC 9(8).
           05 XRF-FRASE       PIC X(500).
           05 XRF-APARICION   PIC 9(9).
           05 XRF-UNICA       PIC 9(9).
           05 XRF-SECUENCIA   PIC 9(9).
           05 XRF-ORIGEN      PIC X(3).
           05 XRF-REFERENCIA  PIC X(20).
