      *> PALIVERD - Area de parametros de PALINDROMO-VERD, la rutina
      *> comun que juzga una frase (limpieza, normalizacion, busqueda
      *> de la excepcion en EXCEPTNS, reutilizacion del maestro
      *> FRASMAST, comparacion por letras, distancia a palindromo,
      *> subcadena y comprobacion por palabras). PALINDROMO,
      *> PALINDROMO-BATCH, PALINDROMO-CORR, PALINDROMO-MSTQRY y
      *> PALINDROMO-EXCPRV la llaman con CALL "PALINDROMO-VERD"
      *> USING este area, para que el veredicto de la consola, el
      *> del lote y el de la correccion salgan siempre de la misma
      *> logica. Cualquier cambio de longitud o de campos se hace
      *> aqui una unica vez para que la rutina y sus llamadores no
      *> se puedan desincronizar.
      *>
      *> Funcion pedida: 'V' juzga la frase, 'L' solo la limpia (la
      *> clave de FRASMAST), 'C' cierra los maestros al terminar,
      *> 'A' aplica a los maestros una aparicion anotada en
      *> diferido (VER VRD-ACTUALIZA = 'D'): la frase, la frase
      *> limpia, la fecha, los modos, los resultados y las marcas
      *> VRD-APA-* entran tal y como las devolvio el juicio.
           05 VRD-FUNCION           PIC X.
               88 VRD-JUZGA         VALUE 'V'.
               88 VRD-LIMPIA        VALUE 'L'.
               88 VRD-CIERRA        VALUE 'C'.
               88 VRD-APLICA        VALUE 'A'.
      *> Entrada: la frase tal y como llega (la rutina la pasa a
      *> minusculas), los modos y el umbral del llamador y la fecha
      *> con la que se juzga la vigencia de las excepciones.
           05 VRD-FRASE             PIC X(500).
           05 VRD-MODO-COMPARACION  PIC X.
           05 VRD-MODO-PROCESO      PIC X.
           05 VRD-UMBRAL-CASI       PIC 9(3).
           05 VRD-FECHA-PROCESO     PIC 9(8).
      *> 'S' para consultar EXCEPTNS / FRASMAST; 'N' para juzgar
      *> solo con el calculo. VRD-ACTUALIZA = 'S' abre los maestros
      *> en actualizacion, anota el uso de la excepcion y da de
      *> alta o refresca la fila del maestro, como hace el lote; con
      *> 'N' los maestros solo se leen (consulta por consola). Con
      *> 'D' (lote particionado, varias particiones a la vez) los
      *> maestros solo se leen y la rutina devuelve en VRD-APA-* la
      *> anotacion que habria hecho, para aplicarla despues con la
      *> funcion 'A' desde un unico paso.
           05 VRD-USA-EXCEPCIONES   PIC X.
           05 VRD-USA-MAESTRO       PIC X.
           05 VRD-ACTUALIZA         PIC X.
      *> Veredicto impuesto por el llamador (SI/NO) en lugar de
      *> buscarlo en EXCEPTNS, para recalcular la distancia de una
      *> fila con un alta de excepcion que todavia no esta en el
      *> maestro. Espacios = sin imposicion.
           05 VRD-VERDICT-IMPUESTO  PIC X(3).
      *> Salida: frase limpia y su longitud, marca de limpieza y
      *> resultados del juicio, con el origen del veredicto: 'E'
      *> excepcion, 'M' reutilizado del maestro, 'C' calculado.
           05 VRD-FRASE-LIMPIA      PIC X(500).
           05 VRD-LONG              PIC 9(3).
           05 VRD-LIMPIADA          PIC X.
           05 VRD-VERDICT           PIC X(3).
           05 VRD-VERDICT-PAL       PIC X(3).
           05 VRD-DISTANCIA         PIC 9(3).
           05 VRD-CASI              PIC X.
           05 VRD-SUB-INICIO        PIC 9(3).
           05 VRD-SUB-FIN           PIC 9(3).
           05 VRD-SUB-LONGITUD      PIC 9(3).
           05 VRD-ORIGEN-VEREDICTO  PIC X.
               88 VRD-DE-EXCEPCION  VALUE 'E'.
               88 VRD-DEL-MAESTRO   VALUE 'M'.
               88 VRD-CALCULADO     VALUE 'C'.
      *> Detalle de la excepcion y de la fila del maestro halladas,
      *> para que el llamador pueda explicar el veredicto. La fila
      *> del maestro se devuelve tal y como estaba antes de anotar
      *> la aparicion en curso.
           05 VRD-EXC-NO-VIGENTE    PIC X.
           05 VRD-EXC-MOTIVO        PIC X(40).
           05 VRD-MST-ENCONTRADA    PIC X.
           05 VRD-MST-VECES-VISTA   PIC 9(9).
           05 VRD-MST-ULTIMA-FECHA  PIC 9(8).
      *> Anotacion diferida: 'S' en VRD-APA-ANOTA si hay que dar de
      *> alta o refrescar la fila del maestro, VRD-APA-RECALCULADA
      *> 'S' si sus resultados se sustituyen por los del juicio,
      *> VRD-APA-EXC-FORZADA 'S' si el veredicto lo impuso una
      *> excepcion y VRD-APA-EXC-USADA 'S' si hay que anotar el uso
      *> de la excepcion de la frase.
           05 VRD-APA-ANOTA         PIC X.
           05 VRD-APA-RECALCULADA   PIC X.
           05 VRD-APA-EXC-FORZADA   PIC X.
           05 VRD-APA-EXC-USADA     PIC X.
