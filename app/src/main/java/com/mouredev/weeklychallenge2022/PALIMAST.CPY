      *> PALIMAST - Layout comun de la fila del maestro acumulado de
      *> frases FRASMAST (clave: MST-FRASE, la frase ya limpia que
      *> produce VALIDA-FRASE), que la rutina comun PALINDROMO-VERD
      *> consulta antes de recalcular cada frase y actualiza con
      *> cada aparicion del lote, y que PALINDROMO-MSTQRY lee para
      *> las consultas de analista. PALINDROMO-MSTARC saca a los
      *> archivos fechados MSTARCH las filas que ya no se ven, con
      *> este mismo registro, y PALINDROMO-MSTRST las devuelve.
      *> El proveedor externo reenvia el mismo contenido semana tras
      *> semana: el maestro guarda la primera y la ultima fecha en
      *> que se vio cada frase, las veces que ha llegado y el ultimo
