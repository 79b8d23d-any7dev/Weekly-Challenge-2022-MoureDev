      *> PALEXCPT - Layout comun de la fila de excepciones del
      *> maestro indexado EXCEPTNS (clave: EXC-FRASE), que
      *> PALINDROMO-EXCAPR mantiene con altas/bajas por clave al
      *> aplicar las transacciones de EXCPEND ya aprobadas (las
      *> registra PALINDROMO-MAINT) y que la rutina comun
      *> PALINDROMO-VERD consulta en BUSCA-EXCEPCION con lecturas
      *> directas. Cualquier cambio de longitud o de
      *> campos se hace aqui una unica vez para que el escritor y
      *> el lector del fichero EXCEPTNS no se puedan desincronizar.
           05 EXC-FRASE       PIC X(500).
           05 EXC-VERDICT     PIC X(3).
           05 EXC-MOTIVO      PIC X(40).
