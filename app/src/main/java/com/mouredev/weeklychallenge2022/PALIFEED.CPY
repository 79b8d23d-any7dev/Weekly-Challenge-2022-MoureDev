      *> En los detalles, el propio tipo de registro es el codigo
      *> del departamento de origen (MKT marketing, LAB laboratorio
      *> de idiomas, EXT proveedor externo), que el lote arrastra
      *> hasta RESULTS. La cabecera lleva tambien la hora (HHMMSS)
      *> a la que PALINDROMO-CONS monto el fichero; en la cadena
      *> express (remitente EXPRESS) esa hora identifica la
      *> ejecucion en CONSUMO y en AUDITLOG, porque en un mismo dia
      *> puede haber varias. En la cadena particionada la cabecera
      *> lleva ademas el numero de particion (1 a 8) que
      *> PALINDROMO-PART asigno al fichero, y espacio en cualquier
      *> otro caso. Cualquier cambio de longitud o de campos se
      *> hace aqui una unica vez para que todos los programas que
      *> leen el fichero queden sincronizados.
           05 FEED-TIPO PIC X(3).
           05 FEED-CAB-DATOS REDEFINES FEED-RESTO.
               10 FEED-CAB-FECHA     PIC 9(8).
               10 FEED-CAB-PROVEEDOR PIC X(8).
               10 FEED-CAB-HORA      PIC 9(6).
               10 FEED-CAB-PARTICION PIC X.
               10 FILLER             PIC X(477).
           05 FEED-PIE-DATOS REDEFINES FEED-RESTO.
               10 FEED-FIN-TOTAL PIC 9(9).
               10 FILLER         PIC X(491).
           05 FEED-FRASE REDEFINES FEED-RESTO PIC X(500).
      *> Referencia del envio que el departamento pone en cada
      *> linea de detalle de su fichero (su propio identificador de
      *> la frase enviada). PALINDROMO-CONS la copia tal cual y
      *> PALINDROMO-DEDUP la guarda aparicion por aparicion en
      *> XREFOUT (VER PALIXREF), de donde PALINDROMO-DIST y
      *> PALINDROMO-EXTR la devuelven con el veredicto. En FRASEDUP
      *> la frase representa a todas sus apariciones y la
      *> referencia queda en blanco. Espacios en CAB/FIN y en los
      *> detalles de un departamento que no informa referencia.
           05 FEED-REFERENCIA PIC X(20).
