      *> y codigo de retorno) y cuadra los recuentos entre pasos:
      *> la salida de la consolidacion tiene que ser la entrada de
      *> la deduplicacion, las frases unicas de la deduplicacion
      *> las frases leidas por el lote, las filas de RESULTS las
      *> filas leidas por el extracto y, como el extracto devuelve
      *> una fila por frase enviada, las frases recibidas por la
      *> deduplicacion las filas extraidas para el almacen. Un
      *> registro perdido entre
      *> dos pasos deja de depender de que PALINDROMO-RECON cubra
      *> justo ese par de ficheros: aqui descuadra el informe y el
      *> job termina con CC 8. Si un paso de la cadena no dejo
               END-IF
           END-IF
           IF WS-PASO-VISTO(3) = 'Y' AND WS-PASO-VISTO(6) = 'Y'
               IF WS-PASO-SALIDAS(3) NOT = WS-PASO-ENTRADAS(6)
                   PERFORM ESCRIBE-DESCUADRE-BATCH-EXTR
               END-IF
           END-IF
           IF WS-PASO-VISTO(2) = 'Y' AND WS-PASO-VISTO(6) = 'Y'
               IF WS-PASO-ENTRADAS(2) NOT = WS-PASO-SALIDAS(6)
                   PERFORM ESCRIBE-DESCUADRE-DEDUP-EXTR
               END-IF
           END-IF.

       ESCRIBE-DESCUADRE-CONS-DEDUP.
           MOVE SPACES TO OPS-LINE
           STRING "DESCUADRE: FILAS RESULTS " DELIMITED BY SIZE
               WS-PASO-SALIDAS(3) DELIMITED BY SIZE
               " NO SON LAS FILAS LEIDAS EXTR " DELIMITED BY SIZE
               WS-PASO-ENTRADAS(6) DELIMITED BY SIZE
               INTO OPS-LINE
           WRITE OPS-LINE.

       ESCRIBE-DESCUADRE-DEDUP-EXTR.
           ADD 1 TO WS-DESCUADRES
           MOVE SPACES TO OPS-LINE
           STRING "DESCUADRE: RECIBIDAS DEDUP " DELIMITED BY SIZE
               WS-PASO-ENTRADAS(2) DELIMITED BY SIZE
               " NO SON LAS FILAS WAREXTR " DELIMITED BY SIZE
               WS-PASO-SALIDAS(6) DELIMITED BY SIZE
               INTO OPS-LINE
