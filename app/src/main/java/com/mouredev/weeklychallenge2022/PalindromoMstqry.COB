      *> dijimos de ella". Lee los criterios de seleccion de MSTPARM
      *> (lineas PALABRA=VALOR, todas opcionales, mismo estilo que
      *> AUDPARM): FRASE= consulta una frase concreta por clave
      *> directa (la frase se limpia con la rutina comun
      *> PALINDROMO-VERD, la misma del lote, porque la clave del
      *> maestro es la frase limpia), y
      *> DESDE=/HASTA= listan secuencialmente las frases cuya ultima
      *> fecha vista cae en el rango. Sin criterios se lista el
      *> maestro completo. Escribe el listado formateado en MSTLIST.
           77 WS-LEIDOS PIC 9(9) VALUE ZERO.
           77 WS-SELECCIONADOS PIC 9(9) VALUE ZERO.
           77 WS-ENCONTRADA PIC X VALUE 'N'.
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-NORMALIZADO VALUE 'N'.
               88 MODO-ESTRICTO VALUE 'E'.
           05 WS-DET-VERDICT   PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-FRASE     PIC X(80).
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-COMPARACION FROM ENVIRONMENT "PALINDROMO-MODO"
                       PARAM-REC(1:80)
           END-EVALUATE.

      *> Consulta directa de una frase: se limpia con la rutina
      *> comun PALINDROMO-VERD en el modo de comparacion en vigor
      *> (la clave del maestro es la frase limpia) y se lee el
      *> maestro por clave. Si la frase no
      *> consta, se deja dicho en el listado, que es justamente la
      *> respuesta que busca el analista.
       CONSULTA-FRASE-CONCRETA.
           MOVE 'L' TO VRD-FUNCION
           MOVE WS-FRASE-PEDIDA TO VRD-FRASE
           MOVE WS-MODO-COMPARACION TO VRD-MODO-COMPARACION
           MOVE 'C' TO VRD-MODO-PROCESO
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
           MOVE 'Y' TO WS-ENCONTRADA
           MOVE VRD-FRASE-LIMPIA TO MST-FRASE
           READ PHRASE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENCONTRADA
               INTO LISTING-LINE
           WRITE LISTING-LINE.

       END PROGRAM PALINDROMO-MSTQRY.
