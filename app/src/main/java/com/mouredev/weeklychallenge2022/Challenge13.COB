           COPY PALIAUDT.
       WORKING-STORAGE SECTION.
           COPY PALIFRAS.
           77 K PIC 9(3).
           77 WS-AUDIT-STATUS PIC XX.
           77 WS-FECHA PIC 9(8).
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-FRASE-COMPLETA VALUE 'C'.
               88 MODO-SUBCADENA VALUE 'S'.
               88 MODO-PALABRAS VALUE 'P'.
           77 WS-UMBRAL-TEXTO PIC X(3) VALUE SPACES.
           77 WS-UMBRAL-CASI PIC 9(3) VALUE 3.
           77 WS-UMBRAL-TRABAJO PIC 9(3).
           77 WS-UMBRAL-VALIDO PIC X.
           77 WS-UMBRAL-DIGITO PIC 9.
       01  WS-HORA-GROUP.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
           05 WS-HORA-CC PIC 99.
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-COMPARACION FROM ENVIRONMENT "PALINDROMO-MODO"
           IF NOT MODO-SUBCADENA AND NOT MODO-PALABRAS
               MOVE 'C' TO WS-MODO-PROCESO
           END-IF
           ACCEPT WS-UMBRAL-TEXTO FROM ENVIRONMENT
               "PALINDROMO-UMBRAL-CASI"
           PERFORM LEE-UMBRAL-CASI
           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           DISPLAY "INTRODUCE LA FRASE O PALABRA: ".
           ACCEPT FRASE.
           MOVE FUNCTION LOWER-CASE(FRASE) TO FRASE.
      *> La frase se juzga con la misma rutina que el lote de la
      *> noche (excepciones de EXCEPTNS y veredictos de FRASMAST
      *> incluidos), pero sin tocar ninguno de los dos maestros: una
      *> consulta por consola no es un uso de la excepcion ni una
      *> aparicion de la frase en un envio.
           MOVE 'V' TO VRD-FUNCION.
           MOVE FRASE TO VRD-FRASE.
           MOVE WS-MODO-COMPARACION TO VRD-MODO-COMPARACION.
           MOVE WS-MODO-PROCESO TO VRD-MODO-PROCESO.
           MOVE WS-UMBRAL-CASI TO VRD-UMBRAL-CASI.
           MOVE WS-FECHA TO VRD-FECHA-PROCESO.
           MOVE 'S' TO VRD-USA-EXCEPCIONES.
           MOVE 'S' TO VRD-USA-MAESTRO.
           MOVE 'N' TO VRD-ACTUALIZA.
           MOVE SPACES TO VRD-VERDICT-IMPUESTO.
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM.
           MOVE VRD-LONG TO LONG.
           IF VRD-LIMPIADA = 'Y'
               DISPLAY "AVISO: SE HAN DESCARTADO CARACTERES NO "
                   "ALFABETICOS DE LA FRASE"
           END-IF.
           PERFORM ESCRIBE-AUDITORIA.
           IF VRD-VERDICT = "NO "
               DISPLAY "NO ES PALINDROMO"
           ELSE
               DISPLAY "PALINDROMO"
           END-IF.
           PERFORM EXPLICA-VEREDICTO.
           IF MODO-SUBCADENA
               DISPLAY "SUBCADENA PALINDROMICA MAS LARGA: "
                   VRD-FRASE-LIMPIA(VRD-SUB-INICIO:VRD-SUB-LONGITUD)
               DISPLAY "INICIO: " VRD-SUB-INICIO " FIN: " VRD-SUB-FIN
           END-IF.
           IF MODO-PALABRAS
               IF VRD-VERDICT-PAL = "NO "
                   DISPLAY "NO ES PALINDROMO POR PALABRAS"
               ELSE
                   DISPLAY "PALINDROMO POR PALABRAS"
               END-IF
           END-IF.
           MOVE 'C' TO VRD-FUNCION.
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM.
           STOP RUN.

      *> Explica de donde sale el veredicto cuando no es el calculo
      *> de la frase (una excepcion manual vigente o el veredicto
      *> guardado en el maestro de frases), para que el analista
      *> sepa por que la consola responde lo mismo que el lote
      *> aunque la frase parezca decir otra cosa. Tambien avisa de
      *> una excepcion fuera de vigencia y, en las frases que
      *> fallan, da la distancia a palindromo y la marca de casi
      *> palindromo con el umbral en vigor.
       EXPLICA-VEREDICTO.
           IF VRD-DE-EXCEPCION
               DISPLAY "VEREDICTO IMPUESTO POR EXCEPCION MANUAL DE "
                   "EXCEPTNS: " VRD-EXC-MOTIVO
           END-IF
           IF VRD-DEL-MAESTRO
               DISPLAY "VEREDICTO TOMADO DEL MAESTRO FRASMAST (VISTA "
                   VRD-MST-VECES-VISTA " VECES, ULTIMA EL "
                   VRD-MST-ULTIMA-FECHA ")"
           END-IF
           IF VRD-EXC-NO-VIGENTE = 'S'
               DISPLAY "AVISO: LA EXCEPCION DE ESTA FRASE EN EXCEPTNS "
                   "ESTA FUERA DE VIGENCIA Y NO SE APLICA"
           END-IF
           IF VRD-VERDICT = "NO "
               DISPLAY "DISTANCIA A PALINDROMO: " VRD-DISTANCIA
               IF VRD-CASI = 'S'
                   DISPLAY "CASI PALINDROMO (UMBRAL " WS-UMBRAL-CASI ")"
               END-IF
           END-IF.

      *> Deja constancia en AUDITLOG de la frase comprobada, el
      *> veredicto, la fecha/hora y el usuario que lanzo el programa,
      *> para poder responder preguntas de auditoria sobre que se
      *> comprobo y cuando.
       ESCRIBE-AUDITORIA.
           ACCEPT WS-HORA-GROUP FROM TIME
           MOVE FRASE TO AUD-FRASE
           MOVE VRD-VERDICT TO AUD-VERDICT
           STRING WS-FECHA    DELIMITED BY SIZE
                  WS-HORA-HH  DELIMITED BY SIZE
                  WS-HORA-MM  DELIMITED BY SIZE
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

      *> Interpreta el umbral de casi-palindromo de la variable de
      *> entorno: de uno a tres digitos hasta el primer espacio (5,
      *> 05 y 005 valen lo mismo), igual que el parametro de
      *> retencion de PALINDROMO-ARCH. Si la variable viene
      *> informada pero no se entiende, se avisa y se mantiene el
      *> umbral de siempre, en vez de descartarla en silencio.
       LEE-UMBRAL-CASI.
           IF WS-UMBRAL-TEXTO NOT = SPACES
               MOVE ZERO TO WS-UMBRAL-TRABAJO
               MOVE 'N' TO WS-UMBRAL-VALIDO
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > 3 OR WS-UMBRAL-TEXTO(K:1) = SPACE
                   IF WS-UMBRAL-TEXTO(K:1) IS NUMERIC
                       MOVE WS-UMBRAL-TEXTO(K:1) TO WS-UMBRAL-DIGITO
                       COMPUTE WS-UMBRAL-TRABAJO =
                           WS-UMBRAL-TRABAJO * 10 + WS-UMBRAL-DIGITO
                       MOVE 'Y' TO WS-UMBRAL-VALIDO
                   ELSE
                       MOVE 'N' TO WS-UMBRAL-VALIDO
                       MOVE 4 TO K
                   END-IF
               END-PERFORM
               IF WS-UMBRAL-VALIDO = 'Y'
                   MOVE WS-UMBRAL-TRABAJO TO WS-UMBRAL-CASI
               ELSE
                   DISPLAY "AVISO: PALINDROMO-UMBRAL-CASI INVALIDO: "
                       WS-UMBRAL-TEXTO ", SE MANTIENE EL UMBRAL "
                       WS-UMBRAL-CASI
               END-IF
           END-IF.

       END PROGRAM PALINDROMO.
