      *> Rutina comun del veredicto de palindromo. Hasta ahora la
      *> limpieza de la frase, la normalizacion de acentos, la
      *> distancia a palindromo y la comprobacion por palabras
      *> vivian copiadas en PALINDROMO, PALINDROMO-BATCH,
      *> PALINDROMO-CORR, PALINDROMO-MSTQRY y PALINDROMO-EXCPRV, y
      *> la consola ni siquiera miraba EXCEPTNS ni FRASMAST, asi que
      *> un analista podia obtener por terminal un SI para una frase
      *> a la que el lote de la noche habia respondido NO por una
      *> excepcion. Ahora todos la llaman con CALL
      *> "PALINDROMO-VERD" USING el area de parametros PALIVERD:
      *> la rutina busca la excepcion vigente, reutiliza el
      *> veredicto del maestro cuando los modos coinciden, calcula
      *> lo que falte con los modos y el umbral del llamador y
      *> devuelve el veredicto junto con su origen (excepcion,
      *> maestro o calculo). Los maestros EXCEPTNS y FRASMAST se
      *> abren en la primera llamada que los necesita (en
      *> actualizacion si el llamador lo pide, como el lote, o solo
      *> en consulta, como la consola) y se cierran con la funcion
      *> 'C' al terminar. Las particiones del lote, que corren a la
      *> vez, no pueden abrir los maestros en actualizacion: juzgan
      *> en modo diferido y el paso de fusion aplica despues sus
      *> apariciones con la funcion 'A', con la misma logica de
      *> actualizacion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-VERD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTNS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EXC-FRASE
               FILE STATUS IS WS-EXC-STATUS.
           SELECT PHRASE-MASTER-FILE ASSIGN TO "FRASMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-FRASE
               FILE STATUS IS WS-MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-REC.
           COPY PALEXCPT.
       FD  PHRASE-MASTER-FILE.
       01  PHRASE-MASTER-REC.
           COPY PALIMAST.
       WORKING-STORAGE SECTION.
           COPY PALIFRAS.
           77 I PIC 9(3).
           77 J PIC 9(3).
           77 CARACI PIC X.
           77 CARACJ PIC X.
           77 WS-CLEAN-FRASE PIC X(500).
           77 WS-WAS-CLEANED PIC X VALUE 'N'.
           77 WS-CHAR PIC X.
           77 K PIC 9(3).
           77 K2 PIC 9(3).
           77 WS-MATCH-FAILED PIC X VALUE 'N'.
           77 WS-FECHA-PROCESO PIC 9(8).
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-NORMALIZADO VALUE 'N'.
               88 MODO-ESTRICTO VALUE 'E'.
           77 WS-MODO-PROCESO PIC X VALUE 'C'.
               88 MODO-FRASE-COMPLETA VALUE 'C'.
               88 MODO-SUBCADENA VALUE 'S'.
               88 MODO-PALABRAS VALUE 'P'.
           77 WS-SUB-INICIO PIC 9(3) VALUE ZERO.
           77 WS-SUB-FIN PIC 9(3) VALUE ZERO.
           77 WS-SUB-LONGITUD PIC 9(3) VALUE ZERO.
           77 WS-SUB-CENTRO PIC 9(3).
           77 WS-SUB-LO PIC 9(3).
           77 WS-SUB-HI PIC 9(3).
           77 WS-SUB-SIGUE PIC X.
           77 WS-SUB-ACTUAL-LONG PIC 9(3).
           77 WS-EXC-STATUS PIC XX.
      *> Estado de cada maestro: 'N' sin abrir todavia, 'Y'
      *> abierto, 'X' no disponible (no se vuelve a intentar).
           77 WS-EXC-DISPONIBLE PIC X VALUE 'N'.
           77 WS-EXCEPCION-APLICADA PIC X VALUE 'N'.
           77 WS-EXC-ENCONTRADA PIC X VALUE 'N'.
           77 WS-MST-STATUS PIC XX.
           77 WS-MST-DISPONIBLE PIC X VALUE 'N'.
           77 WS-MST-ENCONTRADO PIC X VALUE 'N'.
           77 WS-MST-REUSO PIC X VALUE 'N'.
           77 WS-VERDICT-PAL PIC X(3).
           77 WS-PAL-FAILED PIC X VALUE 'N'.
           77 WS-PAL-TOTAL PIC 9(3).
           77 WS-PAL-MITAD PIC 9(3).
           77 WS-PAL-I PIC 9(3).
           77 WS-PAL-J PIC 9(3).
           77 WS-EN-PALABRA PIC X.
           77 WS-UMBRAL-CASI PIC 9(3) VALUE 3.
           77 WS-DISTANCIA PIC 9(3) VALUE ZERO.
           77 WS-CASI PIC X VALUE 'N'.
           77 WS-SOLO-LETRAS PIC X(500).
           77 WS-LTR-LONG PIC 9(3).
           77 WS-LPS-I PIC 9(3).
           77 WS-LPS-J PIC 9(3).
           77 WS-LPS-LEN PIC 9(3).
       01  WS-PALABRAS-TABLA.
           05 WS-PALABRA-ENT OCCURS 250 TIMES.
               10 WS-PAL-INICIO PIC 9(3).
               10 WS-PAL-LARGO  PIC 9(3).
      *> Tabla triangular de la subsecuencia palindromica mas larga
      *> (VER CALCULA-DISTANCIA): la celda (I, J) guarda la longitud
      *> de la mejor subsecuencia del tramo I..J de WS-SOLO-LETRAS.
       01  WS-LPS-TABLA.
           05 WS-LPS-FILA OCCURS 500 TIMES.
               10 WS-LPS-CELDA OCCURS 500 TIMES PIC 9(3) COMP.
       LINKAGE SECTION.
       01  VRD-PARAMETROS.
           COPY PALIVERD.
       PROCEDURE DIVISION USING VRD-PARAMETROS.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN VRD-CIERRA
                   PERFORM CIERRA-MAESTROS
               WHEN VRD-LIMPIA
                   PERFORM TOMA-PARAMETROS
                   PERFORM PREPARA-FRASE-LIMPIA
                   MOVE WS-CLEAN-FRASE TO VRD-FRASE-LIMPIA
                   MOVE LONG TO VRD-LONG
                   MOVE WS-WAS-CLEANED TO VRD-LIMPIADA
               WHEN VRD-APLICA
                   PERFORM TOMA-PARAMETROS
                   PERFORM APLICA-APARICION
               WHEN OTHER
                   PERFORM TOMA-PARAMETROS
                   PERFORM JUZGA-FRASE
                   PERFORM DEVUELVE-RESULTADOS
           END-EVALUATE
           GOBACK.

      *> Recoge la frase, los modos, el umbral y la fecha del
      *> llamador. Un modo que no se reconoce se trata como el modo
      *> por defecto, igual que hacian los programas con la variable
      *> de entorno.
       TOMA-PARAMETROS.
           MOVE FUNCTION LOWER-CASE(VRD-FRASE) TO FRASE
           MOVE VRD-MODO-COMPARACION TO WS-MODO-COMPARACION
           IF NOT MODO-ESTRICTO
               MOVE 'N' TO WS-MODO-COMPARACION
           END-IF
           MOVE VRD-MODO-PROCESO TO WS-MODO-PROCESO
           IF NOT MODO-SUBCADENA AND NOT MODO-PALABRAS
               MOVE 'C' TO WS-MODO-PROCESO
           END-IF
           IF VRD-UMBRAL-CASI IS NUMERIC
               MOVE VRD-UMBRAL-CASI TO WS-UMBRAL-CASI
           ELSE
               MOVE 3 TO WS-UMBRAL-CASI
           END-IF
           MOVE VRD-FECHA-PROCESO TO WS-FECHA-PROCESO.

      *> Juicio completo de la frase, en el mismo orden que ha
      *> seguido siempre el lote: excepcion manual (o veredicto
      *> impuesto por el llamador), limpieza, consulta del maestro
      *> y, si no hay veredicto reutilizable, calculo completo. El
      *> maestro se actualiza con la aparicion solo cuando el
      *> llamador lo pide.
       JUZGA-FRASE.
           MOVE 1 TO I
           MOVE 'N' TO WS-MATCH-FAILED
           MOVE 'N' TO WS-EXCEPCION-APLICADA
           MOVE 'N' TO WS-MST-ENCONTRADO
           MOVE 'N' TO WS-MST-REUSO
           MOVE 'C' TO VRD-ORIGEN-VEREDICTO
           MOVE 'N' TO VRD-EXC-NO-VIGENTE
           MOVE SPACES TO VRD-EXC-MOTIVO
           MOVE 'N' TO VRD-MST-ENCONTRADA
           MOVE ZERO TO VRD-MST-VECES-VISTA
           MOVE ZERO TO VRD-MST-ULTIMA-FECHA
           MOVE 'N' TO VRD-APA-ANOTA
           MOVE 'N' TO VRD-APA-RECALCULADA
           MOVE 'N' TO VRD-APA-EXC-FORZADA
           MOVE 'N' TO VRD-APA-EXC-USADA
           IF VRD-VERDICT-IMPUESTO NOT = SPACES
               PERFORM IMPONE-VEREDICTO
           ELSE
               IF VRD-USA-EXCEPCIONES = 'S'
                   IF WS-EXC-DISPONIBLE = 'N'
                       PERFORM ABRE-EXCEPCIONES
                   END-IF
                   PERFORM BUSCA-EXCEPCION
               END-IF
           END-IF
           PERFORM PREPARA-FRASE-LIMPIA
           DIVIDE LONG BY 2 GIVING MITAD REMAINDER RESTO
           MOVE LONG TO J
           IF VRD-USA-MAESTRO = 'S'
               IF WS-MST-DISPONIBLE = 'N'
                   PERFORM ABRE-MAESTRO-FRASES
               END-IF
               PERFORM CONSULTA-MAESTRO
           END-IF
           IF WS-MST-REUSO = 'N'
               PERFORM CALCULA-VEREDICTOS
           END-IF
           IF VRD-USA-MAESTRO = 'S' AND VRD-ACTUALIZA = 'S'
               PERFORM ACTUALIZA-MAESTRO
           END-IF
           IF VRD-USA-MAESTRO = 'S' AND VRD-ACTUALIZA = 'D'
                   AND WS-MST-DISPONIBLE = 'Y'
               PERFORM ANOTA-APARICION-DIFERIDA
           END-IF.

      *> Modo diferido: en vez de tocar FRASMAST, deja en el area
      *> de parametros lo que ACTUALIZA-MAESTRO habria hecho con la
      *> aparicion en curso.
       ANOTA-APARICION-DIFERIDA.
           MOVE 'S' TO VRD-APA-ANOTA
           IF WS-MST-REUSO = 'N'
               MOVE 'S' TO VRD-APA-RECALCULADA
           END-IF
           IF WS-EXCEPCION-APLICADA = 'Y'
               MOVE 'S' TO VRD-APA-EXC-FORZADA
           END-IF.

      *> Funcion 'A': aplica a los maestros, abiertos en
      *> actualizacion, una aparicion juzgada en modo diferido. El
      *> uso de la excepcion se anota como en BUSCA-EXCEPCION, y la
      *> fila del maestro se da de alta o se refresca con
      *> ACTUALIZA-MAESTRO a partir de los resultados que trae el
      *> llamador, igual que si la frase se acabara de juzgar aqui.
       APLICA-APARICION.
           IF VRD-APA-EXC-USADA = 'S'
               IF WS-EXC-DISPONIBLE = 'N'
                   PERFORM ABRE-EXCEPCIONES
               END-IF
               IF WS-EXC-DISPONIBLE = 'Y'
                   MOVE FRASE TO EXC-FRASE
                   READ EXCEPTIONS-FILE
                       INVALID KEY
                           DISPLAY "AVISO: EXCEPCION NO ENCONTRADA AL "
                               "ANOTAR SU USO: " FRASE(1:60)
                       NOT INVALID KEY
                           PERFORM ANOTA-USO-EXCEPCION
                   END-READ
               END-IF
           END-IF
           IF VRD-APA-ANOTA = 'S'
               IF WS-MST-DISPONIBLE = 'N'
                   PERFORM ABRE-MAESTRO-FRASES
               END-IF
               IF WS-MST-DISPONIBLE = 'Y'
                   MOVE VRD-FRASE-LIMPIA TO WS-CLEAN-FRASE
                   MOVE 'N' TO WS-MST-ENCONTRADO
                   MOVE WS-CLEAN-FRASE TO MST-FRASE
                   READ PHRASE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-MST-ENCONTRADO
                   END-READ
                   IF VRD-VERDICT = "NO "
                       MOVE 'Y' TO WS-MATCH-FAILED
                   ELSE
                       MOVE 'N' TO WS-MATCH-FAILED
                   END-IF
                   MOVE VRD-VERDICT-PAL TO WS-VERDICT-PAL
                   MOVE VRD-DISTANCIA TO WS-DISTANCIA
                   MOVE VRD-CASI TO WS-CASI
                   MOVE VRD-SUB-INICIO TO WS-SUB-INICIO
                   MOVE VRD-SUB-FIN TO WS-SUB-FIN
                   MOVE VRD-SUB-LONGITUD TO WS-SUB-LONGITUD
                   IF VRD-APA-EXC-FORZADA = 'S'
                       MOVE 'Y' TO WS-EXCEPCION-APLICADA
                   ELSE
                       MOVE 'N' TO WS-EXCEPCION-APLICADA
                   END-IF
                   IF VRD-APA-RECALCULADA = 'S'
                       MOVE 'N' TO WS-MST-REUSO
                   ELSE
                       MOVE 'Y' TO WS-MST-REUSO
                   END-IF
                   PERFORM ACTUALIZA-MAESTRO
               END-IF
           END-IF.

      *> El llamador ya sabe el veredicto que manda (un alta de
      *> excepcion que todavia no esta en EXCEPTNS): se trata igual
      *> que una excepcion hallada, sin tocar el maestro de
      *> excepciones.
       IMPONE-VEREDICTO.
           MOVE 'Y' TO WS-EXCEPCION-APLICADA
           MOVE 'E' TO VRD-ORIGEN-VEREDICTO
           IF VRD-VERDICT-IMPUESTO = "NO "
               MOVE 'Y' TO WS-MATCH-FAILED
           ELSE
               MOVE 'N' TO WS-MATCH-FAILED
           END-IF.

       PREPARA-FRASE-LIMPIA.
           PERFORM VALIDA-FRASE
           COMPUTE LONG = FUNCTION LENGTH
                              (FUNCTION TRIM(WS-CLEAN-FRASE, TRAILING)).

      *> Calculo completo de los veredictos de la frase en curso,
      *> que solo se ejecuta cuando el maestro de frases no tenia un
      *> veredicto reutilizable (frase nueva, modos cambiados o
      *> excepcion manual por medio).
       CALCULA-VEREDICTOS.
           IF WS-EXCEPCION-APLICADA = 'N'
               PERFORM UNTIL I > MITAD OR WS-MATCH-FAILED = 'Y'
                   PERFORM UNTIL J < MITAD OR WS-MATCH-FAILED = 'Y'
                       MOVE WS-CLEAN-FRASE(I:LONG) TO CARACI
                       IF CARACI = SPACE
                           ADD 1 TO I
                           MOVE WS-CLEAN-FRASE(I:LONG) TO CARACI
                       END-IF
                       MOVE WS-CLEAN-FRASE(J:1) TO CARACJ
                       IF CARACJ = SPACE
                           SUBTRACT 1 FROM J
                           MOVE WS-CLEAN-FRASE(J:1) TO CARACJ
                       END-IF
                       IF CARACI = CARACJ
                           ADD 1 TO I
                           SUBTRACT 1 FROM J
                       ELSE
                           MOVE 'Y' TO WS-MATCH-FAILED
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-MATCH-FAILED = 'Y'
               PERFORM CALCULA-DISTANCIA
           ELSE
               MOVE ZERO TO WS-DISTANCIA
           END-IF
           IF WS-MATCH-FAILED = 'Y'
                   AND WS-DISTANCIA <= WS-UMBRAL-CASI
               MOVE 'S' TO WS-CASI
           ELSE
               MOVE 'N' TO WS-CASI
           END-IF
           IF MODO-SUBCADENA
               PERFORM BUSCA-SUBCADENA-PALINDROMICA
           ELSE
               MOVE ZERO TO WS-SUB-INICIO
               MOVE ZERO TO WS-SUB-FIN
               MOVE ZERO TO WS-SUB-LONGITUD
           END-IF
           IF MODO-PALABRAS
               PERFORM COMPRUEBA-PALABRAS
           ELSE
               MOVE SPACES TO WS-VERDICT-PAL
           END-IF.

      *> Distancia a palindromo de la frase que acaba de fallar: el
      *> minimo de caracteres a quitar de WS-CLEAN-FRASE para que
      *> pase, que es su longitud en letras menos la subsecuencia
      *> palindromica mas larga. Los espacios separadores no cuentan
      *> (la comparacion por letras tampoco los mira), asi que
      *> primero se comprime la frase limpia en WS-SOLO-LETRAS. La
      *> subsecuencia se calcula por tramos de longitud creciente
      *> sobre WS-LPS-TABLA: un tramo de una letra vale 1, y el
      *> tramo I..J vale el de I+1..J-1 mas 2 cuando sus extremos
      *> coinciden, o el mejor de sus dos subtramos cuando no. Solo
      *> se leen celdas de tramos ya calculados, por lo que la tabla
      *> no necesita limpiarse entre frases.
       CALCULA-DISTANCIA.
           MOVE SPACES TO WS-SOLO-LETRAS
           MOVE ZERO TO WS-LTR-LONG
           PERFORM VARYING WS-LPS-I FROM 1 BY 1
                   UNTIL WS-LPS-I > LONG
               IF WS-CLEAN-FRASE(WS-LPS-I:1) NOT = SPACE
                   ADD 1 TO WS-LTR-LONG
                   MOVE WS-CLEAN-FRASE(WS-LPS-I:1)
                       TO WS-SOLO-LETRAS(WS-LTR-LONG:1)
               END-IF
           END-PERFORM
           IF WS-LTR-LONG < 2
               MOVE ZERO TO WS-DISTANCIA
           ELSE
               PERFORM VARYING WS-LPS-I FROM 1 BY 1
                       UNTIL WS-LPS-I > WS-LTR-LONG
                   MOVE 1 TO WS-LPS-CELDA(WS-LPS-I, WS-LPS-I)
               END-PERFORM
               PERFORM VARYING WS-LPS-LEN FROM 2 BY 1
                       UNTIL WS-LPS-LEN > WS-LTR-LONG
                   PERFORM VARYING WS-LPS-I FROM 1 BY 1
                           UNTIL WS-LPS-I >
                               WS-LTR-LONG - WS-LPS-LEN + 1
                       COMPUTE WS-LPS-J =
                           WS-LPS-I + WS-LPS-LEN - 1
                       PERFORM CALCULA-CELDA-LPS
                   END-PERFORM
               END-PERFORM
               COMPUTE WS-DISTANCIA = WS-LTR-LONG -
                   WS-LPS-CELDA(1, WS-LTR-LONG)
           END-IF.

      *> Rellena la celda (WS-LPS-I, WS-LPS-J) de la tabla de
      *> subsecuencias. El tramo de dos letras iguales vale 2
      *> directamente (su tramo interior esta vacio y su celda no
      *> existe en el triangulo calculado).
       CALCULA-CELDA-LPS.
           IF WS-SOLO-LETRAS(WS-LPS-I:1) =
                   WS-SOLO-LETRAS(WS-LPS-J:1)
               IF WS-LPS-LEN = 2
                   MOVE 2 TO WS-LPS-CELDA(WS-LPS-I, WS-LPS-J)
               ELSE
                   COMPUTE WS-LPS-CELDA(WS-LPS-I, WS-LPS-J) =
                       WS-LPS-CELDA(WS-LPS-I + 1, WS-LPS-J - 1) + 2
               END-IF
           ELSE
               IF WS-LPS-CELDA(WS-LPS-I + 1, WS-LPS-J) >=
                       WS-LPS-CELDA(WS-LPS-I, WS-LPS-J - 1)
                   MOVE WS-LPS-CELDA(WS-LPS-I + 1, WS-LPS-J)
                       TO WS-LPS-CELDA(WS-LPS-I, WS-LPS-J)
               ELSE
                   MOVE WS-LPS-CELDA(WS-LPS-I, WS-LPS-J - 1)
                       TO WS-LPS-CELDA(WS-LPS-I, WS-LPS-J)
               END-IF
           END-IF.

      *> Comprobacion de palindromo por palabras, para las frases
      *> que se leen igual palabra a palabra en ambos sentidos
      *> aunque no lo hagan letra a letra. Localiza cada palabra de
      *> WS-CLEAN-FRASE (inicio y longitud; tras VALIDA-FRASE las
      *> palabras van separadas por un unico espacio) y compara la
      *> palabra I-esima contra su simetrica desde el final. El
      *> veredicto por palabras es independiente del veredicto por
      *> letras y se devuelve aparte.
       COMPRUEBA-PALABRAS.
           MOVE 'N' TO WS-PAL-FAILED
           MOVE ZERO TO WS-PAL-TOTAL
           MOVE 'N' TO WS-EN-PALABRA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LONG
               IF WS-CLEAN-FRASE(K:1) NOT = SPACE
                   IF WS-EN-PALABRA = 'N'
                       ADD 1 TO WS-PAL-TOTAL
                       MOVE K TO WS-PAL-INICIO(WS-PAL-TOTAL)
                       MOVE 1 TO WS-PAL-LARGO(WS-PAL-TOTAL)
                       MOVE 'Y' TO WS-EN-PALABRA
                   ELSE
                       ADD 1 TO WS-PAL-LARGO(WS-PAL-TOTAL)
                   END-IF
               ELSE
                   MOVE 'N' TO WS-EN-PALABRA
               END-IF
           END-PERFORM
           DIVIDE WS-PAL-TOTAL BY 2 GIVING WS-PAL-MITAD
           PERFORM VARYING WS-PAL-I FROM 1 BY 1
                   UNTIL WS-PAL-I > WS-PAL-MITAD
                       OR WS-PAL-FAILED = 'Y'
               COMPUTE WS-PAL-J = WS-PAL-TOTAL + 1 - WS-PAL-I
               IF WS-PAL-LARGO(WS-PAL-I) NOT =
                       WS-PAL-LARGO(WS-PAL-J)
                   MOVE 'Y' TO WS-PAL-FAILED
               ELSE
                   IF WS-CLEAN-FRASE(WS-PAL-INICIO(WS-PAL-I):
                           WS-PAL-LARGO(WS-PAL-I)) NOT =
                       WS-CLEAN-FRASE(WS-PAL-INICIO(WS-PAL-J):
                           WS-PAL-LARGO(WS-PAL-J))
                       MOVE 'Y' TO WS-PAL-FAILED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAL-FAILED = 'Y'
               MOVE "NO " TO WS-VERDICT-PAL
           ELSE
               MOVE "SI " TO WS-VERDICT-PAL
           END-IF.

      *> Consulta el maestro indexado de excepciones (mantenido por
      *> PALINDROMO-MAINT) con una lectura directa por la frase en
      *> minusculas, para ver si algun analista ha marcado esta
      *> frase concreta como excepcion/override manual. Si la
      *> encuentra y esta vigente, su veredicto sustituye al calculo
      *> normal y WS-EXCEPCION-APLICADA queda en 'Y' para que no se
      *> repita la comparacion.
       BUSCA-EXCEPCION.
           MOVE 'N' TO WS-EXC-ENCONTRADA
           IF WS-EXC-DISPONIBLE = 'Y'
               MOVE FRASE TO EXC-FRASE
               READ EXCEPTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EXC-ENCONTRADA
               END-READ
           END-IF
      *> La excepcion solo manda dentro de su vigencia: antes de la
      *> fecha efectiva o despues de la de expiracion (cero = sin
      *> limite) se salta y se senyala al llamador, para que un
      *> override de hace dos anyos no siga volteando veredictos en
      *> silencio.
           IF WS-EXC-ENCONTRADA = 'Y'
               IF (EXC-FECHA-EFECTIVA > ZERO
                       AND EXC-FECHA-EFECTIVA > WS-FECHA-PROCESO)
                   OR (EXC-FECHA-EXPIRA > ZERO
                       AND EXC-FECHA-EXPIRA < WS-FECHA-PROCESO)
                   MOVE 'S' TO VRD-EXC-NO-VIGENTE
               ELSE
                   MOVE 'Y' TO WS-EXCEPCION-APLICADA
                   MOVE 'E' TO VRD-ORIGEN-VEREDICTO
                   MOVE EXC-MOTIVO TO VRD-EXC-MOTIVO
                   IF EXC-VERDICT = "NO "
                       MOVE 'Y' TO WS-MATCH-FAILED
                   ELSE
                       MOVE 'N' TO WS-MATCH-FAILED
                   END-IF
                   IF VRD-ACTUALIZA = 'S'
                       PERFORM ANOTA-USO-EXCEPCION
                   END-IF
                   IF VRD-ACTUALIZA = 'D'
                       MOVE 'S' TO VRD-APA-EXC-USADA
                   END-IF
               END-IF
           END-IF.

      *> Cada vez que una excepcion fuerza de verdad un veredicto en
      *> el lote, su contador de usos y su fecha de ultimo uso se
      *> actualizan en el propio maestro, para que el informe de
      *> envejecimiento pueda distinguir las entradas vivas de las
      *> que nadie toca desde que se crearon. Las consultas por
      *> consola no cuentan como uso.
       ANOTA-USO-EXCEPCION.
           ADD 1 TO EXC-VECES-USADA
           MOVE WS-FECHA-PROCESO TO EXC-FECHA-ULT-USO
           REWRITE EXCEPTIONS-REC
               INVALID KEY
                   DISPLAY "AVISO: ERROR ANOTANDO USO EN EXCEPTNS, "
                       "FILE STATUS: " WS-EXC-STATUS
           END-REWRITE.

      *> Abre el maestro de excepciones en la primera llamada que lo
      *> necesita: en actualizacion si el llamador anota los usos,
      *> en consulta si no. Si EXCEPTNS no existe todavia (ningun
      *> mantenimiento se ha ejecutado nunca) se sigue sin
      *> excepciones.
       ABRE-EXCEPCIONES.
           IF VRD-ACTUALIZA = 'S'
               OPEN I-O EXCEPTIONS-FILE
           ELSE
               OPEN INPUT EXCEPTIONS-FILE
           END-IF
           IF WS-EXC-STATUS = "00"
               MOVE 'Y' TO WS-EXC-DISPONIBLE
           ELSE
               MOVE 'X' TO WS-EXC-DISPONIBLE
               IF WS-EXC-STATUS NOT = "35"
                   DISPLAY "AVISO: EXCEPTNS NO DISPONIBLE, FILE "
                       "STATUS: " WS-EXC-STATUS
               END-IF
           END-IF.

      *> Abre el maestro acumulado de frases FRASMAST (clave: la
      *> frase limpia, VER PALIMAST) en la primera llamada que lo
      *> necesita, en actualizacion si el llamador anota las
      *> apariciones y en consulta si no. Si el cluster no esta
      *> disponible se sigue calculando todo desde cero: el maestro
      *> ahorra trabajo pero no es imprescindible.
       ABRE-MAESTRO-FRASES.
           IF VRD-ACTUALIZA = 'S'
               OPEN I-O PHRASE-MASTER-FILE
           ELSE
               OPEN INPUT PHRASE-MASTER-FILE
           END-IF
           IF WS-MST-STATUS = "00"
               MOVE 'Y' TO WS-MST-DISPONIBLE
           ELSE
               MOVE 'X' TO WS-MST-DISPONIBLE
               DISPLAY "AVISO: FRASMAST NO DISPONIBLE, FILE "
                   "STATUS: " WS-MST-STATUS
               DISPLAY "LOS VEREDICTOS SE CALCULAN DESDE CERO"
           END-IF.

      *> Cierra los maestros que se llegaron a abrir y los deja
      *> listos para volver a abrirse si el llamador sigue.
       CIERRA-MAESTROS.
           IF WS-EXC-DISPONIBLE = 'Y'
               CLOSE EXCEPTIONS-FILE
           END-IF
           MOVE 'N' TO WS-EXC-DISPONIBLE
           IF WS-MST-DISPONIBLE = 'Y'
               CLOSE PHRASE-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-MST-DISPONIBLE.

      *> Consulta el maestro de frases por la frase limpia en curso.
      *> Si la frase ya se vio y el veredicto almacenado se calculo
      *> con los mismos modos que lleva el llamador (y no hay una
      *> excepcion manual por medio, que siempre manda), recupera
      *> todos los resultados guardados y marca WS-MST-REUSO para
      *> ahorrarse la comparacion completa y la costosa expansion
      *> de BUSCA-SUBCADENA-PALINDROMICA.
       CONSULTA-MAESTRO.
           IF WS-MST-DISPONIBLE = 'Y'
               MOVE WS-CLEAN-FRASE TO MST-FRASE
               READ PHRASE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MST-ENCONTRADO
                       MOVE 'Y' TO VRD-MST-ENCONTRADA
                       MOVE MST-VECES-VISTA TO VRD-MST-VECES-VISTA
                       MOVE MST-ULTIMA-FECHA TO VRD-MST-ULTIMA-FECHA
               END-READ
      *> Las filas marcadas como forzadas por excepcion no se
      *> reutilizan nunca: su veredicto no salio del calculo, y si
      *> la excepcion ha expirado o se ha dado de baja desde
      *> entonces, reusarlo perpetuaria el override por la puerta
      *> de atras del maestro.
               IF WS-MST-ENCONTRADO = 'Y'
                       AND WS-EXCEPCION-APLICADA = 'N'
                       AND MST-EXC-FORZADA NOT = 'S'
                       AND MST-MODO-COMPARACION = WS-MODO-COMPARACION
                       AND MST-MODO-PROCESO = WS-MODO-PROCESO
                   MOVE 'Y' TO WS-MST-REUSO
                   MOVE 'M' TO VRD-ORIGEN-VEREDICTO
                   IF MST-VERDICT = "NO "
                       MOVE 'Y' TO WS-MATCH-FAILED
                   ELSE
                       MOVE 'N' TO WS-MATCH-FAILED
                   END-IF
                   MOVE MST-VERDICT-PAL TO WS-VERDICT-PAL
                   MOVE MST-DISTANCIA TO WS-DISTANCIA
      *> La marca de casi-palindromo se rejuzga contra el umbral del
      *> llamador: la distancia almacenada no cambia, pero el
      *> umbral es un parametro de cada ejecucion.
                   IF WS-MATCH-FAILED = 'Y'
                           AND WS-DISTANCIA <= WS-UMBRAL-CASI
                       MOVE 'S' TO WS-CASI
                   ELSE
                       MOVE 'N' TO WS-CASI
                   END-IF
                   MOVE MST-SUB-INICIO TO WS-SUB-INICIO
                   MOVE MST-SUB-FIN TO WS-SUB-FIN
                   MOVE MST-SUB-LONGITUD TO WS-SUB-LONGITUD
               END-IF
           END-IF.

      *> Actualiza el maestro de frases con la aparicion en curso:
      *> las frases nuevas se dan de alta con la fecha del dia como
      *> primera y ultima vista, y las conocidas suman una aparicion
      *> y refrescan la ultima fecha. Cuando el veredicto se acaba
      *> de recalcular (frase nueva, modos cambiados o excepcion),
      *> los resultados almacenados se sustituyen por los recien
      *> calculados junto con los modos con que se obtuvieron.
       ACTUALIZA-MAESTRO.
           IF WS-MST-DISPONIBLE = 'Y'
               IF WS-MST-ENCONTRADO = 'Y'
                   ADD 1 TO MST-VECES-VISTA
                   MOVE WS-FECHA-PROCESO TO MST-ULTIMA-FECHA
                   IF WS-MST-REUSO = 'N'
                       PERFORM GUARDA-RESULTADOS-MAESTRO
                   END-IF
                   REWRITE PHRASE-MASTER-REC
                       INVALID KEY
                           DISPLAY "AVISO: ERROR REESCRIBIENDO "
                               "FRASMAST, FILE STATUS: " WS-MST-STATUS
                   END-REWRITE
               ELSE
                   MOVE WS-CLEAN-FRASE TO MST-FRASE
                   MOVE WS-FECHA-PROCESO TO MST-PRIMERA-FECHA
                   MOVE WS-FECHA-PROCESO TO MST-ULTIMA-FECHA
                   MOVE 1 TO MST-VECES-VISTA
                   PERFORM GUARDA-RESULTADOS-MAESTRO
                   WRITE PHRASE-MASTER-REC
                       INVALID KEY
                           DISPLAY "AVISO: ERROR GRABANDO FRASMAST, "
                               "FILE STATUS: " WS-MST-STATUS
                   END-WRITE
               END-IF
           END-IF.

       GUARDA-RESULTADOS-MAESTRO.
           IF WS-MATCH-FAILED = 'Y'
               MOVE "NO " TO MST-VERDICT
           ELSE
               MOVE "SI " TO MST-VERDICT
           END-IF
           MOVE WS-VERDICT-PAL TO MST-VERDICT-PAL
           MOVE WS-DISTANCIA TO MST-DISTANCIA
           MOVE WS-CASI TO MST-CASI
           MOVE WS-SUB-INICIO TO MST-SUB-INICIO
           MOVE WS-SUB-FIN TO MST-SUB-FIN
           MOVE WS-SUB-LONGITUD TO MST-SUB-LONGITUD
           MOVE WS-MODO-COMPARACION TO MST-MODO-COMPARACION
           MOVE WS-MODO-PROCESO TO MST-MODO-PROCESO
      *> Las filas cuyo veredicto impuso una excepcion quedan
      *> marcadas para que CONSULTA-MAESTRO no las reutilice jamas.
           IF WS-EXCEPCION-APLICADA = 'Y'
               MOVE 'S' TO MST-EXC-FORZADA
           ELSE
               MOVE 'N' TO MST-EXC-FORZADA
           END-IF.

       DEVUELVE-RESULTADOS.
           MOVE WS-CLEAN-FRASE TO VRD-FRASE-LIMPIA
           MOVE LONG TO VRD-LONG
           MOVE WS-WAS-CLEANED TO VRD-LIMPIADA
           IF WS-MATCH-FAILED = 'Y'
               MOVE "NO " TO VRD-VERDICT
           ELSE
               MOVE "SI " TO VRD-VERDICT
           END-IF
           MOVE WS-VERDICT-PAL TO VRD-VERDICT-PAL
           MOVE WS-DISTANCIA TO VRD-DISTANCIA
           MOVE WS-CASI TO VRD-CASI
           MOVE WS-SUB-INICIO TO VRD-SUB-INICIO
           MOVE WS-SUB-FIN TO VRD-SUB-FIN
           MOVE WS-SUB-LONGITUD TO VRD-SUB-LONGITUD.

      *> Descarta de la frase cualquier caracter que no sea letra,
      *> comprimiendo cada tramo de puntuacion/digitos/espacios en un
      *> unico espacio separador, para que frases como
      *> "a man, a plan, a canal: panama" se comparen solo por sus
      *> letras sin que la puntuacion deje huecos dobles. Las frases
      *> que han necesitado limpieza quedan marcadas en
      *> WS-WAS-CLEANED. En MODO-NORMALIZADO, las vocales acentuadas
      *> y la ene con virgulilla se reducen antes a su letra base
      *> (VER NORMALIZA-CARACTER), para que los modismos en
      *> castellano no fallen por comparar un caracter acentuado
      *> contra el mismo sin acentuar. La frase limpia es tambien la
      *> clave de FRASMAST.
       VALIDA-FRASE.
           MOVE SPACES TO WS-CLEAN-FRASE
           MOVE 'N' TO WS-WAS-CLEANED
           MOVE ZERO TO K2
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 500
               MOVE FRASE(K:1) TO WS-CHAR
               IF MODO-NORMALIZADO
                   PERFORM NORMALIZA-CARACTER
               END-IF
               IF WS-CHAR >= "a" AND WS-CHAR <= "z"
                   ADD 1 TO K2
                   MOVE WS-CHAR TO WS-CLEAN-FRASE(K2:1)
               ELSE
                   IF WS-CHAR NOT = SPACE
                       MOVE 'Y' TO WS-WAS-CLEANED
                   END-IF
                   IF K2 > 0 AND WS-CLEAN-FRASE(K2:1) NOT = SPACE
                       ADD 1 TO K2
                       MOVE SPACE TO WS-CLEAN-FRASE(K2:1)
                   END-IF
               END-IF
           END-PERFORM.

      *> Reduce vocales acentuadas y la ene con virgulilla (mayusculas
      *> y minusculas, codificacion Latin-1) a su letra base ASCII,
      *> para el modo normalizado.
       NORMALIZA-CARACTER.
           EVALUATE WS-CHAR
               WHEN X"E1" WHEN X"C1" MOVE "a" TO WS-CHAR
               WHEN X"E9" WHEN X"C9" MOVE "e" TO WS-CHAR
               WHEN X"ED" WHEN X"CD" MOVE "i" TO WS-CHAR
               WHEN X"F3" WHEN X"D3" MOVE "o" TO WS-CHAR
               WHEN X"FA" WHEN X"DA" MOVE "u" TO WS-CHAR
               WHEN X"FC" WHEN X"DC" MOVE "u" TO WS-CHAR
               WHEN X"F1" WHEN X"D1" MOVE "n" TO WS-CHAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Localiza la subcadena palindromica mas larga dentro de
      *> WS-CLEAN-FRASE probando cada posicion como centro de una
      *> subcadena de longitud impar y como centro de una de longitud
      *> par, y expandiendo hacia los extremos mientras los caracteres
      *> coincidan (VER EXPANDE-CENTRO). Deja el resultado en
      *> WS-SUB-INICIO, WS-SUB-FIN y WS-SUB-LONGITUD.
       BUSCA-SUBCADENA-PALINDROMICA.
           MOVE 1 TO WS-SUB-INICIO
           MOVE 1 TO WS-SUB-FIN
           MOVE 1 TO WS-SUB-LONGITUD
           PERFORM VARYING WS-SUB-CENTRO FROM 1 BY 1
                   UNTIL WS-SUB-CENTRO > LONG
               MOVE WS-SUB-CENTRO TO WS-SUB-LO
               MOVE WS-SUB-CENTRO TO WS-SUB-HI
               PERFORM EXPANDE-CENTRO
               MOVE WS-SUB-CENTRO TO WS-SUB-LO
               ADD 1 TO WS-SUB-CENTRO GIVING WS-SUB-HI
               PERFORM EXPANDE-CENTRO
           END-PERFORM.

      *> Expande WS-SUB-LO/WS-SUB-HI hacia afuera mientras sigan
      *> dentro de la frase y sus caracteres coincidan; al terminar,
      *> si la subcadena resultante (WS-SUB-LO+1 .. WS-SUB-HI-1) es
      *> mayor que la mejor encontrada hasta ahora, la sustituye. El
      *> chequeo de WS-SUB-LO = 0 va antes de la referencia a
      *> WS-CLEAN-FRASE(WS-SUB-LO:1) para no acceder nunca a la
      *> posicion cero.
       EXPANDE-CENTRO.
           MOVE 'S' TO WS-SUB-SIGUE
           PERFORM UNTIL WS-SUB-SIGUE = 'N'
               IF WS-SUB-LO = 0 OR WS-SUB-HI > LONG
                   MOVE 'N' TO WS-SUB-SIGUE
               ELSE
                   IF WS-CLEAN-FRASE(WS-SUB-LO:1) =
                           WS-CLEAN-FRASE(WS-SUB-HI:1)
                       SUBTRACT 1 FROM WS-SUB-LO
                       ADD 1 TO WS-SUB-HI
                   ELSE
                       MOVE 'N' TO WS-SUB-SIGUE
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-SUB-ACTUAL-LONG = WS-SUB-HI - WS-SUB-LO - 1
           IF WS-SUB-ACTUAL-LONG > WS-SUB-LONGITUD
               ADD 1 TO WS-SUB-LO GIVING WS-SUB-INICIO
               SUBTRACT 1 FROM WS-SUB-HI GIVING WS-SUB-FIN
               MOVE WS-SUB-ACTUAL-LONG TO WS-SUB-LONGITUD
           END-IF.

       END PROGRAM PALINDROMO-VERD.
