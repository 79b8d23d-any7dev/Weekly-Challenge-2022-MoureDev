      *> Restauracion en el maestro acumulado de frases FRASMAST de
      *> filas que PALINDROMO-MSTARC saco a un archivo fechado
      *> (MSTARCH; el job PALINMSR concatena en el DD los archivos
      *> en que hay que buscar, del mas reciente al mas antiguo).
      *> El orden importa: cada archivo se compara con la fila del
      *> maestro tal y como la dejo el anterior, y solo yendo hacia
      *> atras en el tiempo cada historia archivada cae antes de
      *> la primera fecha ya fusionada. Al reves, el archivo mas
      *> antiguo adelantaria la primera fecha y el siguiente se
      *> tomaria por solapado y se perderian sus apariciones.
      *> Cuando una frase archivada vuelve a llegar en un envio, el
      *> lote no la encuentra en el maestro, la recalcula y la da de
      *> alta como nueva: una vista, primera fecha la de hoy. Este
      *> programa le devuelve la historia archivada:
      *> - si la fila archivada es anterior a la del maestro (su
      *>   ultima fecha es anterior a la primera del maestro), la
      *>   primera fecha pasa a ser la archivada y se suman sus
      *>   apariciones; el veredicto del maestro, mas reciente, se
      *>   respeta;
      *> - si es posterior (un archivo de una purga mas reciente que
      *>   la fila viva, que con el orden pedido no deberia darse),
      *>   se suman las apariciones y la ultima fecha, el veredicto
      *>   y los modos pasan a ser los archivados;
      *> - si los periodos se solapan, la historia ya esta en el
      *>   maestro (restauracion repetida) y no se toca, de modo que
      *>   relanzar el job no cuenta dos veces las apariciones.
      *> Las frases archivadas que no estan en el maestro solo se
      *> dan de alta tal y como se archivaron si se piden con
      *> FRASE= o con TODAS=S.
      *>
      *> Tarjeta RESTPRM (lineas PALABRA=VALOR; las lineas en blanco
      *> o con asterisco en la columna 1 se ignoran; sin tarjeta
      *> solo se fusionan las frases que ya han reaparecido):
      *>   FRASE=texto  frase a dar de alta aunque no haya vuelto
      *>                (se limpia con PALINDROMO-VERD, la clave del
      *>                maestro es la frase limpia; hasta 50 lineas)
      *>   TODAS=S      dar de alta todas las frases archivadas que
      *>                no estan en el maestro (deshacer una purga)
      *>
      *> Escribe el listado RESTRPT con cada fila tocada y los
      *> totales. Termina con CC 0, CC 4 si alguna FRASE= pedida no
      *> esta en los archivos, y CC 12 con la tarjeta invalida o un
      *> error de E/S.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-MSTRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "RESTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT ARCHIVE-IN-FILE ASSIGN TO "MSTARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PHRASE-MASTER-FILE ASSIGN TO "FRASMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-FRASE OF PHRASE-MASTER-REC
               FILE STATUS IS WS-MST-STATUS.
           SELECT LISTING-OUT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC          PIC X(520).
       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-REC.
           COPY PALIMAST.
       FD  PHRASE-MASTER-FILE.
       01  PHRASE-MASTER-REC.
           COPY PALIMAST.
       FD  LISTING-OUT-FILE.
       01  LISTING-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-ARCH-STATUS PIC XX.
           77 WS-MST-STATUS PIC XX.
           77 WS-PARM-PALABRA PIC X(20).
           77 WS-PARM-VALOR PIC X(500).
           77 WS-TODAS PIC X VALUE 'N'.
           77 WS-ENCONTRADA PIC X VALUE 'N'.
           77 WS-PEDIDA PIC X VALUE 'N'.
           77 WS-PD-IDX PIC 9(2).
           77 WS-PD-USADAS PIC 9(2) VALUE ZERO.
           77 WS-ACCION PIC X(20).
           77 WS-LEIDOS PIC 9(9) VALUE ZERO.
           77 WS-ALTAS PIC 9(9) VALUE ZERO.
           77 WS-FUSION-ANTES PIC 9(9) VALUE ZERO.
           77 WS-FUSION-DESPUES PIC 9(9) VALUE ZERO.
           77 WS-YA-PRESENTES PIC 9(9) VALUE ZERO.
           77 WS-NO-PEDIDAS PIC 9(9) VALUE ZERO.
           77 WS-PEDIDAS-FALTAN PIC 9(3) VALUE ZERO.
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-NORMALIZADO VALUE 'N'.
               88 MODO-ESTRICTO VALUE 'E'.
      *> Frases pedidas con FRASE=, ya limpias, y si se han hallado
      *> en algun archivo.
       01  WS-PEDIDAS-TABLA.
           05 WS-PD-ENT OCCURS 50 TIMES.
               10 WS-PD-FRASE  PIC X(500).
               10 WS-PD-HALLADA PIC X.
       01  WS-DETALLE-LINEA.
           05 WS-DET-ACCION   PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-PRIMERA  PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-ULTIMA   PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-VECES    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-FRASE    PIC X(79).
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-COMPARACION FROM ENVIRONMENT "PALINDROMO-MODO"
           IF NOT MODO-ESTRICTO
               MOVE 'N' TO WS-MODO-COMPARACION
           END-IF
           PERFORM LEE-PARAMETROS
           OPEN INPUT ARCHIVE-IN-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MSTARCH, FILE STATUS: "
                   WS-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PHRASE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO FRASMAST, FILE STATUS: "
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LISTING-OUT-FILE
           PERFORM ESCRIBE-CABECERA-LISTADO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM TRATA-FILA-ARCHIVADA
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE
           CLOSE PHRASE-MASTER-FILE
           PERFORM ESCRIBE-TOTALES-LISTADO
           CLOSE LISTING-OUT-FILE
           DISPLAY "FILAS ARCHIVADAS LEIDAS     : " WS-LEIDOS
           DISPLAY "DADAS DE ALTA EN FRASMAST   : " WS-ALTAS
           DISPLAY "FUSIONADAS (HISTORIA PREVIA): " WS-FUSION-ANTES
           DISPLAY "FUSIONADAS (HISTORIA POST.) : " WS-FUSION-DESPUES
           DISPLAY "YA PRESENTES EN FRASMAST    : " WS-YA-PRESENTES
           DISPLAY "NO REAPARECIDAS NI PEDIDAS  : " WS-NO-PEDIDAS
           IF WS-PEDIDAS-FALTAN > ZERO
               DISPLAY "AVISO: FRASES PEDIDAS QUE NO ESTAN EN LOS "
                   "ARCHIVOS: " WS-PEDIDAS-FALTAN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Carga la tarjeta RESTPRM. Sin tarjeta solo se fusionan las
      *> frases reaparecidas. Una linea que no se reconoce para el
      *> paso con CC 12: no se sabria que se queria restaurar.
       LEE-PARAMETROS.
           OPEN INPUT PARAM-FILE
           EVALUATE WS-PARAM-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PARAM-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF PARAM-REC NOT = SPACES
                                       AND PARAM-REC(1:1) NOT = "*"
                                   PERFORM APLICA-PARAMETRO
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF
                   CLOSE PARAM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO RESTPRM, FILE STATUS: "
                       WS-PARAM-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Trocea una linea PALABRA=VALOR. La frase pedida se limpia
      *> con la rutina comun en el modo de comparacion en vigor,
      *> igual que la consulta de PALINDROMO-MSTQRY.
       APLICA-PARAMETRO.
           MOVE SPACES TO WS-PARM-PALABRA
           MOVE SPACES TO WS-PARM-VALOR
           UNSTRING PARAM-REC DELIMITED BY "="
               INTO WS-PARM-PALABRA WS-PARM-VALOR
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-PARM-PALABRA = "FRASE"
                       AND WS-PARM-VALOR NOT = SPACES
                   IF WS-PD-USADAS = 50
                       DISPLAY "DEMASIADAS FRASES EN RESTPRM"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'L' TO VRD-FUNCION
                   MOVE WS-PARM-VALOR TO VRD-FRASE
                   MOVE WS-MODO-COMPARACION TO VRD-MODO-COMPARACION
                   MOVE 'C' TO VRD-MODO-PROCESO
                   CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
                   ADD 1 TO WS-PD-USADAS
                   MOVE VRD-FRASE-LIMPIA TO WS-PD-FRASE(WS-PD-USADAS)
                   MOVE 'N' TO WS-PD-HALLADA(WS-PD-USADAS)
               WHEN WS-PARM-PALABRA = "TODAS"
                       AND WS-PARM-VALOR = "S"
                   MOVE 'S' TO WS-TODAS
               WHEN OTHER
                   DISPLAY "LINEA INVALIDA EN RESTPRM: "
                       PARAM-REC(1:80)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Busca la fila archivada en el maestro y decide: fusionar su
      *> historia con la fila viva, darla de alta o dejarla.
       TRATA-FILA-ARCHIVADA.
           MOVE 'N' TO WS-PEDIDA
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-USADAS
               IF WS-PD-FRASE(WS-PD-IDX) = MST-FRASE OF ARCHIVE-IN-REC
                   MOVE 'S' TO WS-PEDIDA
                   MOVE 'S' TO WS-PD-HALLADA(WS-PD-IDX)
               END-IF
           END-PERFORM
           MOVE MST-FRASE OF ARCHIVE-IN-REC
               TO MST-FRASE OF PHRASE-MASTER-REC
           MOVE 'Y' TO WS-ENCONTRADA
           READ PHRASE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENCONTRADA
           END-READ
           IF WS-ENCONTRADA = 'Y'
               PERFORM FUSIONA-HISTORIA
           ELSE
               IF WS-TODAS = 'S' OR WS-PEDIDA = 'S'
                   MOVE ARCHIVE-IN-REC TO PHRASE-MASTER-REC
                   WRITE PHRASE-MASTER-REC
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO FRASMAST, FILE "
                               "STATUS: " WS-MST-STATUS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-ALTAS
                   MOVE "DADA DE ALTA" TO WS-ACCION
                   PERFORM ESCRIBE-DETALLE
               ELSE
                   ADD 1 TO WS-NO-PEDIDAS
               END-IF
           END-IF.

      *> La frase ya esta en el maestro. Solo se fusiona si la fila
      *> archivada cubre un periodo distinto del de la fila viva;
      *> con periodos solapados la historia ya esta sumada.
       FUSIONA-HISTORIA.
           EVALUATE TRUE
               WHEN MST-ULTIMA-FECHA OF ARCHIVE-IN-REC <
                       MST-PRIMERA-FECHA OF PHRASE-MASTER-REC
                   MOVE MST-PRIMERA-FECHA OF ARCHIVE-IN-REC
                       TO MST-PRIMERA-FECHA OF PHRASE-MASTER-REC
                   ADD MST-VECES-VISTA OF ARCHIVE-IN-REC
                       TO MST-VECES-VISTA OF PHRASE-MASTER-REC
                   PERFORM REESCRIBE-MAESTRO
                   ADD 1 TO WS-FUSION-ANTES
                   MOVE "FUSIONADA (PREVIA)" TO WS-ACCION
                   PERFORM ESCRIBE-DETALLE
               WHEN MST-PRIMERA-FECHA OF ARCHIVE-IN-REC >
                       MST-ULTIMA-FECHA OF PHRASE-MASTER-REC
                   MOVE MST-PRIMERA-FECHA OF PHRASE-MASTER-REC
                       TO MST-PRIMERA-FECHA OF ARCHIVE-IN-REC
                   ADD MST-VECES-VISTA OF PHRASE-MASTER-REC
                       TO MST-VECES-VISTA OF ARCHIVE-IN-REC
                   MOVE ARCHIVE-IN-REC TO PHRASE-MASTER-REC
                   PERFORM REESCRIBE-MAESTRO
                   ADD 1 TO WS-FUSION-DESPUES
                   MOVE "FUSIONADA (POSTERIOR)" TO WS-ACCION
                   PERFORM ESCRIBE-DETALLE
               WHEN OTHER
                   ADD 1 TO WS-YA-PRESENTES
           END-EVALUATE.

       REESCRIBE-MAESTRO.
           REWRITE PHRASE-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR REESCRIBIENDO FRASMAST, FILE "
                       "STATUS: " WS-MST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       ESCRIBE-DETALLE.
           MOVE WS-ACCION TO WS-DET-ACCION
           MOVE MST-PRIMERA-FECHA OF PHRASE-MASTER-REC
               TO WS-DET-PRIMERA
           MOVE MST-ULTIMA-FECHA OF PHRASE-MASTER-REC TO WS-DET-ULTIMA
           MOVE MST-VECES-VISTA OF PHRASE-MASTER-REC TO WS-DET-VECES
           MOVE MST-FRASE OF PHRASE-MASTER-REC TO WS-DET-FRASE
           MOVE WS-DETALLE-LINEA TO LISTING-LINE
           WRITE LISTING-LINE.

       ESCRIBE-CABECERA-LISTADO.
           MOVE SPACES TO LISTING-LINE
           STRING "RESTAURACION EN FRASMAST DE FRASES ARCHIVADAS"
               DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "FRASES PEDIDAS: " DELIMITED BY SIZE
               WS-PD-USADAS DELIMITED BY SIZE
               "  TODAS: " DELIMITED BY SIZE
               WS-TODAS DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "ACCION                PRIMERA   ULTIMA    "
               DELIMITED BY SIZE
               "     VECES  FRASE (LIMPIA)" DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE.

       ESCRIBE-TOTALES-LISTADO.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-USADAS
               IF WS-PD-HALLADA(WS-PD-IDX) = 'N'
                   ADD 1 TO WS-PEDIDAS-FALTAN
                   MOVE SPACES TO LISTING-LINE
                   STRING "FRASE PEDIDA NO ARCHIVADA: "
                       DELIMITED BY SIZE
                       WS-PD-FRASE(WS-PD-IDX)(1:80) DELIMITED BY SIZE
                       INTO LISTING-LINE
                   WRITE LISTING-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "FILAS ARCHIVADAS LEIDAS       : " DELIMITED BY SIZE
               WS-LEIDOS DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "DADAS DE ALTA EN FRASMAST     : " DELIMITED BY SIZE
               WS-ALTAS DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "FUSIONADAS CON HISTORIA PREVIA: " DELIMITED BY SIZE
               WS-FUSION-ANTES DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "FUSIONADAS CON HISTORIA POST. : " DELIMITED BY SIZE
               WS-FUSION-DESPUES DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "YA PRESENTES EN FRASMAST      : " DELIMITED BY SIZE
               WS-YA-PRESENTES DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "NO REAPARECIDAS NI PEDIDAS    : " DELIMITED BY SIZE
               WS-NO-PEDIDAS DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE.

       END PROGRAM PALINDROMO-MSTRST.
