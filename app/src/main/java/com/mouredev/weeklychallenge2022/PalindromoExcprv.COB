      *> Vista previa del impacto de las transacciones de excepcion
      *> pendientes de aprobacion. Antes de que un segundo analista
      *> apruebe con PALINDROMO-EXCAPR las altas/bajas que
      *> PALINDROMO-MAINT dejo en EXCPEND (VER PALIPEND), este
      *> programa lista en PREVRPT, por cada pendiente, quien la
      *> pidio, la excepcion que hay hoy en EXCEPTNS para la frase y
      *> si el veredicto guardado en el maestro de frases FRASMAST
      *> cambiaria; despues recorre el RESULTS del dia y lista cada
      *> fila cuyo veredicto cambiaria si se aprobara. Las altas
      *> imponen su veredicto si estan vigentes en la fecha de
      *> negocio y las bajas devuelven la frase a la comparacion
      *> normal del lote, igual que hara PALINDROMO-CORR con las
      *> transacciones aprobadas, con la misma rutina comun del
      *> veredicto PALINDROMO-VERD (VER PALIVERD) que usan el lote
      *> y la correccion. Solo lee: ni EXCPEND ni los
      *> maestros cambian. FRASMAST y RESULTS son opcionales (sin
      *> ellos se avisa y se lista lo que haya). Termina con CC 4
      *> cuando no hay ninguna transaccion pendiente.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-EXCPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "EXCPEND"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS WS-PEND-STATUS.
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
           SELECT RESULT-IN-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
           SELECT LISTING-OUT-FILE ASSIGN TO "PREVRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PALIPEND.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-REC.
           COPY PALEXCPT.
       FD  PHRASE-MASTER-FILE.
       01  PHRASE-MASTER-REC.
           COPY PALIMAST.
       FD  RESULT-IN-FILE.
       01  RESULT-IN-REC.
           COPY PALIRSLT.
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  LISTING-OUT-FILE.
       01  LISTING-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
           COPY PALIFRAS.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-PEND-STATUS PIC XX.
           77 WS-EXC-STATUS PIC XX.
           77 WS-EXC-DISPONIBLE PIC X VALUE 'N'.
           77 WS-MST-STATUS PIC XX.
           77 WS-MST-DISPONIBLE PIC X VALUE 'N'.
           77 WS-RESULT-STATUS PIC XX.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 WS-FECHA-PROCESO PIC 9(8).
           77 WS-PENDIENTES PIC 9(5) VALUE ZERO.
           77 WS-TRX-IDX PIC 9(3).
           77 WS-TRX-HALLADA PIC 9(3).
           77 WS-FILAS-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-CAMBIOS-RESULTS PIC 9(9) VALUE ZERO.
           77 WS-CAMBIOS-MAESTRO PIC 9(9) VALUE ZERO.
           77 WS-VERDICT-ACTUAL PIC X(3).
           77 WS-NUEVO-VERDICT PIC X(3).
           77 WS-VIGENTE PIC X.
           77 I PIC 9(3).
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-NORMALIZADO VALUE 'N'.
               88 MODO-ESTRICTO VALUE 'E'.
      *> Transacciones pendientes cargadas de EXCPEND, en orden de
      *> clave (orden de llegada). Si una misma frase aparece en
      *> varias, manda la ultima, igual que al aplicarse.
       01  WS-TRANS-TABLA.
           05 WS-TRX-ENT OCCURS 200 TIMES.
               10 WS-TRX-CLAVE    PIC X(19).
               10 WS-TRX-ACCION   PIC X.
               10 WS-TRX-FRASE    PIC X(500).
               10 WS-TRX-VERDICT  PIC X(3).
               10 WS-TRX-EFECTIVA PIC 9(8).
               10 WS-TRX-EXPIRA   PIC 9(8).
               10 WS-TRX-SOLICITANTE PIC X(20).
       01  WS-PENDIENTE-LINEA.
           05 WS-PDL-CLAVE     PIC X(19).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PDL-ACCION    PIC X(4).
           05 WS-PDL-VERDICT   PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PDL-SOLICITANTE PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PDL-FRASE     PIC X(80).
       01  WS-IMPACTO-LINEA.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-IMP-FICHERO   PIC X(10).
           05 WS-IMP-FECHA     PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-IMP-ORIGEN    PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IMP-ANTES     PIC X(3).
           05 FILLER           PIC X(4) VALUE " -> ".
           05 WS-IMP-DESPUES   PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IMP-NOTA      PIC X(19).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IMP-FRASE     PIC X(60).
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-COMPARACION FROM ENVIRONMENT "PALINDROMO-MODO"
           IF NOT MODO-ESTRICTO
               MOVE 'N' TO WS-MODO-COMPARACION
           END-IF
           PERFORM LEE-FECHA-PROCESO
           PERFORM PREPARA-VEREDICTO
           PERFORM CARGA-PENDIENTES
           PERFORM ABRE-MAESTROS
           OPEN OUTPUT LISTING-OUT-FILE
           PERFORM ESCRIBE-CABECERA
           PERFORM VARYING WS-TRX-IDX FROM 1 BY 1
                   UNTIL WS-TRX-IDX > WS-PENDIENTES
               PERFORM LISTA-PENDIENTE
           END-PERFORM
           PERFORM REVISA-RESULTS
           IF WS-EXC-DISPONIBLE = 'Y'
               CLOSE EXCEPTIONS-FILE
           END-IF
           IF WS-MST-DISPONIBLE = 'Y'
               CLOSE PHRASE-MASTER-FILE
           END-IF
           PERFORM ESCRIBE-TOTALES
           CLOSE LISTING-OUT-FILE
           DISPLAY "TRANSACCIONES PENDIENTES : " WS-PENDIENTES
           DISPLAY "FILAS FRASMAST QUE CAMBIAN: " WS-CAMBIOS-MAESTRO
           DISPLAY "FILAS RESULTS LEIDAS     : " WS-FILAS-LEIDAS
           DISPLAY "FILAS RESULTS QUE CAMBIAN: " WS-CAMBIOS-RESULTS
           IF WS-PENDIENTES = ZERO
               DISPLAY "NO HAY TRANSACCIONES PENDIENTES DE APROBAR"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Carga en memoria las transacciones de EXCPEND que siguen
      *> pendientes (las aprobadas y rechazadas ya no cuentan). Un
      *> fichero con mas pendientes de las que caben detiene el
      *> proceso antes de listar un impacto incompleto.
       CARGA-PENDIENTES.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO EXCPEND, FILE STATUS: "
                   WS-PEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PEND-PENDIENTE
                           PERFORM CARGA-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE PENDING-FILE.

       CARGA-PENDIENTE.
           IF WS-PENDIENTES >= 200
               DISPLAY "DEMASIADAS TRANSACCIONES PENDIENTES "
                   "(MAXIMO 200)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PENDIENTES
           MOVE PEND-CLAVE TO WS-TRX-CLAVE(WS-PENDIENTES)
           MOVE PEND-ACCION TO WS-TRX-ACCION(WS-PENDIENTES)
           MOVE PEND-FRASE TO WS-TRX-FRASE(WS-PENDIENTES)
           MOVE PEND-VERDICT TO WS-TRX-VERDICT(WS-PENDIENTES)
           MOVE PEND-EFECTIVA TO WS-TRX-EFECTIVA(WS-PENDIENTES)
           MOVE PEND-EXPIRA TO WS-TRX-EXPIRA(WS-PENDIENTES)
           MOVE PEND-SOLICITANTE
               TO WS-TRX-SOLICITANTE(WS-PENDIENTES).

      *> Abre en consulta los maestros de excepciones y de frases.
      *> Cualquiera de los dos puede faltar (instalacion nueva): se
      *> avisa y la vista previa sigue con lo que haya.
       ABRE-MAESTROS.
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXC-STATUS = "00"
               MOVE 'Y' TO WS-EXC-DISPONIBLE
           ELSE
               DISPLAY "AVISO: EXCEPTNS NO DISPONIBLE, FILE STATUS: "
                   WS-EXC-STATUS
           END-IF
           OPEN INPUT PHRASE-MASTER-FILE
           IF WS-MST-STATUS = "00"
               MOVE 'Y' TO WS-MST-DISPONIBLE
           ELSE
               DISPLAY "AVISO: FRASMAST NO DISPONIBLE, FILE STATUS: "
                   WS-MST-STATUS
           END-IF.

      *> Lista la transaccion pendiente en curso, la excepcion que
      *> tiene hoy la frase en EXCEPTNS y el efecto sobre su fila de
      *> FRASMAST (la clave del maestro es la frase limpia).
       LISTA-PENDIENTE.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE WS-TRX-CLAVE(WS-TRX-IDX) TO WS-PDL-CLAVE
           IF WS-TRX-ACCION(WS-TRX-IDX) = 'A'
               MOVE "ALTA" TO WS-PDL-ACCION
               MOVE WS-TRX-VERDICT(WS-TRX-IDX) TO WS-PDL-VERDICT
           ELSE
               MOVE "BAJA" TO WS-PDL-ACCION
               MOVE SPACES TO WS-PDL-VERDICT
           END-IF
           MOVE WS-TRX-SOLICITANTE(WS-TRX-IDX) TO WS-PDL-SOLICITANTE
           MOVE WS-TRX-FRASE(WS-TRX-IDX) TO WS-PDL-FRASE
           MOVE WS-PENDIENTE-LINEA TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO WS-VERDICT-ACTUAL
           MOVE "NINGUNA" TO WS-IMP-NOTA
           IF WS-EXC-DISPONIBLE = 'Y'
               MOVE WS-TRX-FRASE(WS-TRX-IDX) TO EXC-FRASE
               READ EXCEPTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EXC-VERDICT TO WS-VERDICT-ACTUAL
                       MOVE "VIGENTE" TO WS-IMP-NOTA
                       IF (EXC-FECHA-EFECTIVA > ZERO
                               AND EXC-FECHA-EFECTIVA
                                   > WS-FECHA-PROCESO)
                           OR (EXC-FECHA-EXPIRA > ZERO
                               AND EXC-FECHA-EXPIRA
                                   < WS-FECHA-PROCESO)
                           MOVE "NO VIGENTE" TO WS-IMP-NOTA
                       END-IF
               END-READ
           ELSE
               MOVE "SIN EXCEPTNS" TO WS-IMP-NOTA
           END-IF
           MOVE "EXCEPTNS" TO WS-IMP-FICHERO
           MOVE SPACES TO WS-IMP-FECHA
           MOVE SPACES TO WS-IMP-ORIGEN
           MOVE WS-VERDICT-ACTUAL TO WS-IMP-ANTES
           IF WS-TRX-ACCION(WS-TRX-IDX) = 'A'
               MOVE WS-TRX-VERDICT(WS-TRX-IDX) TO WS-IMP-DESPUES
           ELSE
               MOVE SPACES TO WS-IMP-DESPUES
           END-IF
           MOVE SPACES TO WS-IMP-FRASE
           MOVE WS-IMPACTO-LINEA TO LISTING-LINE
           WRITE LISTING-LINE
           IF WS-MST-DISPONIBLE = 'Y'
               PERFORM REVISA-MAESTRO
           END-IF.

      *> Efecto de la transaccion sobre FRASMAST: un alta vigente
      *> cambia la fila si su veredicto guardado es otro; una baja
      *> solo cambia las filas forzadas por excepcion, que se
      *> vuelven a juzgar con la comparacion normal.
       REVISA-MAESTRO.
           MOVE WS-TRX-FRASE(WS-TRX-IDX) TO FRASE
           PERFORM PREPARA-FRASE-LIMPIA
           MOVE VRD-FRASE-LIMPIA TO MST-FRASE
           MOVE "FRASMAST" TO WS-IMP-FICHERO
           READ PHRASE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-IMP-ANTES
                   MOVE SPACES TO WS-IMP-DESPUES
                   MOVE "SIN FILA" TO WS-IMP-NOTA
               NOT INVALID KEY
                   MOVE MST-VERDICT TO WS-VERDICT-ACTUAL
                   MOVE WS-TRX-IDX TO WS-TRX-HALLADA
                   IF WS-TRX-ACCION(WS-TRX-IDX) = 'B'
                           AND MST-EXC-FORZADA NOT = 'S'
                       MOVE MST-VERDICT TO WS-NUEVO-VERDICT
                   ELSE
                       PERFORM DECIDE-VEREDICTO
                   END-IF
                   MOVE MST-VERDICT TO WS-IMP-ANTES
                   MOVE WS-NUEVO-VERDICT TO WS-IMP-DESPUES
                   IF WS-NUEVO-VERDICT = MST-VERDICT
                       MOVE "SIN CAMBIO" TO WS-IMP-NOTA
                   ELSE
                       MOVE "CAMBIA" TO WS-IMP-NOTA
                       ADD 1 TO WS-CAMBIOS-MAESTRO
                   END-IF
           END-READ
           MOVE MST-ULTIMA-FECHA TO WS-IMP-FECHA
           IF WS-IMP-NOTA = "SIN FILA"
               MOVE SPACES TO WS-IMP-FECHA
           END-IF
           MOVE SPACES TO WS-IMP-ORIGEN
           MOVE VRD-FRASE-LIMPIA TO WS-IMP-FRASE
           MOVE WS-IMPACTO-LINEA TO LISTING-LINE
           WRITE LISTING-LINE.

      *> Recorre el RESULTS del dia y lista cada fila cuyo veredicto
      *> cambiaria con la ultima transaccion pendiente de su frase.
      *> Sin RESULTS (todavia no ha corrido el lote) se avisa y no
      *> hay nada que listar.
       REVISA-RESULTS.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "FILAS DEL RESULTS DEL DIA QUE CAMBIARIAN DE "
               DELIMITED BY SIZE
               "VEREDICTO" DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE
           OPEN INPUT RESULT-IN-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "AVISO: RESULTS NO DISPONIBLE, FILE STATUS: "
                   WS-RESULT-STATUS
               MOVE SPACES TO LISTING-LINE
               MOVE "    (RESULTS NO DISPONIBLE)" TO LISTING-LINE
               WRITE LISTING-LINE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RESULT-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FILAS-LEIDAS
                           PERFORM REVISA-FILA-RESULTS
                   END-READ
               END-PERFORM
               CLOSE RESULT-IN-FILE
           END-IF.

       REVISA-FILA-RESULTS.
           MOVE ZERO TO WS-TRX-HALLADA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PENDIENTES
               IF WS-TRX-FRASE(I) = RSLT-FRASE
                   MOVE I TO WS-TRX-HALLADA
               END-IF
           END-PERFORM
           IF WS-TRX-HALLADA > ZERO
               MOVE RSLT-FRASE TO FRASE
               PERFORM PREPARA-FRASE-LIMPIA
               MOVE RSLT-VERDICT TO WS-VERDICT-ACTUAL
               PERFORM DECIDE-VEREDICTO
               IF WS-NUEVO-VERDICT NOT = RSLT-VERDICT
                   ADD 1 TO WS-CAMBIOS-RESULTS
                   MOVE "RESULTS" TO WS-IMP-FICHERO
                   MOVE RSLT-FECHA-FEED TO WS-IMP-FECHA
                   MOVE RSLT-ORIGEN TO WS-IMP-ORIGEN
                   MOVE RSLT-VERDICT TO WS-IMP-ANTES
                   MOVE WS-NUEVO-VERDICT TO WS-IMP-DESPUES
                   MOVE WS-TRX-CLAVE(WS-TRX-HALLADA)
                       TO WS-IMP-NOTA
                   MOVE RSLT-FRASE TO WS-IMP-FRASE
                   MOVE WS-IMPACTO-LINEA TO LISTING-LINE
                   WRITE LISTING-LINE
               END-IF
           END-IF.

      *> Veredicto que quedaria con la transaccion WS-TRX-HALLADA
      *> (la frase ya preparada en el area de PALINDROMO-VERD): un alta
      *> vigente en la fecha de negocio impone su veredicto, un alta
      *> fuera de vigencia no cambia nada y una baja devuelve la
      *> frase a la comparacion por letras del lote.
       DECIDE-VEREDICTO.
           MOVE WS-VERDICT-ACTUAL TO WS-NUEVO-VERDICT
           IF WS-TRX-ACCION(WS-TRX-HALLADA) = 'A'
               MOVE 'N' TO WS-VIGENTE
               IF (WS-TRX-EFECTIVA(WS-TRX-HALLADA) = ZERO
                       OR WS-TRX-EFECTIVA(WS-TRX-HALLADA)
                           <= WS-FECHA-PROCESO)
                   AND (WS-TRX-EXPIRA(WS-TRX-HALLADA) = ZERO
                       OR WS-TRX-EXPIRA(WS-TRX-HALLADA)
                           >= WS-FECHA-PROCESO)
                   MOVE 'Y' TO WS-VIGENTE
               END-IF
               IF WS-VIGENTE = 'Y'
                   MOVE WS-TRX-VERDICT(WS-TRX-HALLADA)
                       TO WS-NUEVO-VERDICT
               END-IF
           ELSE
               PERFORM RECALCULA-VEREDICTO
           END-IF.

      *> Vuelve a juzgar la frase ya preparada con la rutina comun
      *> del lote, solo con el calculo: la baja retira la
      *> excepcion, y el veredicto guardado en FRASMAST es
      *> justamente el que se esta revisando.
       RECALCULA-VEREDICTO.
           MOVE 'V' TO VRD-FUNCION
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
           MOVE VRD-VERDICT TO WS-NUEVO-VERDICT.

      *> Limpia la frase en curso con la rutina comun, igual que el
      *> lote, para buscar en FRASMAST la misma clave limpia.
       PREPARA-FRASE-LIMPIA.
           MOVE 'L' TO VRD-FUNCION
           MOVE FRASE TO VRD-FRASE
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
           MOVE VRD-LONG TO LONG.

      *> Parametros fijos de la vista previa para PALINDROMO-VERD:
      *> modo de comparacion y fecha de negocio, juzgando solo con
      *> el calculo y sin tocar ningun maestro.
       PREPARA-VEREDICTO.
           MOVE WS-MODO-COMPARACION TO VRD-MODO-COMPARACION
           MOVE 'C' TO VRD-MODO-PROCESO
           MOVE 3 TO VRD-UMBRAL-CASI
           MOVE WS-FECHA-PROCESO TO VRD-FECHA-PROCESO
           MOVE 'N' TO VRD-USA-EXCEPCIONES
           MOVE 'N' TO VRD-USA-MAESTRO
           MOVE 'N' TO VRD-ACTUALIZA
           MOVE SPACES TO VRD-VERDICT-IMPUESTO.

       ESCRIBE-CABECERA.
           MOVE SPACES TO LISTING-LINE
           STRING "IMPACTO DE LAS EXCEPCIONES PENDIENTES DE "
               DELIMITED BY SIZE
               "APROBACION A " DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "CLAVE                ACCION   SOLICITANTE"
               DELIMITED BY SIZE
               "             FRASE" DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "    FICHERO   FECHA    ORG  ANTES  DESPUES  "
               DELIMITED BY SIZE
               "NOTA" DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "TRANSACCIONES PENDIENTES : " DELIMITED BY SIZE
               WS-PENDIENTES DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "FILAS FRASMAST QUE CAMBIAN: " DELIMITED BY SIZE
               WS-CAMBIOS-MAESTRO DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE

           MOVE SPACES TO LISTING-LINE
           STRING "FILAS RESULTS QUE CAMBIAN: " DELIMITED BY SIZE
               WS-CAMBIOS-RESULTS DELIMITED BY SIZE
               INTO LISTING-LINE
           WRITE LISTING-LINE.

      *> Carga la fecha de negocio desde la tarjeta de control
      *> FECHAPRM (una linea FECHA=AAAAMMDD), la misma del resto de
      *> la cadena, para juzgar la vigencia de las altas con la
      *> fecha del RESULTS que se revisa. Si la tarjeta no viene
      *> asignada en el job se usa la fecha del sistema; una
      *> tarjeta presente pero ilegible para el proceso con CC 12.
       LEE-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT FECHA-PARAM-FILE
           EVALUATE WS-FECHAPRM-STATUS
               WHEN "00"
                   MOVE SPACES TO FECHA-PARAM-REC
                   READ FECHA-PARAM-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE FECHA-PARAM-FILE
                   MOVE SPACES TO WS-FECHA-PALABRA
                   MOVE SPACES TO WS-FECHA-VALOR
                   UNSTRING FECHA-PARAM-REC DELIMITED BY "="
                       INTO WS-FECHA-PALABRA WS-FECHA-VALOR
                   END-UNSTRING
                   IF WS-FECHA-PALABRA = "FECHA"
                           AND WS-FECHA-VALOR(1:8) IS NUMERIC
                       MOVE WS-FECHA-VALOR(1:8) TO WS-FECHA-PROCESO
                   ELSE
                       DISPLAY "FECHA DE PROCESO INVALIDA EN "
                           "FECHAPRM: " FECHA-PARAM-REC(1:20)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO FECHAPRM, FILE STATUS: "
                       WS-FECHAPRM-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       END PROGRAM PALINDROMO-EXCPRV.
