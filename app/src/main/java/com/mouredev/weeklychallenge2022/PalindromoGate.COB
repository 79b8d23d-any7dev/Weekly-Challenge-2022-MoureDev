      *> Control de anomalias previo a la distribucion. El cuadre de
      *> PALINDROMO-RECON solo demuestra que FRASEDUP, RESULTS y
      *> AUDITLOG coinciden entre si: un fichero del proveedor que
      *> llega a medio tamanyo, o un error de modo que dispara el
      *> porcentaje de SI, cuadra perfectamente y saldria tal cual
      *> por el extracto de BI y por los ficheros de retorno. Este
      *> paso, que corre justo antes de ellos, compara para cada
      *> fecha de envio de RESULTS (las mismas fechas con las que
      *> PALINDROMO-RPT escribe HISTORY) seis controles contra la
      *> media de las ultimas fechas anteriores de HISTORY:
      *> - TOTAL   frases probadas (desviacion en %)
      *> - MEZCLA  porcentaje de SI (desviacion en puntos)
      *> - CASI    frases falladas a un cambio de ser palindromo (%)
      *> - MKT, LAB y EXT  frases probadas de cada departamento (%)
      *> Las tolerancias vienen de la tarjeta GATEPRM (lineas
      *> PALABRA=VALOR; las lineas en blanco o con asterisco en la
      *> columna 1 se ignoran y la palabra que falte toma el valor
      *> por defecto):
      *>   DIAS=nnn    fechas anteriores promediadas (20)
      *>   MINIMO=nnn  fechas anteriores necesarias para juzgar un
      *>               control; con menos solo se avisa (5)
      *>   TOTAL=nnn   desviacion maxima del total, en % (50)
      *>   MEZCLA=nnn  desviacion maxima del % de SI, en puntos (10)
      *>   CASI=nnn    desviacion maxima de los casi-palindromos (50)
      *>   ORIGEN=nnn  desviacion maxima de cada departamento (50)
      *>   UMBRAL=nnn  volumen por debajo del cual (hoy y en la
      *>               media) un control no se juzga, porque con
      *>               cuatro frases cualquier % es ruido (20)
      *> Una tolerancia a cero deja el control sin medir.
      *>
      *> Un control fuera de tolerancia se puede liberar sin tocar
      *> el JCL con la tarjeta de liberacion GATEOVR que mantiene
      *> operaciones (dataset PROD.PALINDR.GATEOVR), una linea por
      *> control liberado:
      *>   LIBERAR=AAAAMMDD CONTROL MOTIVO
      *> donde AAAAMMDD es la fecha de negocio de la noche (la de
      *> FECHAPRM, para que una liberacion olvidada no valga para
      *> otra noche), CONTROL es TOTAL, MEZCLA, CASI, MKT, LAB, EXT
      *> o TODO, y MOTIVO es texto libre obligatorio que sale en el
      *> informe. Las lineas de otras fechas se cuentan y se ignoran.
      *>
      *> Escribe el informe GATERPT y termina con:
      *>   CC 0  todo dentro de tolerancia
      *>   CC 4  distribucion liberada con avisos: controles
      *>         liberados por GATEOVR o sin historia suficiente
      *>   CC 8  algun control fuera de tolerancia sin liberar: el
      *>         planificador retiene la distribucion
      *>   CC 12 tarjeta GATEPRM o GATEOVR invalida, o error de E/S
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-GATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-IN-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTORY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PARAM-FILE ASSIGN TO "GATEPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT LIBERA-FILE ASSIGN TO "GATEOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERA-STATUS.
           SELECT GATE-OUT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE.
       01  RESULT-IN-REC.
           COPY PALIRSLT.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY PALIHIST.
       FD  PARAM-FILE.
       01  PARAM-REC          PIC X(80).
       FD  LIBERA-FILE.
       01  LIBERA-REC         PIC X(80).
       FD  GATE-OUT-FILE.
       01  GATE-LINE          PIC X(132).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       WORKING-STORAGE SECTION.
           77 WS-RESULT-STATUS PIC XX.
           77 WS-HIST-STATUS PIC XX.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-LIBERA-STATUS PIC XX.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 WS-PARAM-PALABRA PIC X(20).
           77 WS-PARAM-VALOR PIC X(60).
           77 WS-PARAM-EOF PIC X VALUE 'N'.
           77 WS-PARM-VALIDO PIC X VALUE 'N'.
           77 WS-PARM-NUMERO PIC 9(9) VALUE ZERO.
           77 WS-DIGITO PIC 9.
           77 K PIC 9(3).
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HIST-EOF PIC X VALUE 'N'.
           77 WS-HIST-DISPONIBLE PIC X VALUE 'N'.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-DIAS PIC 9(3) VALUE 20.
           77 WS-MINIMO PIC 9(3) VALUE 5.
           77 WS-UMBRAL PIC 9(9) VALUE 20.
           77 WS-TOL-TOTAL PIC 9(3) VALUE 50.
           77 WS-TOL-MEZCLA PIC 9(3) VALUE 10.
           77 WS-TOL-CASI PIC 9(3) VALUE 50.
           77 WS-TOL-ORIGEN PIC 9(3) VALUE 50.
           77 WS-FILAS-RESULTS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-HISTORY PIC 9(9) VALUE ZERO.
           77 WS-HIST-REPETIDAS PIC 9(9) VALUE ZERO.
           77 WS-HIST-ILEGIBLES PIC 9(9) VALUE ZERO.
           77 WS-FECHA-ANTERIOR PIC 9(8) VALUE ZERO.
           77 WS-FILA-VALIDA PIC X VALUE 'N'.
           77 WS-PASADA PIC 9 VALUE 1.
           77 WS-GD-IDX PIC 9(2).
           77 WS-GD-POS PIC 9(2).
           77 WS-GD-USADAS PIC 9(2) VALUE ZERO.
           77 WS-GD-FECHA-FILA PIC 9(8).
           77 WS-MET-IDX PIC 9.
           77 WS-MEDIA PIC 9(9)V99.
           77 WS-DESV PIC S9(7)V99.
           77 WS-DESV-ABS PIC 9(7)V99.
           77 WS-TOL-ACTUAL PIC 9(3).
           77 WS-RESULTADO PIC X(12).
           77 WS-MOTIVO PIC X(40).
           77 WS-CONTROLES-JUZGADOS PIC 9(5) VALUE ZERO.
           77 WS-CONTROLES-FUERA PIC 9(5) VALUE ZERO.
           77 WS-CONTROLES-LIBERADOS PIC 9(5) VALUE ZERO.
           77 WS-CONTROLES-SIN-HIST PIC 9(5) VALUE ZERO.
           77 WS-LIB-IDX PIC 9(2).
           77 WS-LIB-USADAS PIC 9(2) VALUE ZERO.
           77 WS-LIB-HALLADA PIC X VALUE 'N'.
           77 WS-LIB-FECHA PIC X(8).
           77 WS-LIB-CONTROL PIC X(8).
           77 WS-LIB-PTR PIC 9(3).
           77 WS-LIB-MOTIVO PIC X(60).
           77 WS-LIB-AJENAS PIC 9(5) VALUE ZERO.
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
      *> Nombres de los seis controles, en el orden de WS-GD-MET:
      *> 1 TOTAL, 2 MEZCLA, 3 CASI, 4 MKT, 5 LAB, 6 EXT.
       01  WS-CONTROLES-NOMBRES.
           05 FILLER PIC X(42)
               VALUE "TOTAL  MEZCLA CASI   MKT    LAB    EXT    ".
       01  WS-CONTROLES REDEFINES WS-CONTROLES-NOMBRES.
           05 WS-CTL-NOMBRE PIC X(7) OCCURS 6 TIMES.
       01  WS-TOLERANCIAS.
           05 WS-TOL PIC 9(3) OCCURS 6 TIMES.
      *> Una entrada por fecha de envio de RESULTS, con los valores
      *> de hoy de cada control y la suma y el numero de fechas de
      *> HISTORY que entran en su media. WS-GD-PREVIAS cuenta las
      *> fechas de HISTORY anteriores a la de la entrada (primera
      *> pasada) y WS-GD-VISTAS las que se llevan leidas en la
      *> segunda, para promediar solo las WS-DIAS ultimas.
       01  WS-FECHAS-TABLA.
           05 WS-GD-ENT OCCURS 31 TIMES.
               10 WS-GD-FECHA    PIC 9(8).
               10 WS-GD-SI       PIC 9(9).
               10 WS-GD-PREVIAS  PIC 9(7).
               10 WS-GD-VISTAS   PIC 9(7).
               10 WS-GD-MET OCCURS 6 TIMES.
                   15 WS-GD-HOY  PIC 9(9)V99.
                   15 WS-GD-SUMA PIC 9(11)V99.
                   15 WS-GD-BASE PIC 9(5).
      *> Liberaciones de GATEOVR vigentes para la fecha de hoy.
       01  WS-LIBERA-TABLA.
           05 WS-LIB-ENT OCCURS 20 TIMES.
               10 WS-LIB-ENT-CONTROL PIC X(7).
               10 WS-LIB-ENT-MOTIVO  PIC X(40).
       01  WS-LINEA-CONTROL.
           05 WS-LC-FECHA     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-CONTROL   PIC X(7).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-LC-HOY       PIC Z(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-MEDIA     PIC Z(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-DESV      PIC -(7)9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 WS-LC-UNIDAD    PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-TOL       PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-BASE      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-RESULTADO PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-MOTIVO    PIC X(40).
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
           05 WS-RLOG-SS PIC 99.
           05 WS-RLOG-CC PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIA-RUNLOG
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-TARJETA-TOLERANCIAS
           PERFORM LEE-LIBERACIONES
           OPEN INPUT RESULT-IN-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RESULTS, FILE STATUS: "
                   WS-RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-FECHAS-TABLA
           PERFORM UNTIL WS-EOF = 'Y'
               READ RESULT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ACUMULA-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RESULT-IN-FILE
      *>   Un RESULTS vacio se juzga como un dia de volumen cero con
      *>   la fecha de proceso, igual que lo anota PALINDROMO-RPT.
           IF WS-GD-USADAS = ZERO
               MOVE 1 TO WS-GD-USADAS
               MOVE WS-FECHA-HOY TO WS-GD-FECHA(1)
           END-IF
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-USADAS
               IF WS-GD-HOY(WS-GD-IDX, 1) > ZERO
                   COMPUTE WS-GD-HOY(WS-GD-IDX, 2) ROUNDED =
                       (WS-GD-SI(WS-GD-IDX) /
                        WS-GD-HOY(WS-GD-IDX, 1)) * 100
               END-IF
           END-PERFORM
           PERFORM CALCULA-MEDIAS
           OPEN OUTPUT GATE-OUT-FILE
           PERFORM ESCRIBE-CABECERA
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-USADAS
               PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                       UNTIL WS-MET-IDX > 6
                   PERFORM JUZGA-CONTROL
               END-PERFORM
           END-PERFORM
           PERFORM ESCRIBE-TOTALES
           CLOSE GATE-OUT-FILE
           PERFORM ESCRIBE-RUNLOG
           STOP RUN.

      *> Acumula la fila de RESULTS en la entrada de su fecha de
      *> envio, con el mismo criterio que ACUMULA-FECHA-FEED de
      *> PALINDROMO-RPT (sin fecha de envio cuenta la fecha de
      *> proceso; las fechas que no caben van a la ultima entrada).
       ACUMULA-RESULTADO.
           ADD 1 TO WS-FILAS-RESULTS
           IF RSLT-FECHA-FEED > ZERO
               MOVE RSLT-FECHA-FEED TO WS-GD-FECHA-FILA
           ELSE
               MOVE WS-FECHA-HOY TO WS-GD-FECHA-FILA
           END-IF
           MOVE ZERO TO WS-GD-POS
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-USADAS
                       OR WS-GD-POS > ZERO
               IF WS-GD-FECHA(WS-GD-IDX) = WS-GD-FECHA-FILA
                   MOVE WS-GD-IDX TO WS-GD-POS
               END-IF
           END-PERFORM
           IF WS-GD-POS = ZERO
               IF WS-GD-USADAS < 31
                   ADD 1 TO WS-GD-USADAS
                   MOVE WS-GD-USADAS TO WS-GD-POS
                   MOVE WS-GD-FECHA-FILA TO WS-GD-FECHA(WS-GD-POS)
               ELSE
                   MOVE WS-GD-USADAS TO WS-GD-POS
               END-IF
           END-IF
           ADD 1 TO WS-GD-HOY(WS-GD-POS, 1)
           IF RSLT-VERDICT = "SI "
               ADD 1 TO WS-GD-SI(WS-GD-POS)
           ELSE
               IF RSLT-CASI = 'S'
                   ADD 1 TO WS-GD-HOY(WS-GD-POS, 3)
               END-IF
           END-IF
           EVALUATE RSLT-ORIGEN
               WHEN "MKT"
                   ADD 1 TO WS-GD-HOY(WS-GD-POS, 4)
               WHEN "LAB"
                   ADD 1 TO WS-GD-HOY(WS-GD-POS, 5)
               WHEN "EXT"
                   ADD 1 TO WS-GD-HOY(WS-GD-POS, 6)
           END-EVALUATE.

      *> Dos pasadas por HISTORY: la primera cuenta, para cada fecha
      *> de envio, cuantas fechas anteriores hay; la segunda suma
      *> solo las WS-DIAS ultimas de ellas. Las filas repetidas de
      *> una misma fecha (un RPT relanzado anyade otra fila igual)
      *> cuentan una sola vez. Sin HISTORY todos los controles
      *> quedan sin historia y el paso avisa con CC 4.
       CALCULA-MEDIAS.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HIST-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-HIST-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: HISTORY NO EXISTE TODAVIA, NO HAY "
                       "MEDIAS CON LAS QUE COMPARAR"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO HISTORY, FILE STATUS: "
                       WS-HIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-HIST-DISPONIBLE = 'Y'
               MOVE ZERO TO WS-FECHA-ANTERIOR
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           ADD 1 TO WS-FILAS-HISTORY
                           PERFORM VALIDA-FILA-HISTORICO
                           IF WS-FILA-VALIDA = 'Y'
                               PERFORM CUENTA-FECHA-PREVIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               OPEN INPUT HISTORY-FILE
               MOVE 2 TO WS-PASADA
               MOVE 'N' TO WS-HIST-EOF
               MOVE ZERO TO WS-FECHA-ANTERIOR
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           PERFORM VALIDA-FILA-HISTORICO
                           IF WS-FILA-VALIDA = 'Y'
                               PERFORM SUMA-FECHA-PREVIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               DISPLAY "FILAS HISTORY LEIDAS   : " WS-FILAS-HISTORY
               DISPLAY "FILAS HISTORY REPETIDAS: " WS-HIST-REPETIDAS
               IF WS-HIST-ILEGIBLES > ZERO
                   DISPLAY "AVISO: FILAS HISTORY ILEGIBLES IGNORADAS: "
                       WS-HIST-ILEGIBLES
               END-IF
           END-IF.

      *> Una fila cuenta si su fecha y sus totales son numericos y
      *> no repite la fecha de la fila anterior. Las descartadas se
      *> cuentan solo en la primera pasada.
       VALIDA-FILA-HISTORICO.
           MOVE 'N' TO WS-FILA-VALIDA
           IF HIST-FECHA NOT NUMERIC
                   OR HIST-PROBADAS NOT NUMERIC
                   OR HIST-PORCENTAJE NOT NUMERIC
               IF WS-PASADA = 1
                   ADD 1 TO WS-HIST-ILEGIBLES
               END-IF
           ELSE
               IF HIST-FECHA = WS-FECHA-ANTERIOR
                   IF WS-PASADA = 1
                       ADD 1 TO WS-HIST-REPETIDAS
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-FILA-VALIDA
                   MOVE HIST-FECHA TO WS-FECHA-ANTERIOR
               END-IF
           END-IF.

       CUENTA-FECHA-PREVIA.
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-USADAS
               IF HIST-FECHA < WS-GD-FECHA(WS-GD-IDX)
                   ADD 1 TO WS-GD-PREVIAS(WS-GD-IDX)
               END-IF
           END-PERFORM.

      *> Los cuatro recuentos de detalle solo se suman si la fila
      *> los trae (HIST-CON-DETALLE); por eso cada control lleva su
      *> propio numero de fechas promediadas en WS-GD-BASE.
       SUMA-FECHA-PREVIA.
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-USADAS
               IF HIST-FECHA < WS-GD-FECHA(WS-GD-IDX)
                   ADD 1 TO WS-GD-VISTAS(WS-GD-IDX)
                   IF WS-GD-VISTAS(WS-GD-IDX) + WS-DIAS >
                           WS-GD-PREVIAS(WS-GD-IDX)
                       ADD HIST-PROBADAS TO WS-GD-SUMA(WS-GD-IDX, 1)
                       ADD 1 TO WS-GD-BASE(WS-GD-IDX, 1)
                       ADD HIST-PORCENTAJE
                           TO WS-GD-SUMA(WS-GD-IDX, 2)
                       ADD 1 TO WS-GD-BASE(WS-GD-IDX, 2)
                       IF HIST-CON-DETALLE
                               AND HIST-CASI IS NUMERIC
                               AND HIST-ORIGEN-MKT IS NUMERIC
                               AND HIST-ORIGEN-LAB IS NUMERIC
                               AND HIST-ORIGEN-EXT IS NUMERIC
                           ADD HIST-CASI TO WS-GD-SUMA(WS-GD-IDX, 3)
                           ADD HIST-ORIGEN-MKT
                               TO WS-GD-SUMA(WS-GD-IDX, 4)
                           ADD HIST-ORIGEN-LAB
                               TO WS-GD-SUMA(WS-GD-IDX, 5)
                           ADD HIST-ORIGEN-EXT
                               TO WS-GD-SUMA(WS-GD-IDX, 6)
                           PERFORM VARYING WS-MET-IDX FROM 3 BY 1
                                   UNTIL WS-MET-IDX > 6
                               ADD 1 TO WS-GD-BASE(WS-GD-IDX,
                                   WS-MET-IDX)
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Juzga el control WS-MET-IDX de la fecha WS-GD-IDX y escribe
      *> su linea en el informe. Los volumenes se comparan en % de
      *> desviacion sobre la media; la mezcla, en puntos de
      *> diferencia entre el % de SI de hoy y el medio.
       JUZGA-CONTROL.
           MOVE ZERO TO WS-MEDIA
           MOVE ZERO TO WS-DESV
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-TOL(WS-MET-IDX) TO WS-TOL-ACTUAL
           IF WS-GD-BASE(WS-GD-IDX, WS-MET-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-GD-SUMA(WS-GD-IDX, WS-MET-IDX) /
                   WS-GD-BASE(WS-GD-IDX, WS-MET-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-TOL-ACTUAL = ZERO
                   MOVE "NO SE MIDE" TO WS-RESULTADO
               WHEN WS-GD-BASE(WS-GD-IDX, WS-MET-IDX) < WS-MINIMO
                   MOVE "SIN HISTORIA" TO WS-RESULTADO
                   ADD 1 TO WS-CONTROLES-SIN-HIST
               WHEN OTHER
                   ADD 1 TO WS-CONTROLES-JUZGADOS
                   PERFORM CALCULA-DESVIACION
           END-EVALUATE
           PERFORM ESCRIBE-LINEA-CONTROL.

       CALCULA-DESVIACION.
           MOVE "OK" TO WS-RESULTADO
           IF WS-MET-IDX = 2
               IF WS-GD-HOY(WS-GD-IDX, 1) < WS-UMBRAL
                   MOVE "BAJO UMBRAL" TO WS-RESULTADO
               ELSE
                   COMPUTE WS-DESV =
                       WS-GD-HOY(WS-GD-IDX, 2) - WS-MEDIA
               END-IF
           ELSE
               IF WS-GD-HOY(WS-GD-IDX, WS-MET-IDX) < WS-UMBRAL
                       AND WS-MEDIA < WS-UMBRAL
                   MOVE "BAJO UMBRAL" TO WS-RESULTADO
               ELSE
                   IF WS-MEDIA = ZERO
                       MOVE 9999999.99 TO WS-DESV
                   ELSE
                       COMPUTE WS-DESV ROUNDED =
                           (WS-GD-HOY(WS-GD-IDX, WS-MET-IDX)
                            - WS-MEDIA) * 100 / WS-MEDIA
                           ON SIZE ERROR
                               MOVE 9999999.99 TO WS-DESV
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF
           IF WS-DESV < ZERO
               COMPUTE WS-DESV-ABS = ZERO - WS-DESV
           ELSE
               MOVE WS-DESV TO WS-DESV-ABS
           END-IF
           IF WS-RESULTADO = "OK" AND WS-DESV-ABS > WS-TOL-ACTUAL
               PERFORM BUSCA-LIBERACION
               IF WS-LIB-HALLADA = 'Y'
                   MOVE "LIBERADO" TO WS-RESULTADO
                   ADD 1 TO WS-CONTROLES-LIBERADOS
               ELSE
                   MOVE "FUERA" TO WS-RESULTADO
                   ADD 1 TO WS-CONTROLES-FUERA
               END-IF
           END-IF.

       BUSCA-LIBERACION.
           MOVE 'N' TO WS-LIB-HALLADA
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-USADAS
                       OR WS-LIB-HALLADA = 'Y'
               IF WS-LIB-ENT-CONTROL(WS-LIB-IDX) =
                       WS-CTL-NOMBRE(WS-MET-IDX)
                       OR WS-LIB-ENT-CONTROL(WS-LIB-IDX) = "TODO"
                   MOVE 'Y' TO WS-LIB-HALLADA
                   MOVE WS-LIB-ENT-MOTIVO(WS-LIB-IDX) TO WS-MOTIVO
               END-IF
           END-PERFORM.

       ESCRIBE-LINEA-CONTROL.
           MOVE WS-GD-FECHA(WS-GD-IDX) TO WS-LC-FECHA
           MOVE WS-CTL-NOMBRE(WS-MET-IDX) TO WS-LC-CONTROL
           MOVE WS-GD-HOY(WS-GD-IDX, WS-MET-IDX) TO WS-LC-HOY
           MOVE WS-MEDIA TO WS-LC-MEDIA
           MOVE WS-DESV TO WS-LC-DESV
           IF WS-MET-IDX = 2
               MOVE "PTS" TO WS-LC-UNIDAD
           ELSE
               MOVE "%" TO WS-LC-UNIDAD
           END-IF
           MOVE WS-TOL-ACTUAL TO WS-LC-TOL
           MOVE WS-GD-BASE(WS-GD-IDX, WS-MET-IDX) TO WS-LC-BASE
           MOVE WS-RESULTADO TO WS-LC-RESULTADO
           MOVE WS-MOTIVO TO WS-LC-MOTIVO
           MOVE WS-LINEA-CONTROL TO GATE-LINE
           WRITE GATE-LINE
           IF WS-RESULTADO = "FUERA" OR WS-RESULTADO = "LIBERADO"
               DISPLAY GATE-LINE
           END-IF.

       ESCRIBE-CABECERA.
           MOVE SPACES TO GATE-LINE
           STRING "CONTROL DE ANOMALIAS PREVIO A LA DISTRIBUCION DEL "
               DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE

           MOVE SPACES TO GATE-LINE
           STRING "MEDIA DE LAS ULTIMAS " DELIMITED BY SIZE
               WS-DIAS DELIMITED BY SIZE
               " FECHAS DE HISTORY, MINIMO " DELIMITED BY SIZE
               WS-MINIMO DELIMITED BY SIZE
               ", UMBRAL DE VOLUMEN " DELIMITED BY SIZE
               WS-UMBRAL DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE

           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-USADAS
               MOVE SPACES TO GATE-LINE
               STRING "LIBERACION GATEOVR: " DELIMITED BY SIZE
                   WS-LIB-ENT-CONTROL(WS-LIB-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIB-ENT-MOTIVO(WS-LIB-IDX) DELIMITED BY SIZE
                   INTO GATE-LINE
               WRITE GATE-LINE
           END-PERFORM

           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE
           MOVE SPACES TO GATE-LINE
           STRING "F.ENVIO   CONTROL          HOY         MEDIA"
               DELIMITED BY SIZE
               "   DESVIACION      TOL   DIAS  RESULTADO     MOTIVO"
               DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE.

      *> Veredicto del paso: cualquier control fuera sin liberar
      *> retiene la distribucion con CC 8; los liberados y los que
      *> no tienen historia suficiente dejan pasar con CC 4.
       ESCRIBE-TOTALES.
           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE

           MOVE SPACES TO GATE-LINE
           STRING "CONTROLES JUZGADOS      : " DELIMITED BY SIZE
               WS-CONTROLES-JUZGADOS DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE
           DISPLAY GATE-LINE

           MOVE SPACES TO GATE-LINE
           STRING "FUERA DE TOLERANCIA     : " DELIMITED BY SIZE
               WS-CONTROLES-FUERA DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE
           DISPLAY GATE-LINE

           MOVE SPACES TO GATE-LINE
           STRING "LIBERADOS POR GATEOVR   : " DELIMITED BY SIZE
               WS-CONTROLES-LIBERADOS DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE
           DISPLAY GATE-LINE

           MOVE SPACES TO GATE-LINE
           STRING "SIN HISTORIA SUFICIENTE : " DELIMITED BY SIZE
               WS-CONTROLES-SIN-HIST DELIMITED BY SIZE
               INTO GATE-LINE
           WRITE GATE-LINE
           DISPLAY GATE-LINE

           MOVE SPACES TO GATE-LINE
           IF WS-CONTROLES-FUERA > ZERO
               MOVE "DISTRIBUCION RETENIDA: REVISAR EL ENVIO O "
                   TO GATE-LINE(1:42)
               MOVE "LIBERAR CON GATEOVR Y RELANZAR DESDE ESTE PASO"
                   TO GATE-LINE(43:46)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTROLES-LIBERADOS > ZERO
                       OR WS-CONTROLES-SIN-HIST > ZERO
                   MOVE "DISTRIBUCION LIBERADA CON AVISOS"
                       TO GATE-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "DISTRIBUCION LIBERADA" TO GATE-LINE
               END-IF
           END-IF
           WRITE GATE-LINE
           DISPLAY GATE-LINE.

      *> Lee las lineas PALABRA=VALOR de GATEPRM. La tarjeta es
      *> obligatoria: sin ella no se sabria con que tolerancias se
      *> ha dejado pasar la noche.
       LEE-TARJETA-TOLERANCIAS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO GATEPRM, FILE STATUS: "
                   WS-PARAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARAM-EOF = 'Y'
               READ PARAM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARAM-EOF
                   NOT AT END
                       PERFORM TRATA-LINEA-TOLERANCIAS
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           IF WS-DIAS = ZERO OR WS-MINIMO = ZERO
                   OR WS-MINIMO > WS-DIAS
               DISPLAY "GATEPRM: DIAS Y MINIMO DEBEN SER MAYORES QUE "
                   "CERO Y MINIMO NO MAYOR QUE DIAS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TOL-TOTAL TO WS-TOL(1)
           MOVE WS-TOL-MEZCLA TO WS-TOL(2)
           MOVE WS-TOL-CASI TO WS-TOL(3)
           MOVE WS-TOL-ORIGEN TO WS-TOL(4)
           MOVE WS-TOL-ORIGEN TO WS-TOL(5)
           MOVE WS-TOL-ORIGEN TO WS-TOL(6).

       TRATA-LINEA-TOLERANCIAS.
           IF PARAM-REC NOT = SPACES AND PARAM-REC(1:1) NOT = "*"
               MOVE SPACES TO WS-PARAM-PALABRA
               MOVE SPACES TO WS-PARAM-VALOR
               UNSTRING PARAM-REC DELIMITED BY "="
                   INTO WS-PARAM-PALABRA WS-PARAM-VALOR
               END-UNSTRING
               PERFORM CONVIERTE-VALOR
               IF WS-PARM-VALIDO = 'Y'
                   EVALUATE WS-PARAM-PALABRA
                       WHEN "DIAS"
                           IF WS-PARM-NUMERO > 999
                               MOVE 'N' TO WS-PARM-VALIDO
                           ELSE
                               MOVE WS-PARM-NUMERO TO WS-DIAS
                           END-IF
                       WHEN "MINIMO"
                           IF WS-PARM-NUMERO > 999
                               MOVE 'N' TO WS-PARM-VALIDO
                           ELSE
                               MOVE WS-PARM-NUMERO TO WS-MINIMO
                           END-IF
                       WHEN "TOTAL"
                           IF WS-PARM-NUMERO > 999
                               MOVE 'N' TO WS-PARM-VALIDO
                           ELSE
                               MOVE WS-PARM-NUMERO TO WS-TOL-TOTAL
                           END-IF
                       WHEN "MEZCLA"
                           IF WS-PARM-NUMERO > 100
                               MOVE 'N' TO WS-PARM-VALIDO
                           ELSE
                               MOVE WS-PARM-NUMERO TO WS-TOL-MEZCLA
                           END-IF
                       WHEN "CASI"
                           IF WS-PARM-NUMERO > 999
                               MOVE 'N' TO WS-PARM-VALIDO
                           ELSE
                               MOVE WS-PARM-NUMERO TO WS-TOL-CASI
                           END-IF
                       WHEN "ORIGEN"
                           IF WS-PARM-NUMERO > 999
                               MOVE 'N' TO WS-PARM-VALIDO
                           ELSE
                               MOVE WS-PARM-NUMERO TO WS-TOL-ORIGEN
                           END-IF
                       WHEN "UMBRAL"
                           MOVE WS-PARM-NUMERO TO WS-UMBRAL
                       WHEN OTHER
                           MOVE 'N' TO WS-PARM-VALIDO
                   END-EVALUATE
               END-IF
               IF WS-PARM-VALIDO = 'N'
                   DISPLAY "LINEA INVALIDA EN GATEPRM: "
                       PARAM-REC(1:30)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Convierte WS-PARAM-VALOR (de uno a nueve digitos seguidos
      *> de blancos) en WS-PARM-NUMERO.
       CONVIERTE-VALOR.
           MOVE ZERO TO WS-PARM-NUMERO
           MOVE 'N' TO WS-PARM-VALIDO
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 9 OR WS-PARAM-VALOR(K:1) = SPACE
               IF WS-PARAM-VALOR(K:1) IS NUMERIC
                   MOVE WS-PARAM-VALOR(K:1) TO WS-DIGITO
                   COMPUTE WS-PARM-NUMERO =
                       WS-PARM-NUMERO * 10 + WS-DIGITO
                   MOVE 'Y' TO WS-PARM-VALIDO
               ELSE
                   MOVE 'N' TO WS-PARM-VALIDO
                   MOVE 10 TO K
               END-IF
           END-PERFORM
           IF WS-PARAM-VALOR(10:) NOT = SPACES
               MOVE 'N' TO WS-PARM-VALIDO
           END-IF.

      *> Carga las liberaciones de GATEOVR para la fecha de hoy. El
      *> dataset lo mantiene operaciones y normalmente esta vacio o
      *> solo con comentarios; si el DD no viene asignado no hay
      *> liberaciones. Una linea mal formada para el paso con CC 12
      *> (la distribucion queda retenida hasta corregirla): liberar
      *> a ciegas es peor que esperar.
       LEE-LIBERACIONES.
           OPEN INPUT LIBERA-FILE
           EVALUATE WS-LIBERA-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-PARAM-EOF
                   PERFORM UNTIL WS-PARAM-EOF = 'Y'
                       READ LIBERA-FILE
                           AT END
                               MOVE 'Y' TO WS-PARAM-EOF
                           NOT AT END
                               PERFORM TRATA-LINEA-LIBERACION
                       END-READ
                   END-PERFORM
                   CLOSE LIBERA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO GATEOVR, FILE STATUS: "
                       WS-LIBERA-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-LIB-AJENAS > ZERO
               DISPLAY "LIBERACIONES DE OTRAS FECHAS IGNORADAS: "
                   WS-LIB-AJENAS
           END-IF.

       TRATA-LINEA-LIBERACION.
           IF LIBERA-REC NOT = SPACES AND LIBERA-REC(1:1) NOT = "*"
               MOVE SPACES TO WS-PARAM-PALABRA
               MOVE SPACES TO WS-PARAM-VALOR
               MOVE SPACES TO WS-LIB-FECHA
               MOVE SPACES TO WS-LIB-CONTROL
               MOVE SPACES TO WS-LIB-MOTIVO
               UNSTRING LIBERA-REC DELIMITED BY "="
                   INTO WS-PARAM-PALABRA WS-PARAM-VALOR
               END-UNSTRING
               MOVE 1 TO WS-LIB-PTR
               UNSTRING WS-PARAM-VALOR DELIMITED BY ALL SPACE
                   INTO WS-LIB-FECHA WS-LIB-CONTROL
                   WITH POINTER WS-LIB-PTR
               END-UNSTRING
               IF WS-LIB-PTR <= 60
                   MOVE WS-PARAM-VALOR(WS-LIB-PTR:) TO WS-LIB-MOTIVO
               END-IF
               MOVE 'N' TO WS-PARM-VALIDO
               IF WS-PARAM-PALABRA = "LIBERAR"
                       AND WS-LIB-FECHA IS NUMERIC
                       AND WS-LIB-MOTIVO NOT = SPACES
                   PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                           UNTIL WS-MET-IDX > 6
                       IF WS-LIB-CONTROL = WS-CTL-NOMBRE(WS-MET-IDX)
                           MOVE 'Y' TO WS-PARM-VALIDO
                       END-IF
                   END-PERFORM
                   IF WS-LIB-CONTROL = "TODO"
                       MOVE 'Y' TO WS-PARM-VALIDO
                   END-IF
               END-IF
               IF WS-PARM-VALIDO = 'N'
                   DISPLAY "LINEA INVALIDA EN GATEOVR: "
                       LIBERA-REC(1:40)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-LIB-FECHA = WS-FECHA-HOY
                   IF WS-LIB-USADAS = 20
                       DISPLAY "DEMASIADAS LIBERACIONES EN GATEOVR"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LIB-USADAS
                   MOVE WS-LIB-CONTROL
                       TO WS-LIB-ENT-CONTROL(WS-LIB-USADAS)
                   MOVE WS-LIB-MOTIVO
                       TO WS-LIB-ENT-MOTIVO(WS-LIB-USADAS)
                   DISPLAY "LIBERACION VIGENTE: " WS-LIB-CONTROL
                       " " WS-LIB-MOTIVO(1:40)
               ELSE
                   ADD 1 TO WS-LIB-AJENAS
               END-IF
           END-IF.


      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), para que todos
      *> los pasos de la noche trabajen con la misma fecha acordada
      *> aunque el job resbale pasada la medianoche o se recupere un
      *> dia festivo. Si la tarjeta no viene asignada en el job se
      *> usa la fecha del sistema, como siempre; una tarjeta
      *> presente pero ilegible para el proceso con CC 12, porque
      *> correr con la fecha equivocada es justo lo que la tarjeta
      *> evita.
       LEE-FECHA-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
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
                       MOVE WS-FECHA-VALOR(1:8) TO WS-FECHA-HOY
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


      *> Anota la marca de arranque del paso, que ESCRIBE-RUNLOG
      *> grabara al terminar en el registro de control de la cadena.
       INICIA-RUNLOG.
           ACCEPT WS-RLOG-FECHA-ACT FROM DATE YYYYMMDD
           ACCEPT WS-RLOG-HORA FROM TIME
           MOVE SPACES TO WS-RLOG-INICIO
           STRING WS-RLOG-FECHA-ACT DELIMITED BY SIZE
                  WS-RLOG-HH  DELIMITED BY SIZE
                  WS-RLOG-MM  DELIMITED BY SIZE
                  WS-RLOG-SS  DELIMITED BY SIZE
                  INTO WS-RLOG-INICIO
           END-STRING.

      *> Graba en el RUNLOG compartido de la cadena el registro de
      *> este paso: filas de RESULTS leidas, controles juzgados y
      *> controles fuera de tolerancia sin liberar. Si el RUNLOG no
      *> esta disponible se avisa y el paso termina igual: el
      *> registro de control no debe tumbar la cadena.
       ESCRIBE-RUNLOG.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "AVISO: RUNLOG NO DISPONIBLE, FILE STATUS: "
                   WS-RUNLOG-STATUS
           ELSE
               ACCEPT WS-RLOG-FECHA-ACT FROM DATE YYYYMMDD
               ACCEPT WS-RLOG-HORA FROM TIME
               MOVE WS-FECHA-HOY TO RLOG-FECHA
               MOVE "GATE" TO RLOG-PASO
               MOVE WS-RLOG-INICIO TO RLOG-INICIO
               MOVE SPACES TO RLOG-FIN
               STRING WS-RLOG-FECHA-ACT DELIMITED BY SIZE
                      WS-RLOG-HH  DELIMITED BY SIZE
                      WS-RLOG-MM  DELIMITED BY SIZE
                      WS-RLOG-SS  DELIMITED BY SIZE
                      INTO RLOG-FIN
               END-STRING
               MOVE WS-FILAS-RESULTS TO RLOG-ENTRADAS
               MOVE WS-CONTROLES-JUZGADOS TO RLOG-SALIDAS
               MOVE WS-CONTROLES-FUERA TO RLOG-RECHAZOS
               MOVE ZERO TO RLOG-BLOQUES
               MOVE RETURN-CODE TO RLOG-RETORNO
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM PALINDROMO-GATE.
