      *> Mantenimiento periodico del maestro acumulado de frases
      *> FRASMAST. El maestro solo crece: cada frase que ha mandado
      *> el proveedor se queda para siempre, y con ella las filas
      *> calculadas con unos modos (PALINDROMO-MODO y
      *> PALINDROMO-MODO-PROCESO) que el lote ya no usa y que por
      *> tanto nunca se van a reutilizar. Este programa recorre el
      *> maestro en orden de clave y separa:
      *> - a MSTARCH (archivo fechado, mismo registro de 547 bytes
      *>   que FRASMAST, para poder restaurarlo con
      *>   PALINDROMO-MSTRST) las frases que no se han visto en los
      *>   ultimos DIAS dias (MST-ULTIMA-FECHA contra la fecha de
      *>   negocio de FECHAPRM) y, si la tarjeta lo pide, las
      *>   calculadas con otros modos que los actuales;
      *> - a MSTNEW, en el mismo orden de clave, las que se quedan,
      *>   con las que el job PALINMSH redefine y recarga el KSDS.
      *> Las filas con una ultima fecha ilegible se conservan por
      *> prudencia y dejan el paso con CC 4, como en PALINDROMO-ARCH.
      *>
      *> Imprime en MSTRPT el informe de salud del maestro: filas
      *> leidas, archivadas y conservadas; filas por combinacion de
      *> modos almacenada (marcando las que no son las del lote y
      *> no se reutilizan); filas forzadas por una excepcion
      *> (MST-EXC-FORZADA, que tampoco se reutilizan); frases vistas
      *> una sola vez; y el aprovechamiento real del maestro en las
      *> ultimas VENTANA noches, sacado de los recuentos del fichero
      *> CONSUMO (frases unicas procesadas por el lote y, de ellas,
      *> las que reutilizaron el veredicto del maestro; de cada
      *> fecha, paso y departamento solo el ultimo registro, como en
      *> PALINDROMO-CHRG). Con eso se ve si el maestro sigue
      *> compensando lo que cuesta.
      *>
      *> Tarjeta MSTHPRM (lineas PALABRA=VALOR; las lineas en blanco
      *> o con asterisco en la columna 1 se ignoran):
      *>   DIAS=nnnnn         dias sin ver una frase para archivarla
      *>                      (obligatoria, mayor que cero)
      *>   VENTANA=nnn        noches de CONSUMO para el
      *>                      aprovechamiento (30)
      *>   OTROS-MODOS=xxxxxxxxx  CONSERVAR (por defecto) o ARCHIVAR
      *>                      las filas calculadas con otros modos
      *>                      que los del entorno del lote
      *> Los modos actuales se leen del entorno con las mismas
      *> variables que PALINDROMO-BATCH.
      *>
      *> Termina con CC 0, CC 4 si hay filas ilegibles o no hay
      *> CONSUMO, y CC 12 con la tarjeta invalida o un error de E/S:
      *> en ese caso no se debe reorganizar el maestro.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-MSTARC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "MSTHPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT PHRASE-MASTER-FILE ASSIGN TO "FRASMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS MST-FRASE
               FILE STATUS IS WS-MST-STATUS.
           SELECT ARCHIVE-OUT-FILE ASSIGN TO "MSTARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT KEEP-OUT-FILE ASSIGN TO "MSTNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT REPORT-OUT-FILE ASSIGN TO "MSTRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC          PIC X(80).
       FD  PHRASE-MASTER-FILE.
       01  PHRASE-MASTER-REC.
           COPY PALIMAST.
       FD  ARCHIVE-OUT-FILE.
       01  ARCHIVE-REC        PIC X(547).
       FD  KEEP-OUT-FILE.
       01  KEEP-REC           PIC X(547).
       FD  CONSUMO-FILE.
       01  CONSUMO-REC.
           COPY PALICONS.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-FECHA      PIC 9(8).
           05 SORT-PASO       PIC X(8).
           05 SORT-ORIGEN     PIC X(3).
           05 SORT-SEQ        PIC 9(9).
           05 SORT-PROCESADAS PIC 9(9).
           05 SORT-REUSADAS   PIC 9(9).
       FD  REPORT-OUT-FILE.
       01  REPORT-LINE        PIC X(132).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FIN-GRUPOS PIC X VALUE 'N'.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-MST-STATUS PIC XX.
           77 WS-ARCH-STATUS PIC XX.
           77 WS-KEEP-STATUS PIC XX.
           77 WS-CONSUMO-STATUS PIC XX.
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
           77 WS-DIAS PIC 9(5) VALUE ZERO.
           77 WS-VENTANA PIC 9(3) VALUE 30.
           77 WS-OTROS-MODOS PIC X(9) VALUE "CONSERVAR".
               88 ARCHIVA-OTROS-MODOS VALUE "ARCHIVAR".
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-NORMALIZADO VALUE 'N'.
               88 MODO-ESTRICTO VALUE 'E'.
           77 WS-MODO-PROCESO PIC X VALUE 'C'.
               88 MODO-PROCESO-COMPLETO VALUE 'C'.
               88 MODO-PROCESO-SUBCADENA VALUE 'S'.
               88 MODO-PROCESO-PALABRAS VALUE 'P'.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-HOY-ENTERO PIC 9(9).
           77 WS-CORTE-ENTERO PIC 9(9).
           77 WS-FECHA-CORTE PIC 9(8).
           77 WS-DESDE-CONSUMO PIC 9(8).
           77 WS-FILA-ENTERO PIC 9(9).
           77 WS-FECHA-FILA PIC 9(8).
           77 WS-DESTINO PIC X VALUE 'C'.
               88 DESTINO-CONSERVA VALUE 'C'.
               88 DESTINO-ARCHIVA-EDAD VALUE 'E'.
               88 DESTINO-ARCHIVA-MODO VALUE 'M'.
           77 WS-MD-IDX PIC 9.
           77 WS-MD-ACTUAL PIC 9 VALUE 7.
           77 WS-RU-IDX PIC 9.
           77 WS-LEIDOS PIC 9(9) VALUE ZERO.
           77 WS-CONSERVADOS PIC 9(9) VALUE ZERO.
           77 WS-ARCH-EDAD PIC 9(9) VALUE ZERO.
           77 WS-ARCH-MODO PIC 9(9) VALUE ZERO.
           77 WS-ILEGIBLES PIC 9(9) VALUE ZERO.
           77 WS-REUTILIZABLES PIC 9(9) VALUE ZERO.
           77 WS-CNS-LEIDOS PIC 9(9) VALUE ZERO.
           77 WS-CNS-VENTANA PIC 9(9) VALUE ZERO.
           77 WS-CNS-SUSTITUIDOS PIC 9(9) VALUE ZERO.
           77 WS-CNS-DISPONIBLE PIC X VALUE 'N'.
           77 WS-GRP-ACTIVO PIC X VALUE 'N'.
           77 WS-PORCENTAJE PIC 9(3)V99.
           77 WS-SUMA PIC 9(9).
      *> Registro del grupo en curso (fecha, paso y departamento):
      *> del SORT llegan en orden de grabacion y se queda el ultimo.
       01  WS-GRUPO.
           05 WS-GRP-FECHA      PIC 9(8).
           05 WS-GRP-PASO       PIC X(8).
           05 WS-GRP-ORIGEN     PIC X(3).
           05 WS-GRP-PROCESADAS PIC 9(9).
           05 WS-GRP-REUSADAS   PIC 9(9).
      *> Combinaciones de modos almacenadas en MST-MODO-COMPARACION
      *> y MST-MODO-PROCESO; la septima recoge cualquier otro valor
      *> (filas anteriores a los modos o mal grabadas).
       01  WS-MODOS-NOMBRES.
           05 FILLER PIC X(14) VALUE "NCNSNPECESEP??".
       01  WS-MODOS REDEFINES WS-MODOS-NOMBRES.
           05 WS-MDN OCCURS 7 TIMES.
               10 WS-MDN-COMP PIC X.
               10 WS-MDN-PROC PIC X.
       01  WS-MODOS-TABLA.
           05 WS-MD-ENT OCCURS 7 TIMES.
               10 WS-MD-FILAS       PIC 9(9).
               10 WS-MD-FORZADAS    PIC 9(9).
               10 WS-MD-UNA-VEZ     PIC 9(9).
               10 WS-MD-ARCHIVADAS  PIC 9(9).
               10 WS-MD-CONSERVADAS PIC 9(9).
      *> Aprovechamiento por departamento: 1 MKT, 2 LAB, 3 EXT y
      *> 4 el total de los tres.
       01  WS-REUSO-TABLA.
           05 WS-RU-ENT OCCURS 4 TIMES.
               10 WS-RU-PROCESADAS PIC 9(11).
               10 WS-RU-REUSADAS   PIC 9(11).
       01  WS-LINEA-MODO.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-COMP      PIC X.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-LM-PROC      PIC X.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-FILAS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-FORZADAS  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-UNA-VEZ   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-ARCHIVADAS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-CONSERVADAS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LM-SITUACION PIC X(30).
       01  WS-LINEA-REUSO.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LR-ORIGEN    PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LR-PROCESADAS PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LR-REUSADAS  PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LR-PORCENTAJE PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE " %".
       01  WS-CIFRA-LINEA.
           05 WS-CIF-TEXTO     PIC X(44).
           05 WS-CIF-VALOR     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CIF-NOTA      PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-COMPARACION FROM ENVIRONMENT "PALINDROMO-MODO"
           IF NOT MODO-ESTRICTO
               MOVE 'N' TO WS-MODO-COMPARACION
           END-IF
           ACCEPT WS-MODO-PROCESO
               FROM ENVIRONMENT "PALINDROMO-MODO-PROCESO"
           IF NOT MODO-PROCESO-SUBCADENA AND NOT MODO-PROCESO-PALABRAS
               MOVE 'C' TO WS-MODO-PROCESO
           END-IF
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1 UNTIL WS-MD-IDX > 6
               IF WS-MDN-COMP(WS-MD-IDX) = WS-MODO-COMPARACION
                       AND WS-MDN-PROC(WS-MD-IDX) = WS-MODO-PROCESO
                   MOVE WS-MD-IDX TO WS-MD-ACTUAL
               END-IF
           END-PERFORM
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-TARJETA
           MOVE ZERO TO WS-MODOS-TABLA
           MOVE ZERO TO WS-REUSO-TABLA
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           COMPUTE WS-CORTE-ENTERO = WS-HOY-ENTERO - WS-DIAS
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-CORTE-ENTERO)
           COMPUTE WS-DESDE-CONSUMO =
               FUNCTION DATE-OF-INTEGER(WS-HOY-ENTERO - WS-VENTANA
                                        + 1)
           OPEN INPUT PHRASE-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO FRASMAST, FILE STATUS: "
                   WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-OUT-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MSTARCH, FILE STATUS: "
                   WS-ARCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KEEP-OUT-FILE
           IF WS-KEEP-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MSTNEW, FILE STATUS: "
                   WS-KEEP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PHRASE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM CLASIFICA-FILA
               END-READ
           END-PERFORM
           CLOSE PHRASE-MASTER-FILE
           CLOSE ARCHIVE-OUT-FILE
           CLOSE KEEP-OUT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-FECHA SORT-PASO SORT-ORIGEN
                                SORT-SEQ
               INPUT PROCEDURE IS LEE-CONSUMO
               OUTPUT PROCEDURE IS ACUMULA-CONSUMO
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM ESCRIBE-CABECERA
           PERFORM ESCRIBE-VOLUMENES
           PERFORM ESCRIBE-MODOS
           PERFORM ESCRIBE-APROVECHAMIENTO
           CLOSE REPORT-OUT-FILE
           DISPLAY "DIAS SIN VER PARA ARCHIVAR : " WS-DIAS
           DISPLAY "FECHA DE CORTE             : " WS-FECHA-CORTE
           DISPLAY "FILAS FRASMAST LEIDAS      : " WS-LEIDOS
           DISPLAY "FILAS CONSERVADAS          : " WS-CONSERVADOS
           DISPLAY "ARCHIVADAS POR ANTIGUEDAD  : " WS-ARCH-EDAD
           DISPLAY "ARCHIVADAS POR OTROS MODOS : " WS-ARCH-MODO
           DISPLAY "FILAS CON FECHA ILEGIBLE   : " WS-ILEGIBLES
           IF WS-ILEGIBLES > ZERO
               DISPLAY "LAS FILAS ILEGIBLES SE CONSERVAN EN EL MAESTRO"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CNS-DISPONIBLE = 'N'
               DISPLAY "AVISO: SIN FICHERO CONSUMO, NO SE CALCULA EL "
                   "APROVECHAMIENTO"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Decide el destino de la fila en curso y la anota en su
      *> combinacion de modos. Las de ultima fecha ilegible se
      *> conservan; las no vistas desde la fecha de corte se
      *> archivan por antiguedad; del resto, las de otros modos se
      *> archivan solo con OTROS-MODOS=ARCHIVAR.
       CLASIFICA-FILA.
           MOVE 7 TO WS-MD-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
               IF WS-MDN-COMP(K) = MST-MODO-COMPARACION
                       AND WS-MDN-PROC(K) = MST-MODO-PROCESO
                   MOVE K TO WS-MD-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-MD-FILAS(WS-MD-IDX)
           IF MST-EXC-FORZADA = 'S'
               ADD 1 TO WS-MD-FORZADAS(WS-MD-IDX)
           END-IF
           IF MST-VECES-VISTA = 1
               ADD 1 TO WS-MD-UNA-VEZ(WS-MD-IDX)
           END-IF
           MOVE ZERO TO WS-FILA-ENTERO
           IF MST-ULTIMA-FECHA IS NUMERIC
               MOVE MST-ULTIMA-FECHA TO WS-FECHA-FILA
               COMPUTE WS-FILA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-FILA)
           END-IF
           MOVE 'C' TO WS-DESTINO
           IF WS-FILA-ENTERO = ZERO
               ADD 1 TO WS-ILEGIBLES
           ELSE
               IF WS-FILA-ENTERO < WS-CORTE-ENTERO
                   MOVE 'E' TO WS-DESTINO
               ELSE
                   IF ARCHIVA-OTROS-MODOS
                           AND WS-MD-IDX NOT = WS-MD-ACTUAL
                       MOVE 'M' TO WS-DESTINO
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DESTINO-ARCHIVA-EDAD
                   ADD 1 TO WS-ARCH-EDAD
                   ADD 1 TO WS-MD-ARCHIVADAS(WS-MD-IDX)
                   WRITE ARCHIVE-REC FROM PHRASE-MASTER-REC
               WHEN DESTINO-ARCHIVA-MODO
                   ADD 1 TO WS-ARCH-MODO
                   ADD 1 TO WS-MD-ARCHIVADAS(WS-MD-IDX)
                   WRITE ARCHIVE-REC FROM PHRASE-MASTER-REC
               WHEN OTHER
                   ADD 1 TO WS-CONSERVADOS
                   ADD 1 TO WS-MD-CONSERVADAS(WS-MD-IDX)
                   IF WS-MD-IDX = WS-MD-ACTUAL
                           AND MST-EXC-FORZADA NOT = 'S'
                       ADD 1 TO WS-REUTILIZABLES
                   END-IF
                   WRITE KEEP-REC FROM PHRASE-MASTER-REC
           END-EVALUATE.

      *> Procedimiento de entrada del SORT: entrega los registros
      *> del lote (paso BATCH de la noche y EBhhmmss de la cadena
      *> express) de las ultimas VENTANA fechas, con su numero de
      *> orden en el fichero para quedarse con el ultimo de cada
      *> fecha, paso y departamento. Sin CONSUMO el informe sale
      *> igual, sin el aprovechamiento.
       LEE-CONSUMO.
           OPEN INPUT CONSUMO-FILE
           EVALUATE WS-CONSUMO-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-CNS-DISPONIBLE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CONSUMO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-CNS-LEIDOS
                               PERFORM SELECCIONA-CONSUMO
                       END-READ
                   END-PERFORM
                   CLOSE CONSUMO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CONSUMO, FILE STATUS: "
                       WS-CONSUMO-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SELECCIONA-CONSUMO.
           IF (CNS-PASO = "BATCH" OR CNS-PASO(1:2) = "EB")
                   AND CNS-FECHA IS NUMERIC
                   AND CNS-FECHA >= WS-DESDE-CONSUMO
                   AND CNS-FECHA <= WS-FECHA-HOY
               ADD 1 TO WS-CNS-VENTANA
               MOVE CNS-FECHA TO SORT-FECHA
               MOVE CNS-PASO TO SORT-PASO
               MOVE CNS-ORIGEN TO SORT-ORIGEN
               MOVE WS-CNS-LEIDOS TO SORT-SEQ
               MOVE CNS-PROCESADAS TO SORT-PROCESADAS
               MOVE CNS-REUSADAS TO SORT-REUSADAS
               RELEASE SORT-REC
           END-IF.

      *> Procedimiento de salida del SORT: de cada grupo de fecha,
      *> paso y departamento suma solo el ultimo registro; los
      *> anteriores son de pasos relanzados.
       ACUMULA-CONSUMO.
           PERFORM UNTIL WS-FIN-GRUPOS = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-FIN-GRUPOS
                       IF WS-GRP-ACTIVO = 'Y'
                           PERFORM SUMA-GRUPO
                       END-IF
                   NOT AT END
                       IF WS-GRP-ACTIVO = 'Y'
                           IF SORT-FECHA = WS-GRP-FECHA
                                   AND SORT-PASO = WS-GRP-PASO
                                   AND SORT-ORIGEN = WS-GRP-ORIGEN
                               ADD 1 TO WS-CNS-SUSTITUIDOS
                           ELSE
                               PERFORM SUMA-GRUPO
                           END-IF
                       END-IF
                       MOVE SORT-FECHA TO WS-GRP-FECHA
                       MOVE SORT-PASO TO WS-GRP-PASO
                       MOVE SORT-ORIGEN TO WS-GRP-ORIGEN
                       MOVE SORT-PROCESADAS TO WS-GRP-PROCESADAS
                       MOVE SORT-REUSADAS TO WS-GRP-REUSADAS
                       MOVE 'Y' TO WS-GRP-ACTIVO
               END-RETURN
           END-PERFORM.

       SUMA-GRUPO.
           EVALUATE WS-GRP-ORIGEN
               WHEN "MKT" MOVE 1 TO WS-RU-IDX
               WHEN "LAB" MOVE 2 TO WS-RU-IDX
               WHEN "EXT" MOVE 3 TO WS-RU-IDX
               WHEN OTHER MOVE ZERO TO WS-RU-IDX
           END-EVALUATE
           IF WS-RU-IDX = ZERO
               DISPLAY "AVISO: CONSUMO CON ORIGEN DESCONOCIDO: "
                   WS-GRP-ORIGEN " " WS-GRP-FECHA " " WS-GRP-PASO
           ELSE
               ADD WS-GRP-PROCESADAS TO WS-RU-PROCESADAS(WS-RU-IDX)
               ADD WS-GRP-REUSADAS TO WS-RU-REUSADAS(WS-RU-IDX)
               ADD WS-GRP-PROCESADAS TO WS-RU-PROCESADAS(4)
               ADD WS-GRP-REUSADAS TO WS-RU-REUSADAS(4)
           END-IF.

       ESCRIBE-CABECERA.
           MOVE SPACES TO REPORT-LINE
           STRING "INFORME DE SALUD DEL MAESTRO DE FRASES FRASMAST "
               DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVO DE LAS FRASES NO VISTAS EN "
               DELIMITED BY SIZE
               WS-DIAS DELIMITED BY SIZE
               " DIAS (ULTIMA FECHA ANTERIOR A " DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
               "), OTROS MODOS: " DELIMITED BY SIZE
               WS-OTROS-MODOS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "MODOS ACTUALES DEL LOTE: COMPARACION "
               DELIMITED BY SIZE
               WS-MODO-COMPARACION DELIMITED BY SIZE
               ", PROCESO " DELIMITED BY SIZE
               WS-MODO-PROCESO DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBE-VOLUMENES.
           MOVE SPACES TO WS-CIF-NOTA
           MOVE "FILAS DEL MAESTRO ANTES DEL ARCHIVO" TO WS-CIF-TEXTO
           MOVE WS-LEIDOS TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "ARCHIVADAS POR ANTIGUEDAD" TO WS-CIF-TEXTO
           MOVE WS-ARCH-EDAD TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "ARCHIVADAS POR OTROS MODOS" TO WS-CIF-TEXTO
           MOVE WS-ARCH-MODO TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "FILAS CONSERVADAS EN EL MAESTRO" TO WS-CIF-TEXTO
           MOVE WS-CONSERVADOS TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "  DE ELLAS CON ULTIMA FECHA ILEGIBLE" TO WS-CIF-TEXTO
           MOVE WS-ILEGIBLES TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "  DE ELLAS REUTILIZABLES POR EL LOTE" TO WS-CIF-TEXTO
           MOVE WS-REUTILIZABLES TO WS-CIF-VALOR
           MOVE "(MODOS ACTUALES Y SIN EXCEPCION FORZADA)"
               TO WS-CIF-NOTA
           PERFORM ESCRIBE-CIFRA
           MOVE ZERO TO WS-SUMA
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1 UNTIL WS-MD-IDX > 7
               ADD WS-MD-FORZADAS(WS-MD-IDX) TO WS-SUMA
           END-PERFORM
           MOVE WS-SUMA TO WS-CIF-VALOR
           MOVE "FILAS FORZADAS POR UNA EXCEPCION" TO WS-CIF-TEXTO
           MOVE "(NO SE REUTILIZAN NUNCA)" TO WS-CIF-NOTA
           PERFORM ESCRIBE-CIFRA
           MOVE SPACES TO WS-CIF-NOTA
           MOVE ZERO TO WS-SUMA
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1 UNTIL WS-MD-IDX > 7
               ADD WS-MD-UNA-VEZ(WS-MD-IDX) TO WS-SUMA
           END-PERFORM
           MOVE WS-SUMA TO WS-CIF-VALOR
           MOVE "FRASES VISTAS UNA SOLA VEZ" TO WS-CIF-TEXTO
           PERFORM ESCRIBE-CIFRA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBE-CIFRA.
           MOVE WS-CIFRA-LINEA TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Una linea por combinacion de modos con filas en el maestro.
      *> Solo la de los modos actuales se reutiliza; las demas
      *> esperan a que el lote vuelva a esos modos o a archivarse.
       ESCRIBE-MODOS.
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS POR COMBINACION DE MODOS ALMACENADA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  COMP PROC     FILAS     FORZADAS"
               DELIMITED BY SIZE
               "      UNA VEZ   ARCHIVADAS  CONSERVADAS  SITUACION"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1 UNTIL WS-MD-IDX > 7
               IF WS-MD-FILAS(WS-MD-IDX) > ZERO
                   MOVE WS-MDN-COMP(WS-MD-IDX) TO WS-LM-COMP
                   MOVE WS-MDN-PROC(WS-MD-IDX) TO WS-LM-PROC
                   MOVE WS-MD-FILAS(WS-MD-IDX) TO WS-LM-FILAS
                   MOVE WS-MD-FORZADAS(WS-MD-IDX) TO WS-LM-FORZADAS
                   MOVE WS-MD-UNA-VEZ(WS-MD-IDX) TO WS-LM-UNA-VEZ
                   MOVE WS-MD-ARCHIVADAS(WS-MD-IDX)
                       TO WS-LM-ARCHIVADAS
                   MOVE WS-MD-CONSERVADAS(WS-MD-IDX)
                       TO WS-LM-CONSERVADAS
                   EVALUATE TRUE
                       WHEN WS-MD-IDX = WS-MD-ACTUAL
                           MOVE "MODOS ACTUALES" TO WS-LM-SITUACION
                       WHEN WS-MD-IDX = 7
                           MOVE "MODOS DESCONOCIDOS, NO REUSA"
                               TO WS-LM-SITUACION
                       WHEN OTHER
                           MOVE "OTROS MODOS, NO SE REUTILIZA"
                               TO WS-LM-SITUACION
                   END-EVALUATE
                   MOVE WS-LINEA-MODO TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Aprovechamiento del maestro en las ultimas VENTANA noches:
      *> de las frases unicas que proceso el lote, cuantas
      *> reutilizaron el veredicto almacenado en lugar de
      *> recalcularlo.
       ESCRIBE-APROVECHAMIENTO.
           MOVE SPACES TO REPORT-LINE
           STRING "APROVECHAMIENTO DEL MAESTRO DESDE EL "
               DELIMITED BY SIZE
               WS-DESDE-CONSUMO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-VENTANA DELIMITED BY SIZE
               " NOCHES DE CONSUMO)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CNS-DISPONIBLE = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  SIN FICHERO CONSUMO: NO SE CALCULA"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  DEPTO      PROCESADAS    REUTILIZADAS"
                   DELIMITED BY SIZE
                   "    % REUSO" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-RU-IDX FROM 1 BY 1
                       UNTIL WS-RU-IDX > 4
                   EVALUATE WS-RU-IDX
                       WHEN 1 MOVE "MKT" TO WS-LR-ORIGEN
                       WHEN 2 MOVE "LAB" TO WS-LR-ORIGEN
                       WHEN 3 MOVE "EXT" TO WS-LR-ORIGEN
                       WHEN 4 MOVE "TOTAL" TO WS-LR-ORIGEN
                   END-EVALUATE
                   MOVE WS-RU-PROCESADAS(WS-RU-IDX)
                       TO WS-LR-PROCESADAS
                   MOVE WS-RU-REUSADAS(WS-RU-IDX) TO WS-LR-REUSADAS
                   MOVE ZERO TO WS-PORCENTAJE
                   IF WS-RU-PROCESADAS(WS-RU-IDX) > ZERO
                       COMPUTE WS-PORCENTAJE ROUNDED =
                           (WS-RU-REUSADAS(WS-RU-IDX) /
                            WS-RU-PROCESADAS(WS-RU-IDX)) * 100
                   END-IF
                   MOVE WS-PORCENTAJE TO WS-LR-PORCENTAJE
                   MOVE WS-LINEA-REUSO TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-CIF-NOTA
               MOVE "REGISTROS DE CONSUMO DEL LOTE EN LA VENTANA"
                   TO WS-CIF-TEXTO
               MOVE WS-CNS-VENTANA TO WS-CIF-VALOR
               PERFORM ESCRIBE-CIFRA
               MOVE "  SUSTITUIDOS POR UN PASO RELANZADO"
                   TO WS-CIF-TEXTO
               MOVE WS-CNS-SUSTITUIDOS TO WS-CIF-VALOR
               PERFORM ESCRIBE-CIFRA
           END-IF.

      *> Lee las lineas PALABRA=VALOR de MSTHPRM. Sin tarjeta o sin
      *> DIAS no se archiva nada: mejor parar que vaciar el maestro
      *> con un corte equivocado.
       LEE-TARJETA.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MSTHPRM, FILE STATUS: "
                   WS-PARAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARAM-EOF = 'Y'
               READ PARAM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARAM-EOF
                   NOT AT END
                       PERFORM TRATA-LINEA-TARJETA
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           IF WS-DIAS = ZERO OR WS-VENTANA = ZERO
               DISPLAY "MSTHPRM: DIAS ES OBLIGATORIO Y DIAS Y VENTANA "
                   "DEBEN SER MAYORES QUE CERO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRATA-LINEA-TARJETA.
           IF PARAM-REC NOT = SPACES AND PARAM-REC(1:1) NOT = "*"
               MOVE SPACES TO WS-PARAM-PALABRA
               MOVE SPACES TO WS-PARAM-VALOR
               UNSTRING PARAM-REC DELIMITED BY "="
                   INTO WS-PARAM-PALABRA WS-PARAM-VALOR
               END-UNSTRING
               EVALUATE WS-PARAM-PALABRA
                   WHEN "DIAS"
                       PERFORM CONVIERTE-VALOR
                       IF WS-PARM-NUMERO > 99999
                           MOVE 'N' TO WS-PARM-VALIDO
                       ELSE
                           MOVE WS-PARM-NUMERO TO WS-DIAS
                       END-IF
                   WHEN "VENTANA"
                       PERFORM CONVIERTE-VALOR
                       IF WS-PARM-NUMERO > 999
                           MOVE 'N' TO WS-PARM-VALIDO
                       ELSE
                           MOVE WS-PARM-NUMERO TO WS-VENTANA
                       END-IF
                   WHEN "OTROS-MODOS"
                       IF WS-PARAM-VALOR = "CONSERVAR"
                               OR WS-PARAM-VALOR = "ARCHIVAR"
                           MOVE WS-PARAM-VALOR TO WS-OTROS-MODOS
                           MOVE 'Y' TO WS-PARM-VALIDO
                       ELSE
                           MOVE 'N' TO WS-PARM-VALIDO
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-PARM-VALIDO
               END-EVALUATE
               IF WS-PARM-VALIDO = 'N'
                   DISPLAY "LINEA INVALIDA EN MSTHPRM: "
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

      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), la misma con la
      *> que el lote anota MST-ULTIMA-FECHA. Si la tarjeta no viene
      *> asignada en el job se usa la fecha del sistema; una tarjeta
      *> presente pero ilegible para el proceso con CC 12.
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

       END PROGRAM PALINDROMO-MSTARC.
