      *> Guarda de las generaciones fechadas de RESULTS. El paso 010
      *> de PALINDRJ borra cada noche el RESULTS, el XREFOUT y los
      *> ficheros de retorno de la vispera, y cuando un departamento
      *> o BI perdia un fichero solo se podia rehacer desde
      *> AUDITLOG, que no lleva origen, distancia ni subcadena. Este
      *> programa mantiene el almacen acumulado GENHIST (VER
      *> PALIGENR): copia el almacen vigente a GENNEW, con el que el
      *> job sustituye GENHIST (mismo patron que PALINARC con
      *> AUDITLOG), purgando las filas mas antiguas que la retencion
      *> de la tarjeta GENRPRM (una linea RETENCION=nnn, en dias,
      *> juzgada sobre la fecha de la fila), y anyade al final:
      *> - en la cadena diaria, la generacion de la noche bajo la
      *>   fecha de negocio de FECHAPRM: una fila R por cada fila de
      *>   RESULTS y una fila X por cada fila de XREFOUT. Si el
      *>   almacen ya tenia una generacion de esa fecha (el lote se
      *>   repitio) se sustituye por la nueva.
      *> - en el job de correccion PALINCOR (el DD CORRDELT activa
      *>   este modo, como en PALINDROMO-RPT), una fila C por cada
      *>   correccion, con la fila de RESULTS ya corregida, para que
      *>   PALINDROMO-REEN aplique la correccion al reenviar
      *>   cualquier generacion anterior. En este modo no se purga:
      *>   la purga es cosa de la cadena diaria y no hace falta la
      *>   tarjeta de retencion.
      *> Las filas del almacen con fecha ilegible se conservan y el
      *> paso termina con CC 4 para que el operador investigue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-GENR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "GENRPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT GEN-IN-FILE ASSIGN TO "GENHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT GEN-OUT-FILE ASSIGN TO "GENNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GENNEW-STATUS.
           SELECT RESULT-IN-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT XREF-IN-FILE ASSIGN TO "XREFOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CORR-IN-FILE ASSIGN TO "CORRDELT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC          PIC X(80).
       FD  GEN-IN-FILE.
       01  GEN-IN-REC.
           COPY PALIGENR.
       FD  GEN-OUT-FILE.
       01  GEN-OUT-REC.
           COPY PALIGENR.
       FD  RESULT-IN-FILE.
       01  RESULT-IN-REC.
           COPY PALIRSLT.
       FD  XREF-IN-FILE.
       01  XREF-IN-REC.
           COPY PALIXREF.
       FD  CORR-IN-FILE.
       01  CORR-IN-REC.
           COPY PALICORR.
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       WORKING-STORAGE SECTION.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-GEN-STATUS PIC XX.
           77 WS-GENNEW-STATUS PIC XX.
           77 WS-RESULT-STATUS PIC XX.
           77 WS-XREF-STATUS PIC XX.
           77 WS-CORR-STATUS PIC XX.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 WS-PARAM-PALABRA PIC X(20).
           77 WS-PARAM-VALOR PIC X(60).
           77 WS-PARM-VALIDO PIC X VALUE 'N'.
           77 WS-DIGITO PIC 9.
           77 K PIC 9(3).
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-MODO-CORRECCION PIC X VALUE 'N'.
           77 WS-XREF-DISPONIBLE PIC X VALUE 'N'.
           77 WS-FILA-HALLADA PIC X VALUE 'N'.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-RETENCION PIC 9(5) VALUE ZERO.
           77 WS-HOY-ENTERO PIC 9(9).
           77 WS-CORTE-ENTERO PIC 9(9) VALUE ZERO.
           77 WS-FILA-ENTERO PIC 9(9).
           77 WS-FECHA-FILA PIC 9(8).
           77 WS-ALMACEN-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-ALMACEN-CONSERVADAS PIC 9(9) VALUE ZERO.
           77 WS-ALMACEN-PURGADAS PIC 9(9) VALUE ZERO.
           77 WS-ALMACEN-SUSTITUIDAS PIC 9(9) VALUE ZERO.
           77 WS-ALMACEN-ILEGIBLES PIC 9(9) VALUE ZERO.
           77 WS-FILAS-RESULTS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-XREF PIC 9(9) VALUE ZERO.
           77 WS-FILAS-CORRECCION PIC 9(9) VALUE ZERO.
           77 WS-FILAS-ANYADIDAS PIC 9(9) VALUE ZERO.
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
           05 WS-RLOG-SS PIC 99.
           05 WS-RLOG-CC PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIA-RUNLOG
           PERFORM LEE-FECHA-PROCESO
           PERFORM ABRE-CORRECCIONES
           IF WS-MODO-CORRECCION = 'N'
               PERFORM LEE-PARAMETRO-RETENCION
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               COMPUTE WS-CORTE-ENTERO = WS-HOY-ENTERO - WS-RETENCION
           END-IF
           OPEN INPUT RESULT-IN-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RESULTS, FILE STATUS: "
                   WS-RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-CORRECCION = 'N'
               PERFORM ABRE-XREF
           END-IF
           OPEN OUTPUT GEN-OUT-FILE
           IF WS-GENNEW-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO GENNEW, FILE STATUS: "
                   WS-GENNEW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPIA-ALMACEN
           IF WS-MODO-CORRECCION = 'Y'
               PERFORM GUARDA-CORRECCIONES
           ELSE
               PERFORM GUARDA-GENERACION
           END-IF
           CLOSE RESULT-IN-FILE
           CLOSE GEN-OUT-FILE
           IF WS-MODO-CORRECCION = 'Y'
               DISPLAY "MODO CORRECCION: SE ANYADEN LAS FILAS "
                   "CORREGIDAS DE " WS-FECHA-HOY
           ELSE
               DISPLAY "GENERACION GUARDADA  : " WS-FECHA-HOY
               DISPLAY "RETENCION EN DIAS    : " WS-RETENCION
               DISPLAY "FECHA DE CORTE       : " WS-CORTE-ENTERO
                   " (DIAS JULIANOS)"
           END-IF
           DISPLAY "FILAS DEL ALMACEN    : " WS-ALMACEN-LEIDAS
           DISPLAY "FILAS CONSERVADAS    : " WS-ALMACEN-CONSERVADAS
           DISPLAY "FILAS PURGADAS       : " WS-ALMACEN-PURGADAS
           DISPLAY "FILAS SUSTITUIDAS    : " WS-ALMACEN-SUSTITUIDAS
           DISPLAY "FILAS ILEGIBLES      : " WS-ALMACEN-ILEGIBLES
           DISPLAY "FILAS RESULTS (R)    : " WS-FILAS-RESULTS
           DISPLAY "FILAS XREFOUT (X)    : " WS-FILAS-XREF
           DISPLAY "FILAS CORREGIDAS (C) : " WS-FILAS-CORRECCION
           IF WS-ALMACEN-SUSTITUIDAS > ZERO
               DISPLAY "AVISO: SE SUSTITUYE LA GENERACION YA "
                   "GUARDADA CON FECHA " WS-FECHA-HOY
           END-IF
           IF WS-ALMACEN-ILEGIBLES > ZERO
               DISPLAY "LAS FILAS ILEGIBLES SE CONSERVAN EN EL "
                   "ALMACEN"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBE-RUNLOG
           STOP RUN.

      *> El DD CORRDELT solo viene asignado en el job de correccion
      *> PALINCOR y activa el modo correccion.
       ABRE-CORRECCIONES.
           OPEN INPUT CORR-IN-FILE
           EVALUATE WS-CORR-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-MODO-CORRECCION
               WHEN "35"
                   MOVE 'N' TO WS-MODO-CORRECCION
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CORRDELT, FILE STATUS: "
                       WS-CORR-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Sin XREFOUT la generacion se guarda igual, pero el reenvio
      *> solo podra devolver una linea por frase distinta y sin
      *> referencia, como PALINDROMO-DIST sin el DD: se avisa con
      *> CC 4.
       ABRE-XREF.
           OPEN INPUT XREF-IN-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-XREF-DISPONIBLE
               WHEN "35"
                   DISPLAY "AVISO: XREFOUT NO ASIGNADO, LA GENERACION "
                       "SE GUARDA SIN REFERENCIA CRUZADA"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO XREFOUT, FILE STATUS: "
                       WS-XREF-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Lee de GENRPRM el periodo de retencion en dias (una linea
      *> RETENCION=nnn, de uno a cinco digitos). Sin un parametro
      *> valido mayor que cero no se guarda nada: mejor parar que
      *> purgar el almacen con un corte equivocado.
       LEE-PARAMETRO-RETENCION.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO GENRPRM, FILE STATUS: "
                   WS-PARAM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PARAM-REC
           READ PARAM-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE PARAM-FILE
           MOVE SPACES TO WS-PARAM-PALABRA
           MOVE SPACES TO WS-PARAM-VALOR
           UNSTRING PARAM-REC DELIMITED BY "="
               INTO WS-PARAM-PALABRA WS-PARAM-VALOR
           END-UNSTRING
           MOVE ZERO TO WS-RETENCION
           MOVE 'N' TO WS-PARM-VALIDO
           IF WS-PARAM-PALABRA = "RETENCION"
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > 5 OR WS-PARAM-VALOR(K:1) = SPACE
                   IF WS-PARAM-VALOR(K:1) IS NUMERIC
                       MOVE WS-PARAM-VALOR(K:1) TO WS-DIGITO
                       COMPUTE WS-RETENCION =
                           WS-RETENCION * 10 + WS-DIGITO
                       MOVE 'Y' TO WS-PARM-VALIDO
                   ELSE
                       MOVE 'N' TO WS-PARM-VALIDO
                       MOVE 6 TO K
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PARM-VALIDO = 'N' OR WS-RETENCION = ZERO
               DISPLAY "PARAMETRO DE RETENCION INVALIDO EN "
                   "GENRPRM: " PARAM-REC(1:20)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Copia el almacen vigente a GENNEW. En la cadena diaria se
      *> purgan las filas anteriores a la fecha de corte y se
      *> descartan las filas R y X de una generacion anterior con
      *> la fecha de hoy, que GUARDA-GENERACION vuelve a escribir;
      *> las filas C de hoy se conservan siempre. La primera vez
      *> el almacen todavia no existe y se empieza vacio.
       COPIA-ALMACEN.
           OPEN INPUT GEN-IN-FILE
           EVALUATE WS-GEN-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: GENHIST NO EXISTE TODAVIA, SE "
                       "EMPIEZA UN ALMACEN NUEVO"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO GENHIST, FILE STATUS: "
                       WS-GEN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-GEN-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GEN-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ALMACEN-LEIDAS
                           PERFORM CLASIFICA-FILA-ALMACEN
                   END-READ
               END-PERFORM
               CLOSE GEN-IN-FILE
           END-IF.

       CLASIFICA-FILA-ALMACEN.
           MOVE ZERO TO WS-FILA-ENTERO
           IF GEN-FECHA OF GEN-IN-REC IS NUMERIC
               MOVE GEN-FECHA OF GEN-IN-REC TO WS-FECHA-FILA
               COMPUTE WS-FILA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-FILA)
           END-IF
           EVALUATE TRUE
               WHEN WS-FILA-ENTERO = ZERO
                   ADD 1 TO WS-ALMACEN-ILEGIBLES
                   WRITE GEN-OUT-REC FROM GEN-IN-REC
               WHEN WS-MODO-CORRECCION = 'Y'
                   ADD 1 TO WS-ALMACEN-CONSERVADAS
                   WRITE GEN-OUT-REC FROM GEN-IN-REC
               WHEN WS-FILA-ENTERO < WS-CORTE-ENTERO
                   ADD 1 TO WS-ALMACEN-PURGADAS
               WHEN WS-FECHA-FILA = WS-FECHA-HOY
                       AND NOT GEN-CORRECCION OF GEN-IN-REC
                   ADD 1 TO WS-ALMACEN-SUSTITUIDAS
               WHEN OTHER
                   ADD 1 TO WS-ALMACEN-CONSERVADAS
                   WRITE GEN-OUT-REC FROM GEN-IN-REC
           END-EVALUATE.

      *> Anyade la generacion de la noche: primero las filas de
      *> RESULTS, en su orden, y despues las de XREFOUT, que
      *> apuntan a ellas por su numero de fila (XRF-UNICA).
       GUARDA-GENERACION.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RESULT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILAS-RESULTS
                       MOVE SPACES TO GEN-OUT-REC
                       MOVE WS-FECHA-HOY TO GEN-FECHA OF GEN-OUT-REC
                       MOVE 'R' TO GEN-TIPO OF GEN-OUT-REC
                       MOVE RESULT-IN-REC TO GEN-DATOS OF GEN-OUT-REC
                       WRITE GEN-OUT-REC
                       ADD 1 TO WS-FILAS-ANYADIDAS
               END-READ
           END-PERFORM
           IF WS-XREF-DISPONIBLE = 'Y'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREF-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FILAS-XREF
                           MOVE SPACES TO GEN-OUT-REC
                           MOVE WS-FECHA-HOY
                               TO GEN-FECHA OF GEN-OUT-REC
                           MOVE 'X' TO GEN-TIPO OF GEN-OUT-REC
                           MOVE XREF-IN-REC
                               TO GEN-DATOS OF GEN-OUT-REC
                           WRITE GEN-OUT-REC
                           ADD 1 TO WS-FILAS-ANYADIDAS
                   END-READ
               END-PERFORM
               CLOSE XREF-IN-FILE
           END-IF.

      *> Anyade una fila C por cada correccion de CORRDELT con la
      *> fila de RESULTS ya corregida. PALINDROMO-CORR escribe el
      *> delta en el orden de RESULTS, asi que basta avanzar por el
      *> RESULTS vivo (ya sustituido por la copia corregida) hasta
      *> la fila de cada correccion. Una correccion sin fila, o una
      *> fila que no lleva todavia el veredicto corregido, para el
      *> paso con CC 12: el almacen no debe guardar una correccion
      *> a medias.
       GUARDA-CORRECCIONES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CORR-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM BUSCA-FILA-CORREGIDA
               END-READ
           END-PERFORM
           CLOSE CORR-IN-FILE.

       BUSCA-FILA-CORREGIDA.
           MOVE 'N' TO WS-FILA-HALLADA
           PERFORM UNTIL WS-FILA-HALLADA = 'Y'
               READ RESULT-IN-FILE
                   AT END
                       DISPLAY "CORRECCION SIN FILA EN RESULTS: "
                           CORR-ORIGEN " " CORR-FRASE(1:40)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   NOT AT END
                       IF RSLT-FRASE = CORR-FRASE
                               AND RSLT-FECHA-FEED = CORR-FECHA-FEED
                               AND RSLT-ORIGEN = CORR-ORIGEN
                           MOVE 'Y' TO WS-FILA-HALLADA
                       END-IF
               END-READ
           END-PERFORM
           IF RSLT-VERDICT NOT = CORR-DESPUES
               DISPLAY "RESULTS NO LLEVA LA CORRECCION: "
                   RSLT-VERDICT " EN VEZ DE " CORR-DESPUES " "
                   CORR-FRASE(1:40)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FILAS-CORRECCION
           MOVE SPACES TO GEN-OUT-REC
           MOVE WS-FECHA-HOY TO GEN-FECHA OF GEN-OUT-REC
           MOVE 'C' TO GEN-TIPO OF GEN-OUT-REC
           MOVE RESULT-IN-REC TO GEN-DATOS OF GEN-OUT-REC
           WRITE GEN-OUT-REC
           ADD 1 TO WS-FILAS-ANYADIDAS.


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
      *> este paso (fecha de negocio, marcas de arranque y fin,
      *> recuentos y codigo de retorno), para que PALINDROMO-OPSRPT
      *> pueda cuadrar los pasos entre si al final del job sin
      *> reconstruir la noche desde seis SYSOUT distintos. Si el
      *> RUNLOG no esta disponible se avisa y el paso termina igual:
      *> el registro de control no debe tumbar la cadena.
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
               MOVE "GENR" TO RLOG-PASO
               MOVE WS-RLOG-INICIO TO RLOG-INICIO
               MOVE SPACES TO RLOG-FIN
               STRING WS-RLOG-FECHA-ACT DELIMITED BY SIZE
                      WS-RLOG-HH  DELIMITED BY SIZE
                      WS-RLOG-MM  DELIMITED BY SIZE
                      WS-RLOG-SS  DELIMITED BY SIZE
                      INTO RLOG-FIN
               END-STRING
               MOVE WS-ALMACEN-LEIDAS TO RLOG-ENTRADAS
               MOVE WS-FILAS-ANYADIDAS TO RLOG-SALIDAS
               MOVE WS-ALMACEN-PURGADAS TO RLOG-RECHAZOS
               MOVE ZERO TO RLOG-BLOQUES
               MOVE RETURN-CODE TO RLOG-RETORNO
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE
           END-IF.

       END PROGRAM PALINDROMO-GENR.
