      *> Reparto del fichero deduplicado FRASEDUP en particiones
      *> para la cadena particionada. Los dias en que el proveedor
      *> manda un fichero grande de frases largas el lote no cabe en
      *> la ventana: cada frase paga la tabla de CALCULA-DISTANCIA y,
      *> con MODO-SUBCADENA, la expansion de centros, y las dos
      *> crecen con el cuadrado de la longitud. Este programa reparte
      *> los detalles entre el numero de particiones de la tarjeta
      *> PARTPRM (PARTICIONES=n, de 1 a 8) equilibrando el peso, no
      *> el numero de frases: el peso de cada frase es su longitud
      *> al cuadrado mas el recorrido fijo de la frase, y cada
      *> frase, de la mas pesada a la mas ligera, va a la particion
      *> menos cargada hasta ese momento. Cada particion PART01 a
      *> PART08 sale con el formato de FRASEIN (VER PALIFEED) y en
      *> el orden original: cada bloque CAB...FIN de FRASEDUP se
      *> repite en todas las particiones, con el numero de
      *> particion en la cabecera y en el pie el total de frases
      *> del bloque que le tocaron, para que cada una se procese
      *> con su propio PALINDROMO-BATCH y su propio checkpoint. Las
      *> particiones asignadas en el job por encima de la tarjeta
      *> salen vacias (solo cabeceras y pies), para que sus lotes
      *> terminen sin trabajo. PARTMAP (VER PALIPMAP) guarda la
      *> particion de cada frase, con la que PALINDROMO-MERG
      *> devuelve los resultados al orden original, y PARTRPT
      *> imprime la carga de cada particion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-PART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRASE-IN-FILE ASSIGN TO "FRASEDUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRASEIN-STATUS.
           SELECT PART-PARAM-FILE ASSIGN TO "PARTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPRM-STATUS.
           SELECT PART-1-FILE ASSIGN TO "PART01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-2-FILE ASSIGN TO "PART02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-3-FILE ASSIGN TO "PART03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-4-FILE ASSIGN TO "PART04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-5-FILE ASSIGN TO "PART05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-6-FILE ASSIGN TO "PART06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-7-FILE ASSIGN TO "PART07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-8-FILE ASSIGN TO "PART08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT REPARTO-FILE ASSIGN TO "PARTWK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MAPA-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT PART-RPT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRASE-IN-FILE.
       01  FRASE-IN-REC.
           COPY PALIFEED.
       FD  PART-PARAM-FILE.
       01  PART-PARAM-REC     PIC X(80).
       FD  PART-1-FILE.
       01  PART-1-REC         PIC X(523).
       FD  PART-2-FILE.
       01  PART-2-REC         PIC X(523).
       FD  PART-3-FILE.
       01  PART-3-REC         PIC X(523).
       FD  PART-4-FILE.
       01  PART-4-REC         PIC X(523).
       FD  PART-5-FILE.
       01  PART-5-REC         PIC X(523).
       FD  PART-6-FILE.
       01  PART-6-REC         PIC X(523).
       FD  PART-7-FILE.
       01  PART-7-REC         PIC X(523).
       FD  PART-8-FILE.
       01  PART-8-REC         PIC X(523).
       FD  REPARTO-FILE.
       01  REPARTO-REC.
           COPY PALIPMAP.
       FD  MAPA-FILE.
       01  MAPA-REC.
           COPY PALIPMAP.
       FD  PART-RPT-FILE.
       01  PART-LINE          PIC X(132).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-SECUENCIA  PIC 9(9).
           05 SORT-PARTICION  PIC 9.
           05 SORT-PESO       PIC 9(6).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FRASEIN-STATUS PIC XX.
           77 WS-PARTPRM-STATUS PIC XX.
           77 WS-PART-STATUS PIC XX.
           77 WS-MAPA-STATUS PIC XX.
           77 WS-FEED-ERROR PIC X VALUE 'N'.
           77 WS-CAB-ABIERTA PIC X VALUE 'N'.
           77 WS-CABS-VISTAS PIC 9(3) VALUE ZERO.
           77 WS-FRASES-FEED PIC 9(9) VALUE ZERO.
           77 WS-FRASES-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-FRASES-ESCRITAS PIC 9(9) VALUE ZERO.
           77 WS-FIN-REPARTO PIC X VALUE 'N'.
           77 WS-LONG-FRASE PIC 9(3).
           77 WS-PARTICIONES PIC 9 VALUE 4.
           77 WS-PART-DISPONIBLES PIC 9 VALUE ZERO.
           77 WS-PART-IDX PIC 9.
           77 WS-PART-MENOR PIC 9.
           77 WS-PARAM-PALABRA PIC X(20).
           77 WS-PARAM-VALOR PIC X(60).
           77 WS-PESO-TOTAL PIC 9(15) VALUE ZERO.
           77 WS-PORCENTAJE PIC 9(3)V9.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
      *> Carga de cada particion: frases y peso asignados, y
      *> frases del bloque CAB...FIN en curso para su pie.
       01  WS-PART-TABLA.
           05 WS-PART-ENT OCCURS 8 TIMES.
               10 WS-PART-FRASES  PIC 9(9).
               10 WS-PART-CARGA   PIC 9(15).
               10 WS-PART-BLOQUE  PIC 9(9).
       01  WS-DETALLE-LINEA.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DET-PART     PIC 9.
           05 FILLER          PIC X(6) VALUE SPACES.
           05 WS-DET-FRASES   PIC ZZZZZZZZ9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DET-CARGA    PIC ZZZZZZZZZZZZZZ9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DET-PCT      PIC ZZ9.9.
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
           05 WS-RLOG-SS PIC 99.
           05 WS-RLOG-CC PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIA-RUNLOG
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-PARTICIONES
           PERFORM ABRE-PARTICIONES
           INITIALIZE WS-PART-TABLA
           SORT SORT-FILE
               ON DESCENDING KEY SORT-PESO
               ON ASCENDING KEY SORT-SECUENCIA
               INPUT PROCEDURE IS LEE-ENTRADA
               OUTPUT PROCEDURE IS REPARTE-CARGA
           PERFORM VALIDA-ENTRADA
           IF WS-FEED-ERROR = 'Y'
               DISPLAY "SE RECHAZA EL LOTE: FRASEDUP NO SUPERA LA "
                   "VALIDACION DE REGISTROS DE CONTROL"
               PERFORM CIERRA-PARTICIONES
               MOVE 8 TO RETURN-CODE
               PERFORM ESCRIBE-RUNLOG
               STOP RUN
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SORT-SECUENCIA
               USING REPARTO-FILE
               GIVING MAPA-FILE
           PERFORM ESCRIBE-PARTICIONES
           PERFORM CIERRA-PARTICIONES
           PERFORM ESCRIBE-INFORME
           DISPLAY "FRASES REPARTIDAS     : " WS-FRASES-ESCRITAS
           DISPLAY "PARTICIONES CON CARGA : " WS-PARTICIONES
           DISPLAY "PARTICIONES DEL JOB   : " WS-PART-DISPONIBLES
           IF WS-FEED-ERROR = 'Y'
               DISPLAY "SE RECHAZA EL REPARTO: PARTMAP NO CUADRA CON "
                   "FRASEDUP"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBE-RUNLOG
           STOP RUN.

      *> Lee de la tarjeta PARTPRM (PARTICIONES=n) el numero de
      *> particiones entre las que se reparte la carga. Sin tarjeta
      *> se reparte entre las cuatro de siempre; una tarjeta
      *> ilegible o fuera de 1 a 8 para el paso con CC 12.
       LEE-PARTICIONES.
           OPEN INPUT PART-PARAM-FILE
           EVALUATE WS-PARTPRM-STATUS
               WHEN "00"
                   MOVE SPACES TO PART-PARAM-REC
                   READ PART-PARAM-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE PART-PARAM-FILE
                   MOVE SPACES TO WS-PARAM-PALABRA
                   MOVE SPACES TO WS-PARAM-VALOR
                   UNSTRING PART-PARAM-REC DELIMITED BY "="
                       INTO WS-PARAM-PALABRA WS-PARAM-VALOR
                   END-UNSTRING
                   IF WS-PARAM-PALABRA = "PARTICIONES"
                           AND WS-PARAM-VALOR(1:1) IS NUMERIC
                           AND WS-PARAM-VALOR(1:1) NOT = "0"
                           AND WS-PARAM-VALOR(1:1) NOT = "9"
                           AND WS-PARAM-VALOR(2:1) = SPACE
                       MOVE WS-PARAM-VALOR(1:1) TO WS-PARTICIONES
                   ELSE
                       DISPLAY "NUMERO DE PARTICIONES INVALIDO EN "
                           "PARTPRM: " PART-PARAM-REC(1:30)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "35"
                   DISPLAY "PARTPRM NO ASIGNADA, SE REPARTE EN "
                       WS-PARTICIONES " PARTICIONES"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO PARTPRM, FILE STATUS: "
                       WS-PARTPRM-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Abre las particiones asignadas en el job, que tienen que
      *> ser consecutivas desde PART01: la primera que no se puede
      *> abrir marca el final. Tiene que haber al menos tantas como
      *> pide la tarjeta.
       ABRE-PARTICIONES.
           MOVE ZERO TO WS-PART-DISPONIBLES
           MOVE "00" TO WS-PART-STATUS
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 8 OR WS-PART-STATUS NOT = "00"
               EVALUATE WS-PART-IDX
                   WHEN 1 OPEN OUTPUT PART-1-FILE
                   WHEN 2 OPEN OUTPUT PART-2-FILE
                   WHEN 3 OPEN OUTPUT PART-3-FILE
                   WHEN 4 OPEN OUTPUT PART-4-FILE
                   WHEN 5 OPEN OUTPUT PART-5-FILE
                   WHEN 6 OPEN OUTPUT PART-6-FILE
                   WHEN 7 OPEN OUTPUT PART-7-FILE
                   WHEN 8 OPEN OUTPUT PART-8-FILE
               END-EVALUATE
               IF WS-PART-STATUS = "00"
                   MOVE WS-PART-IDX TO WS-PART-DISPONIBLES
               END-IF
           END-PERFORM
           IF WS-PART-DISPONIBLES < WS-PARTICIONES
               DISPLAY "PARTPRM PIDE " WS-PARTICIONES
                   " PARTICIONES Y EL JOB SOLO ASIGNA "
                   WS-PART-DISPONIBLES
               PERFORM CIERRA-PARTICIONES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CIERRA-PARTICIONES.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-DISPONIBLES
               EVALUATE WS-PART-IDX
                   WHEN 1 CLOSE PART-1-FILE
                   WHEN 2 CLOSE PART-2-FILE
                   WHEN 3 CLOSE PART-3-FILE
                   WHEN 4 CLOSE PART-4-FILE
                   WHEN 5 CLOSE PART-5-FILE
                   WHEN 6 CLOSE PART-6-FILE
                   WHEN 7 CLOSE PART-7-FILE
                   WHEN 8 CLOSE PART-8-FILE
               END-EVALUATE
           END-PERFORM.

      *> Procedimiento de entrada del primer SORT: valida la
      *> estructura CAB...FIN de FRASEDUP igual que el lote y
      *> entrega cada detalle con su numero de orden y su peso.
       LEE-ENTRADA.
           OPEN INPUT FRASE-IN-FILE
           IF WS-FRASEIN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO FRASEDUP, FILE STATUS: "
                   WS-FRASEIN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FRASE-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-REGISTRO-ENTRADA
               END-READ
           END-PERFORM
           CLOSE FRASE-IN-FILE.

       TRATA-REGISTRO-ENTRADA.
           EVALUATE TRUE
               WHEN FEED-CABECERA
                   IF WS-CAB-ABIERTA = 'Y'
                       DISPLAY "CABECERA CAB SIN PIE DEL ENVIO "
                           "ANTERIOR EN FRASEDUP"
                       MOVE 'Y' TO WS-FEED-ERROR
                   ELSE
                       ADD 1 TO WS-CABS-VISTAS
                       MOVE 'Y' TO WS-CAB-ABIERTA
                       MOVE ZERO TO WS-FRASES-FEED
                   END-IF
               WHEN FEED-DETALLE
                   IF WS-CAB-ABIERTA = 'N'
                       DISPLAY "DETALLE SIN CABECERA DE ENVIO EN "
                           "FRASEDUP"
                       MOVE 'Y' TO WS-FEED-ERROR
                   ELSE
                       ADD 1 TO WS-FRASES-LEIDAS
                       ADD 1 TO WS-FRASES-FEED
                       PERFORM CALCULA-PESO
                       MOVE WS-FRASES-LEIDAS TO SORT-SECUENCIA
                       MOVE ZERO TO SORT-PARTICION
                       RELEASE SORT-REC
                   END-IF
               WHEN FEED-PIE
                   IF WS-CAB-ABIERTA = 'N'
                       DISPLAY "PIE FIN SIN CABECERA EN FRASEDUP"
                       MOVE 'Y' TO WS-FEED-ERROR
                   ELSE
                       IF FEED-FIN-TOTAL NOT = WS-FRASES-FEED
                           DISPLAY "TOTAL DEL PIE " FEED-FIN-TOTAL
                               " NO CUADRA CON FRASES DEL ENVIO "
                               WS-FRASES-FEED
                           MOVE 'Y' TO WS-FEED-ERROR
                       ELSE
                           MOVE 'N' TO WS-CAB-ABIERTA
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO DE REGISTRO DESCONOCIDO EN "
                       "FRASEDUP: " FEED-TIPO
                   MOVE 'Y' TO WS-FEED-ERROR
           END-EVALUATE.

      *> Peso de la frase: su longitud sin los blancos finales al
      *> cuadrado (la tabla de distancias y la expansion de
      *> centros), mas 500 por el recorrido fijo de la frase
      *> completa que hace cualquier veredicto.
       CALCULA-PESO.
           PERFORM VARYING WS-LONG-FRASE FROM 500 BY -1
                   UNTIL WS-LONG-FRASE = ZERO
                       OR FEED-FRASE(WS-LONG-FRASE:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE SORT-PESO = WS-LONG-FRASE * WS-LONG-FRASE + 500.

      *> Procedimiento de salida del primer SORT: las frases llegan
      *> de la mas pesada a la mas ligera y cada una va a la
      *> particion con menos carga acumulada (a igualdad, la de
      *> numero menor), lo que deja las particiones equilibradas
      *> por peso aunque las frases largas se concentren en una
      *> parte del fichero.
       REPARTE-CARGA.
           OPEN OUTPUT REPARTO-FILE
           PERFORM UNTIL WS-FIN-REPARTO = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-FIN-REPARTO
                   NOT AT END
                       MOVE 1 TO WS-PART-MENOR
                       PERFORM VARYING WS-PART-IDX FROM 2 BY 1
                               UNTIL WS-PART-IDX > WS-PARTICIONES
                           IF WS-PART-CARGA(WS-PART-IDX)
                                   < WS-PART-CARGA(WS-PART-MENOR)
                               MOVE WS-PART-IDX TO WS-PART-MENOR
                           END-IF
                       END-PERFORM
                       ADD SORT-PESO TO WS-PART-CARGA(WS-PART-MENOR)
                       ADD SORT-PESO TO WS-PESO-TOTAL
                       ADD 1 TO WS-PART-FRASES(WS-PART-MENOR)
                       MOVE SORT-SECUENCIA TO MAP-SECUENCIA
                           OF REPARTO-REC
                       MOVE WS-PART-MENOR TO MAP-PARTICION
                           OF REPARTO-REC
                       MOVE SORT-PESO TO MAP-PESO OF REPARTO-REC
                       WRITE REPARTO-REC
               END-RETURN
           END-PERFORM
           CLOSE REPARTO-FILE.

      *> Cuadre estructural de FRASEDUP, igual que el del lote.
       VALIDA-ENTRADA.
           IF WS-FEED-ERROR = 'N'
               IF WS-CABS-VISTAS = ZERO
                   DISPLAY "FRASEDUP VACIO, SIN CABECERA DE ENVIO"
                   MOVE 'Y' TO WS-FEED-ERROR
               ELSE
                   IF WS-CAB-ABIERTA = 'Y'
                       DISPLAY "PIE FIN AUSENTE EN FRASEDUP, ENVIO "
                           "INCOMPLETO"
                       MOVE 'Y' TO WS-FEED-ERROR
                   END-IF
               END-IF
           END-IF.

      *> Segunda lectura de FRASEDUP, en paralelo con PARTMAP (ya
      *> en el orden original): cada cabecera se copia a todas las
      *> particiones con su numero, cada detalle va a la particion
      *> que le asigno el reparto y cada pie se reescribe en cada
      *> particion con el total de frases del bloque que le
      *> tocaron.
       ESCRIBE-PARTICIONES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FRASE-IN-FILE
           IF WS-FRASEIN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO FRASEDUP, FILE STATUS: "
                   WS-FRASEIN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAPA-FILE
           IF WS-MAPA-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO PARTMAP, FILE STATUS: "
                   WS-MAPA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FEED-ERROR = 'Y'
               READ FRASE-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPARTE-REGISTRO
               END-READ
           END-PERFORM
           CLOSE FRASE-IN-FILE
           CLOSE MAPA-FILE.

       REPARTE-REGISTRO.
           EVALUATE TRUE
               WHEN FEED-CABECERA
                   PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                           UNTIL WS-PART-IDX > WS-PART-DISPONIBLES
                       MOVE WS-PART-IDX TO FEED-CAB-PARTICION
                       MOVE ZERO TO WS-PART-BLOQUE(WS-PART-IDX)
                       PERFORM ESCRIBE-EN-PARTICION
                   END-PERFORM
               WHEN FEED-DETALLE
                   READ MAPA-FILE
                       AT END
                           DISPLAY "PARTMAP TERMINA ANTES QUE "
                               "FRASEDUP"
                           MOVE 'Y' TO WS-FEED-ERROR
                   END-READ
                   IF WS-FEED-ERROR = 'N'
                       IF MAP-SECUENCIA OF MAPA-REC
                               NOT = WS-FRASES-ESCRITAS + 1
                           DISPLAY "PARTMAP FUERA DE ORDEN EN LA "
                               "FRASE " MAP-SECUENCIA OF MAPA-REC
                           MOVE 'Y' TO WS-FEED-ERROR
                       ELSE
                           MOVE MAP-PARTICION OF MAPA-REC
                               TO WS-PART-IDX
                           ADD 1 TO WS-PART-BLOQUE(WS-PART-IDX)
                           ADD 1 TO WS-FRASES-ESCRITAS
                           PERFORM ESCRIBE-EN-PARTICION
                       END-IF
                   END-IF
               WHEN FEED-PIE
                   PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                           UNTIL WS-PART-IDX > WS-PART-DISPONIBLES
                       MOVE SPACES TO FRASE-IN-REC
                       MOVE "FIN" TO FEED-TIPO
                       MOVE WS-PART-BLOQUE(WS-PART-IDX)
                           TO FEED-FIN-TOTAL
                       PERFORM ESCRIBE-EN-PARTICION
                   END-PERFORM
           END-EVALUATE.

      *> Escribe el registro en curso en la particion WS-PART-IDX.
       ESCRIBE-EN-PARTICION.
           EVALUATE WS-PART-IDX
               WHEN 1 WRITE PART-1-REC FROM FRASE-IN-REC
               WHEN 2 WRITE PART-2-REC FROM FRASE-IN-REC
               WHEN 3 WRITE PART-3-REC FROM FRASE-IN-REC
               WHEN 4 WRITE PART-4-REC FROM FRASE-IN-REC
               WHEN 5 WRITE PART-5-REC FROM FRASE-IN-REC
               WHEN 6 WRITE PART-6-REC FROM FRASE-IN-REC
               WHEN 7 WRITE PART-7-REC FROM FRASE-IN-REC
               WHEN 8 WRITE PART-8-REC FROM FRASE-IN-REC
           END-EVALUATE.

      *> Informe de carga: frases y peso de cada particion y su
      *> parte del peso total, para vigilar que el reparto sigue
      *> equilibrado.
       ESCRIBE-INFORME.
           OPEN OUTPUT PART-RPT-FILE
           MOVE SPACES TO PART-LINE
           STRING "REPARTO DE FRASEDUP EN PARTICIONES - FECHA "
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO PART-LINE
           WRITE PART-LINE

           MOVE SPACES TO PART-LINE
           STRING "FRASES REPARTIDAS     : " DELIMITED BY SIZE
               WS-FRASES-ESCRITAS DELIMITED BY SIZE
               INTO PART-LINE
           WRITE PART-LINE

           MOVE SPACES TO PART-LINE
           STRING "PESO TOTAL            : " DELIMITED BY SIZE
               WS-PESO-TOTAL DELIMITED BY SIZE
               INTO PART-LINE
           WRITE PART-LINE

           MOVE SPACES TO PART-LINE
           WRITE PART-LINE

           MOVE SPACES TO PART-LINE
           STRING "PARTICION     FRASES              PESO   % PESO"
               DELIMITED BY SIZE
               INTO PART-LINE
           WRITE PART-LINE

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-DISPONIBLES
               MOVE WS-PART-IDX TO WS-DET-PART
               MOVE WS-PART-FRASES(WS-PART-IDX) TO WS-DET-FRASES
               MOVE WS-PART-CARGA(WS-PART-IDX) TO WS-DET-CARGA
               IF WS-PESO-TOTAL > ZERO
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-PART-CARGA(WS-PART-IDX) * 100
                       / WS-PESO-TOTAL
               ELSE
                   MOVE ZERO TO WS-PORCENTAJE
               END-IF
               MOVE WS-PORCENTAJE TO WS-DET-PCT
               MOVE WS-DETALLE-LINEA TO PART-LINE
               WRITE PART-LINE
           END-PERFORM
           CLOSE PART-RPT-FILE.

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
      *> este paso. Si el RUNLOG no esta disponible se avisa y el
      *> paso termina igual: el registro de control no debe tumbar
      *> la cadena.
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
               MOVE "PART" TO RLOG-PASO
               MOVE WS-RLOG-INICIO TO RLOG-INICIO
               MOVE SPACES TO RLOG-FIN
               STRING WS-RLOG-FECHA-ACT DELIMITED BY SIZE
                      WS-RLOG-HH  DELIMITED BY SIZE
                      WS-RLOG-MM  DELIMITED BY SIZE
                      WS-RLOG-SS  DELIMITED BY SIZE
                      INTO RLOG-FIN
               END-STRING
               MOVE WS-FRASES-LEIDAS TO RLOG-ENTRADAS
               MOVE WS-FRASES-ESCRITAS TO RLOG-SALIDAS
               MOVE ZERO TO RLOG-RECHAZOS
               MOVE WS-CABS-VISTAS TO RLOG-BLOQUES
               MOVE RETURN-CODE TO RLOG-RETORNO
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE
           END-IF.

      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), la misma que
      *> leen los demas pasos. Si la tarjeta no viene asignada en
      *> el job se usa la fecha del sistema; una tarjeta presente
      *> pero ilegible para el proceso con CC 12.
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

       END PROGRAM PALINDROMO-PART.
