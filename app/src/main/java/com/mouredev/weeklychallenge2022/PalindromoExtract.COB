      *> La frase va siempre entre comillas dobles y las comillas
      *> interiores se duplican, para que los punto y coma del
      *> propio texto no descoloquen las columnas.
      *> El almacen recibe una fila por cada frase enviada, no por
      *> frase distinta: con la referencia cruzada XREFOUT de la
      *> deduplicacion (VER PALIXREF) el veredicto de cada fila de
      *> RESULTS se repite para cada aparicion, con el origen y la
      *> columna REFERENCIA de la linea de envio del departamento,
      *> la misma que le devuelve PALINDROMO-DIST. Sin XREFOUT se
      *> avisa y sale una fila por fila de RESULTS, sin referencia.
      *> En el job de reenvio PALINRNV el DD REENVIO trae la tarjeta
      *> de PALINDROMO-REEN (VER PALIREEN): el extracto se rehace
      *> con la fecha de negocio de la generacion reenviada, solo si
      *> el destino es ALMACEN, y su fila TRL lleva detras del total
      *> la marca REENVIO y la fecha en que se reenvia, para que la
      *> carga no lo cargue dos veces.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-EXTR.
       ENVIRONMENT DIVISION.
           SELECT RESULT-IN-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT XREF-IN-FILE ASSIGN TO "XREFOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT EXTRACT-OUT-FILE ASSIGN TO "WAREXTR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CORR-IN-FILE ASSIGN TO "CORRDELT"
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT REENVIO-FILE ASSIGN TO "REENVIO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REENVIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE.
       01  RESULT-IN-REC.
           COPY PALIRSLT.
       FD  XREF-IN-FILE.
       01  XREF-IN-REC.
           COPY PALIXREF.
       FD  EXTRACT-OUT-FILE.
       01  EXTRACT-LINE PIC X(1100).
       FD  CORR-IN-FILE.
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       FD  REENVIO-FILE.
       01  REENVIO-REC.
           COPY PALIREEN.
       WORKING-STORAGE SECTION.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-RESULT-STATUS PIC XX.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-FILAS-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-EXTRAIDAS PIC 9(9) VALUE ZERO.
           77 WS-XREF-STATUS PIC XX.
           77 WS-XREF-DISPONIBLE PIC X VALUE 'N'.
           77 WS-XREF-EOF PIC X VALUE 'N'.
           77 WS-APARICIONES-FILA PIC 9(9) VALUE ZERO.
           77 WS-FILAS-SIN-APARICION PIC 9(9) VALUE ZERO.
           77 WS-APARICIONES-SIN-FILA PIC 9(9) VALUE ZERO.
           77 WS-ORIGEN-LINEA PIC X(3).
           77 WS-REFERENCIA-LINEA PIC X(20).
           77 WS-CHAR PIC X.
           77 K PIC 9(4).
           77 K2 PIC 9(4).
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
           77 WS-REENVIO-STATUS PIC XX.
           77 WS-REENVIO PIC X VALUE 'N'.
           77 WS-FECHA-REENVIO PIC 9(8) VALUE ZERO.
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
       MAIN-PROCEDURE.
           PERFORM INICIA-RUNLOG
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-REENVIO
           OPEN INPUT RESULT-IN-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RESULTS, FILE STATUS: "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-XREF
           OPEN OUTPUT EXTRACT-OUT-FILE
           PERFORM ESCRIBE-CABECERA-EXTRACTO
           PERFORM UNTIL WS-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILAS-LEIDAS
                       PERFORM ESCRIBE-FILA-EXTRACTO
               END-READ
           END-PERFORM
           CLOSE RESULT-IN-FILE
           IF WS-XREF-DISPONIBLE = 'Y'
               PERFORM UNTIL WS-XREF-EOF = 'Y'
                   ADD 1 TO WS-APARICIONES-SIN-FILA
                   PERFORM LEE-XREF
               END-PERFORM
               CLOSE XREF-IN-FILE
           END-IF
           PERFORM ESCRIBE-PIE-EXTRACTO
           CLOSE EXTRACT-OUT-FILE
           DISPLAY "FILAS RESULTS LEIDAS: " WS-FILAS-LEIDAS
           DISPLAY "FILAS EXTRAIDAS PARA EL ALMACEN: "
               WS-FILAS-EXTRAIDAS
           IF WS-FILAS-SIN-APARICION > ZERO
                   OR WS-APARICIONES-SIN-FILA > ZERO
               DISPLAY "XREFOUT NO CUADRA CON RESULTS: FILAS SIN "
                   "APARICION " WS-FILAS-SIN-APARICION
                   ", APARICIONES SIN FILA " WS-APARICIONES-SIN-FILA
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM EXTRAE-CORRECCIONES
           PERFORM ESCRIBE-RUNLOG
           STOP RUN.
           MOVE SPACES TO EXTRACT-LINE
           STRING "FECHA;FRASE;VEREDICTO;LONGITUD;LIMPIADA;"
               DELIMITED BY SIZE
               "SUB_INICIO;SUB_FIN;SUB_LONGITUD;ORIGEN;REFERENCIA"
               DELIMITED BY SIZE
               INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.
           IF K2 = ZERO
               MOVE 1 TO K2
           END-IF
           IF WS-XREF-DISPONIBLE = 'Y'
               MOVE ZERO TO WS-APARICIONES-FILA
               PERFORM UNTIL WS-XREF-EOF = 'Y'
                       OR XRF-UNICA NOT = WS-FILAS-LEIDAS
                   IF XRF-FECHA NOT = RSLT-FECHA-FEED
                       DISPLAY "XREFOUT NO CORRESPONDE A RESULTS: "
                           "FECHA " XRF-FECHA " EN LA FILA "
                           WS-FILAS-LEIDAS " DE FECHA "
                           RSLT-FECHA-FEED
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-APARICIONES-FILA
                   MOVE XRF-ORIGEN TO WS-ORIGEN-LINEA
                   MOVE XRF-REFERENCIA TO WS-REFERENCIA-LINEA
                   PERFORM ESCRIBE-LINEA-EXTRACTO
                   PERFORM LEE-XREF
               END-PERFORM
               IF WS-APARICIONES-FILA = ZERO
                   ADD 1 TO WS-FILAS-SIN-APARICION
                   MOVE RSLT-ORIGEN TO WS-ORIGEN-LINEA
                   MOVE SPACES TO WS-REFERENCIA-LINEA
                   PERFORM ESCRIBE-LINEA-EXTRACTO
               END-IF
           ELSE
               MOVE RSLT-ORIGEN TO WS-ORIGEN-LINEA
               MOVE SPACES TO WS-REFERENCIA-LINEA
               PERFORM ESCRIBE-LINEA-EXTRACTO
           END-IF.

      *> Escribe una fila del extracto con la frase ya escapada de
      *> la fila de RESULTS en curso, para el origen y la
      *> referencia de la aparicion WS-ORIGEN-LINEA /
      *> WS-REFERENCIA-LINEA.
       ESCRIBE-LINEA-EXTRACTO.
           ADD 1 TO WS-FILAS-EXTRAIDAS
           MOVE SPACES TO EXTRACT-LINE
           STRING WS-FECHA-FILA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RSLT-SUB-LONGITUD DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-ORIGEN-LINEA DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFERENCIA-LINEA, TRAILING)
               DELIMITED BY SIZE
               INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

      *> Abre la referencia cruzada de la deduplicacion y deja leida
      *> su primera fila. Sin el DD el extracto sale por fila de
      *> RESULTS, con el origen de la primera aparicion.
       ABRE-XREF.
           OPEN INPUT XREF-IN-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-XREF-DISPONIBLE
                   PERFORM LEE-XREF
               WHEN "35"
                   DISPLAY "AVISO: XREFOUT NO ASIGNADO, UNA FILA POR "
                       "FRASE DISTINTA SIN REFERENCIA"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO XREFOUT, FILE STATUS: "
                       WS-XREF-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LEE-XREF.
           READ XREF-IN-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF
           END-READ.

      *> Fila de cierre con el total de filas de detalle, para que
      *> la carga del almacen valide que el extracto llego completo.
      *> En un reenvio siguen la marca REENVIO y la fecha en que se
      *> reenvia.
       ESCRIBE-PIE-EXTRACTO.
           MOVE SPACES TO EXTRACT-LINE
           IF WS-REENVIO = 'Y'
               STRING "TRL;" DELIMITED BY SIZE
                   WS-FILAS-EXTRAIDAS DELIMITED BY SIZE
                   ";REENVIO;" DELIMITED BY SIZE
                   WS-FECHA-REENVIO DELIMITED BY SIZE
                   INTO EXTRACT-LINE
           ELSE
               STRING "TRL;" DELIMITED BY SIZE
                   WS-FILAS-EXTRAIDAS DELIMITED BY SIZE
                   INTO EXTRACT-LINE
           END-IF
           WRITE EXTRACT-LINE.

      *> Lee la tarjeta REENVIO, que solo viene asignada en el job
      *> de reenvio PALINRNV. Sin ella el extracto es el diario de
      *> siempre. Con ella se extrae la generacion reenviada bajo
      *> su fecha de negocio, y solo si el reenvio es para el
      *> almacen. Una tarjeta presente pero ilegible para el paso
      *> con CC 12.
       LEE-REENVIO.
           OPEN INPUT REENVIO-FILE
           EVALUATE WS-REENVIO-STATUS
               WHEN "00"
                   MOVE SPACES TO REENVIO-REC
                   READ REENVIO-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE REENVIO-FILE
                   IF NOT REE-ES-REENVIO
                           OR REE-FECHA-NEGOCIO IS NOT NUMERIC
                           OR REE-FECHA-REENVIO IS NOT NUMERIC
                           OR NOT REE-DESTINO-VALIDO
                       DISPLAY "TARJETA REENVIO INVALIDA: "
                           REENVIO-REC(1:31)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-REENVIO
                   MOVE REE-FECHA-NEGOCIO TO WS-FECHA-HOY
                   MOVE REE-FECHA-REENVIO TO WS-FECHA-REENVIO
                   DISPLAY "REENVIO DE LA GENERACION " WS-FECHA-HOY
                       " PARA " REE-DESTINO ", FECHA DE REENVIO "
                       WS-FECHA-REENVIO
                   IF NOT REE-DESTINO-ALMACEN
                       DISPLAY "REENVIO SOLO PARA DEPARTAMENTOS: NO "
                           "HAY EXTRACTO DEL ALMACEN QUE GENERAR"
                       STOP RUN
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO REENVIO, FILE STATUS: "
                       WS-REENVIO-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.


      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), para que todos
                      WS-RLOG-SS  DELIMITED BY SIZE
                      INTO RLOG-FIN
               END-STRING
               MOVE WS-FILAS-LEIDAS TO RLOG-ENTRADAS
               MOVE WS-FILAS-EXTRAIDAS TO RLOG-SALIDAS
               MOVE ZERO TO RLOG-RECHAZOS
               MOVE ZERO TO RLOG-BLOQUES
