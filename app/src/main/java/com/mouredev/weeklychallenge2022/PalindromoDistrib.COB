      *> un origen que no sea MKT/LAB/EXT no se reparten: se cuentan,
      *> se informan y el job termina con CC 4 para que el operador
      *> investigue de donde salieron.
      *> Como el lote solo juzga una vez cada frase distinta, el
      *> reparto lee ademas la referencia cruzada XREFOUT de la
      *> deduplicacion (VER PALIXREF), que trae una fila por cada
      *> frase enviada en el mismo orden que RESULTS, y escribe una
      *> linea DET por envio original con el departamento y la
      *> referencia de esa linea de envio: quien manda la misma
      *> frase treinta veces recibe treinta lineas y su pie FIN
      *> cuadra con lo que envio. Si XREFOUT no viene asignado se
      *> avisa y se reparte una linea por fila de RESULTS, como
      *> antes; una fila de RESULTS sin apariciones o apariciones
      *> sin fila se avisan con CC 4, y un XREFOUT de otro envio
      *> (fechas que no casan) para el reparto con CC 12.
      *> En el job de reenvio PALINRNV el DD REENVIO trae la tarjeta
      *> de PALINDROMO-REEN (VER PALIREEN): el reparto usa la fecha
      *> de negocio de la generacion reenviada, solo escribe el
      *> fichero del departamento pedido (los tres con TODOS,
      *> ninguno con ALMACEN) y marca la cabecera CAB como reenvio
      *> con la fecha en que se reenvia.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-DIST.
       ENVIRONMENT DIVISION.
           SELECT RESULT-IN-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT XREF-IN-FILE ASSIGN TO "XREFOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT RET-MKT-FILE ASSIGN TO "RETMKT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RET-LAB-FILE ASSIGN TO "RETLAB"
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
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
       FD  RET-MKT-FILE.
       01  RET-MKT-REC.
           COPY PALIRETN.
           COPY PALIRETN.
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  REENVIO-FILE.
       01  REENVIO-REC.
           COPY PALIREEN.
       WORKING-STORAGE SECTION.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-FILAS-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-SIN-DESTINO PIC 9(9) VALUE ZERO.
           77 WS-XREF-STATUS PIC XX.
           77 WS-XREF-DISPONIBLE PIC X VALUE 'N'.
           77 WS-XREF-EOF PIC X VALUE 'N'.
           77 WS-APARICIONES-FILA PIC 9(9) VALUE ZERO.
           77 WS-FILAS-SIN-APARICION PIC 9(9) VALUE ZERO.
           77 WS-APARICIONES-SIN-FILA PIC 9(9) VALUE ZERO.
           77 WS-ORIGEN-LINEA PIC X(3).
           77 WS-MKT-TOTAL PIC 9(9) VALUE ZERO.
           77 WS-MKT-SI PIC 9(9) VALUE ZERO.
           77 WS-MKT-NO PIC 9(9) VALUE ZERO.
           77 WS-EXT-TOTAL PIC 9(9) VALUE ZERO.
           77 WS-EXT-SI PIC 9(9) VALUE ZERO.
           77 WS-EXT-NO PIC 9(9) VALUE ZERO.
           77 WS-REENVIO-STATUS PIC XX.
           77 WS-REENVIO PIC X VALUE 'N'.
           77 WS-FECHA-REENVIO PIC 9(8) VALUE ZERO.
           77 WS-ENVIA-MKT PIC X VALUE 'Y'.
           77 WS-ENVIA-LAB PIC X VALUE 'Y'.
           77 WS-ENVIA-EXT PIC X VALUE 'Y'.
       01  WS-RET-TRABAJO.
           COPY PALIRETN.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-REENVIO
           OPEN INPUT RESULT-IN-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RESULTS, FILE STATUS: "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-XREF
           IF WS-ENVIA-MKT = 'Y'
               OPEN OUTPUT RET-MKT-FILE
           END-IF
           IF WS-ENVIA-LAB = 'Y'
               OPEN OUTPUT RET-LAB-FILE
           END-IF
           IF WS-ENVIA-EXT = 'Y'
               OPEN OUTPUT RET-EXT-FILE
           END-IF
           PERFORM ESCRIBE-CABECERAS
           PERFORM UNTIL WS-EOF = 'Y'
               READ RESULT-IN-FILE
               END-READ
           END-PERFORM
           CLOSE RESULT-IN-FILE
           IF WS-XREF-DISPONIBLE = 'Y'
               PERFORM UNTIL WS-XREF-EOF = 'Y'
                   ADD 1 TO WS-APARICIONES-SIN-FILA
                   DISPLAY "APARICION SIN FILA EN RESULTS: "
                       XRF-ORIGEN " " XRF-REFERENCIA " "
                       XRF-FRASE(1:40)
                   PERFORM LEE-XREF
               END-PERFORM
               CLOSE XREF-IN-FILE
           END-IF
           PERFORM ESCRIBE-PIES
           IF WS-ENVIA-MKT = 'Y'
               CLOSE RET-MKT-FILE
           END-IF
           IF WS-ENVIA-LAB = 'Y'
               CLOSE RET-LAB-FILE
           END-IF
           IF WS-ENVIA-EXT = 'Y'
               CLOSE RET-EXT-FILE
           END-IF
           DISPLAY "FILAS RESULTS LEIDAS : " WS-FILAS-LEIDAS
           DISPLAY "RETORNO MARKETING    : " WS-MKT-TOTAL
           DISPLAY "RETORNO LABORATORIO  : " WS-LAB-TOTAL
           DISPLAY "RETORNO PROVEEDOR    : " WS-EXT-TOTAL
           DISPLAY "FILAS SIN DESTINO    : " WS-FILAS-SIN-DESTINO
           IF WS-XREF-DISPONIBLE = 'Y'
               DISPLAY "FILAS SIN APARICION  : "
                   WS-FILAS-SIN-APARICION
               DISPLAY "APARICIONES SIN FILA : "
                   WS-APARICIONES-SIN-FILA
           END-IF
           IF WS-FILAS-SIN-DESTINO > ZERO
               DISPLAY "HAY FILAS CON ORIGEN DESCONOCIDO QUE NO SE "
                   "HAN REPARTIDO"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILAS-SIN-APARICION > ZERO
                   OR WS-APARICIONES-SIN-FILA > ZERO
               DISPLAY "XREFOUT NO CUADRA CON RESULTS: LOS PIES FIN "
                   "NO CUBREN TODO LO ENVIADO"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Cabecera CAB de cada fichero de retorno, con la fecha del
      *> reparto, el departamento destinatario y el remitente fijo
      *> del sistema. En un reenvio lleva ademas la marca de
      *> reenvio y la fecha en que se reenvia.
       ESCRIBE-CABECERAS.
           MOVE SPACES TO WS-RET-TRABAJO
           MOVE "CAB" TO RET-TIPO OF WS-RET-TRABAJO
           MOVE WS-FECHA-HOY TO RET-CAB-FECHA OF WS-RET-TRABAJO
           MOVE "PALINDRO" TO RET-CAB-REMITENTE OF WS-RET-TRABAJO
           IF WS-REENVIO = 'Y'
               MOVE 'S' TO RET-CAB-REENVIO OF WS-RET-TRABAJO
               MOVE WS-FECHA-REENVIO
                   TO RET-CAB-FECHA-REENVIO OF WS-RET-TRABAJO
           END-IF
           IF WS-ENVIA-MKT = 'Y'
               MOVE "MKT" TO RET-CAB-DESTINO OF WS-RET-TRABAJO
               WRITE RET-MKT-REC FROM WS-RET-TRABAJO
           END-IF
           IF WS-ENVIA-LAB = 'Y'
               MOVE "LAB" TO RET-CAB-DESTINO OF WS-RET-TRABAJO
               WRITE RET-LAB-REC FROM WS-RET-TRABAJO
           END-IF
           IF WS-ENVIA-EXT = 'Y'
               MOVE "EXT" TO RET-CAB-DESTINO OF WS-RET-TRABAJO
               WRITE RET-EXT-REC FROM WS-RET-TRABAJO
           END-IF.

      *> Lee la tarjeta REENVIO, que solo viene asignada en el job
      *> de reenvio PALINRNV. Sin ella el reparto es el diario de
      *> siempre. Con ella se reparte la generacion reenviada bajo
      *> su fecha de negocio y solo al destino pedido; un reenvio
      *> solo para el almacen no tiene nada que repartir. Una
      *> tarjeta presente pero ilegible para el paso con CC 12.
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
                   IF NOT REE-DESTINO-TODOS
                       MOVE 'N' TO WS-ENVIA-MKT
                       MOVE 'N' TO WS-ENVIA-LAB
                       MOVE 'N' TO WS-ENVIA-EXT
                   END-IF
                   EVALUATE TRUE
                       WHEN REE-DESTINO-MKT
                           MOVE 'Y' TO WS-ENVIA-MKT
                       WHEN REE-DESTINO-LAB
                           MOVE 'Y' TO WS-ENVIA-LAB
                       WHEN REE-DESTINO-EXT
                           MOVE 'Y' TO WS-ENVIA-EXT
                   END-EVALUATE
                   DISPLAY "REENVIO DE LA GENERACION " WS-FECHA-HOY
                       " PARA " REE-DESTINO ", FECHA DE REENVIO "
                       WS-FECHA-REENVIO
                   IF REE-DESTINO-ALMACEN
                       DISPLAY "REENVIO SOLO PARA EL ALMACEN: NO HAY "
                           "FICHEROS DE RETORNO QUE GENERAR"
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

      *> Abre la referencia cruzada de la deduplicacion y deja leida
      *> su primera fila. Sin el DD se reparte por fila de RESULTS,
      *> con el origen de la primera aparicion y sin referencia.
       ABRE-XREF.
           OPEN INPUT XREF-IN-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-XREF-DISPONIBLE
                   PERFORM LEE-XREF
               WHEN "35"
                   DISPLAY "AVISO: XREFOUT NO ASIGNADO, SE DEVUELVE "
                       "UNA LINEA POR FRASE DISTINTA SIN REFERENCIA"
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

      *> Monta el registro de detalle de la fila en curso y lo
      *> escribe una vez por cada aparicion que XREFOUT reduce a
      *> ella (las filas de XREFOUT cuyo numero de frase unica es
      *> el numero de la fila de RESULTS), con el departamento y la
      *> referencia de cada linea de envio.
       REPARTE-FILA.
           MOVE SPACES TO WS-RET-TRABAJO
           MOVE "DET" TO RET-TIPO OF WS-RET-TRABAJO
               TO RET-VERDICT-PAL OF WS-RET-TRABAJO
           MOVE RSLT-DISTANCIA TO RET-DISTANCIA OF WS-RET-TRABAJO
           MOVE RSLT-CASI TO RET-CASI OF WS-RET-TRABAJO
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
                   MOVE XRF-REFERENCIA
                       TO RET-REFERENCIA OF WS-RET-TRABAJO
                   PERFORM ESCRIBE-LINEA-RETORNO
                   PERFORM LEE-XREF
               END-PERFORM
               IF WS-APARICIONES-FILA = ZERO
                   ADD 1 TO WS-FILAS-SIN-APARICION
                   DISPLAY "FILA DE RESULTS SIN APARICION EN XREFOUT: "
                       WS-FILAS-LEIDAS " " RSLT-FRASE(1:40)
                   MOVE RSLT-ORIGEN TO WS-ORIGEN-LINEA
                   PERFORM ESCRIBE-LINEA-RETORNO
               END-IF
           ELSE
               MOVE RSLT-ORIGEN TO WS-ORIGEN-LINEA
               PERFORM ESCRIBE-LINEA-RETORNO
           END-IF.

      *> Escribe la linea de detalle montada en el fichero del
      *> departamento WS-ORIGEN-LINEA, acumulando los totales de
      *> su pie.
       ESCRIBE-LINEA-RETORNO.
           EVALUATE WS-ORIGEN-LINEA
               WHEN "MKT"
                   ADD 1 TO WS-MKT-TOTAL
                   IF RSLT-VERDICT = "SI "
                   ELSE
                       ADD 1 TO WS-MKT-NO
                   END-IF
                   IF WS-ENVIA-MKT = 'Y'
                       WRITE RET-MKT-REC FROM WS-RET-TRABAJO
                   END-IF
               WHEN "LAB"
                   ADD 1 TO WS-LAB-TOTAL
                   IF RSLT-VERDICT = "SI "
                   ELSE
                       ADD 1 TO WS-LAB-NO
                   END-IF
                   IF WS-ENVIA-LAB = 'Y'
                       WRITE RET-LAB-REC FROM WS-RET-TRABAJO
                   END-IF
               WHEN "EXT"
                   ADD 1 TO WS-EXT-TOTAL
                   IF RSLT-VERDICT = "SI "
                   ELSE
                       ADD 1 TO WS-EXT-NO
                   END-IF
                   IF WS-ENVIA-EXT = 'Y'
                       WRITE RET-EXT-REC FROM WS-RET-TRABAJO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FILAS-SIN-DESTINO
                   DISPLAY "ORIGEN DESCONOCIDO EN RESULTS: "
                       WS-ORIGEN-LINEA " " RSLT-FRASE(1:60)
           END-EVALUATE.

      *> Pie FIN de cada fichero de retorno con los totales del
           MOVE WS-MKT-TOTAL TO RET-FIN-TOTAL OF WS-RET-TRABAJO
           MOVE WS-MKT-SI TO RET-FIN-SI OF WS-RET-TRABAJO
           MOVE WS-MKT-NO TO RET-FIN-NO OF WS-RET-TRABAJO
           IF WS-ENVIA-MKT = 'Y'
               WRITE RET-MKT-REC FROM WS-RET-TRABAJO
           END-IF
           MOVE SPACES TO WS-RET-TRABAJO
           MOVE "FIN" TO RET-TIPO OF WS-RET-TRABAJO
           MOVE WS-LAB-TOTAL TO RET-FIN-TOTAL OF WS-RET-TRABAJO
           MOVE WS-LAB-SI TO RET-FIN-SI OF WS-RET-TRABAJO
           MOVE WS-LAB-NO TO RET-FIN-NO OF WS-RET-TRABAJO
           IF WS-ENVIA-LAB = 'Y'
               WRITE RET-LAB-REC FROM WS-RET-TRABAJO
           END-IF
           MOVE SPACES TO WS-RET-TRABAJO
           MOVE "FIN" TO RET-TIPO OF WS-RET-TRABAJO
           MOVE WS-EXT-TOTAL TO RET-FIN-TOTAL OF WS-RET-TRABAJO
           MOVE WS-EXT-SI TO RET-FIN-SI OF WS-RET-TRABAJO
           MOVE WS-EXT-NO TO RET-FIN-NO OF WS-RET-TRABAJO
           IF WS-ENVIA-EXT = 'Y'
               WRITE RET-EXT-REC FROM WS-RET-TRABAJO
           END-IF.


      *> Carga la fecha de negocio de la cadena desde la tarjeta de
