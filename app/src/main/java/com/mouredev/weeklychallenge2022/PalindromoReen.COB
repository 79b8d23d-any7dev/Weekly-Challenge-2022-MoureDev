      *> Preparacion de un reenvio a peticion. Cuando un
      *> departamento o BI pierde el fichero de una noche, el job
      *> PALINRNV lo rehace desde la generacion fechada que guarda
      *> PALINDROMO-GENR en GENHIST (VER PALIGENR). Este programa
      *> lee de la tarjeta REENVPRM la fecha de negocio de la noche
      *> (FECHA=AAAAMMDD) y el destino (DESTINO=MKT, LAB, EXT, TODOS
      *> o ALMACEN), saca de GENHIST el RESULTS y el XREFOUT de esa
      *> generacion y les aplica las correcciones de PALINCOR hechas
      *> desde esa fecha (filas C de fecha igual o posterior; para
      *> una misma frase manda la mas reciente), de modo que el
      *> reenvio lleve los veredictos vigentes y no los que se
      *> corrigieron despues. Escribe ademas la tarjeta REENVIO
      *> (VER PALIREEN) con la que PALINDROMO-DIST y PALINDROMO-EXTR
      *> rehacen en los pasos siguientes los ficheros del destino
      *> marcados como reenvio. La fecha del reenvio es la fecha de
      *> proceso de FECHAPRM (o la del sistema).
      *> Termina con CC 8 si GENHIST no tiene esa generacion (ya
      *> purgada por la retencion o nunca guardada) y con CC 12 si
      *> la tarjeta no es valida; en ambos casos no escribe nada y
      *> los pasos siguientes no corren.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-REEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "REENVPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT GEN-IN-FILE ASSIGN TO "GENHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT RESULT-OUT-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT XREF-OUT-FILE ASSIGN TO "XREFOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REENVIO-FILE ASSIGN TO "REENVIO"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC          PIC X(80).
       FD  GEN-IN-FILE.
       01  GEN-IN-REC.
           COPY PALIGENR.
       FD  RESULT-OUT-FILE.
       01  RESULT-OUT-REC.
           COPY PALIRSLT.
       FD  XREF-OUT-FILE.
       01  XREF-OUT-REC       PIC X(558).
       FD  REENVIO-FILE.
       01  REENVIO-REC        PIC X(80).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       WORKING-STORAGE SECTION.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-GEN-STATUS PIC XX.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 WS-PARAM-PALABRA PIC X(20).
           77 WS-PARAM-VALOR PIC X(60).
           77 WS-PARAM-EOF PIC X VALUE 'N'.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-FECHA-PEDIDA PIC 9(8) VALUE ZERO.
           77 WS-DESTINO-PEDIDO PIC X(7) VALUE SPACES.
           77 WS-FECHA-ENTERO PIC 9(9).
           77 WS-FILAS-GENERACION PIC 9(9) VALUE ZERO.
           77 WS-FILAS-RESULTS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-XREF PIC 9(9) VALUE ZERO.
           77 WS-FILAS-CORREGIDAS PIC 9(9) VALUE ZERO.
           77 WS-CORR-MAX PIC 9(5) VALUE 2000.
           77 WS-CORR-CARGADAS PIC 9(5) VALUE ZERO.
           77 WS-CORR-IDX PIC 9(5).
           77 WS-CORR-HALLADA PIC 9(5).
           77 WS-CORR-FECHA-HALLADA PIC 9(8).
       01  WS-REENVIO-TRABAJO.
           COPY PALIREEN.
       01  WS-RESULTADO-GEN.
           COPY PALIRSLT.
       01  WS-TABLA-CORRECCIONES.
           05 WS-CORR-ENTRADA OCCURS 2000 TIMES.
               10 WS-CORR-FECHA      PIC 9(8).
               10 WS-CORR-FRASE      PIC X(500).
               10 WS-CORR-VERDICT    PIC X(3).
               10 WS-CORR-DISTANCIA  PIC 9(3).
               10 WS-CORR-CASI       PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-TARJETA-REENVIO
           PERFORM CARGA-CORRECCIONES
           IF WS-FILAS-GENERACION = ZERO
               DISPLAY "GENHIST NO TIENE LA GENERACION DEL "
                   WS-FECHA-PEDIDA
                   " (PURGADA POR LA RETENCION O NUNCA GUARDADA)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESULT-OUT-FILE
           OPEN OUTPUT XREF-OUT-FILE
           PERFORM EXTRAE-GENERACION
           CLOSE RESULT-OUT-FILE
           CLOSE XREF-OUT-FILE
           PERFORM ESCRIBE-TARJETA-REENVIO
           DISPLAY "GENERACION REENVIADA  : " WS-FECHA-PEDIDA
           DISPLAY "DESTINO               : " WS-DESTINO-PEDIDO
           DISPLAY "FECHA DEL REENVIO     : " WS-FECHA-HOY
           DISPLAY "FILAS RESULTS         : " WS-FILAS-RESULTS
           DISPLAY "FILAS XREFOUT         : " WS-FILAS-XREF
           DISPLAY "CORRECCIONES POSTERIORES CARGADAS: "
               WS-CORR-CARGADAS
           DISPLAY "FILAS CORREGIDAS      : " WS-FILAS-CORREGIDAS
           IF WS-FILAS-XREF = ZERO
               DISPLAY "AVISO: LA GENERACION NO TIENE REFERENCIA "
                   "CRUZADA, SE DEVUELVE UNA LINEA POR FRASE DISTINTA"
           END-IF
           STOP RUN.

      *> Lee las lineas PALABRA=VALOR de REENVPRM. Hacen falta la
      *> FECHA (una fecha real, no se reenvia del futuro) y el
      *> DESTINO; las lineas en blanco o que empiezan por asterisco
      *> se ignoran. Cualquier otra cosa para el paso con CC 12.
       LEE-TARJETA-REENVIO.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO REENVPRM, FILE STATUS: "
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
           IF WS-FECHA-PEDIDA = ZERO
               DISPLAY "FALTA LA FECHA DEL REENVIO EN REENVPRM"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DESTINO-PEDIDO = SPACES
               DISPLAY "FALTA EL DESTINO DEL REENVIO EN REENVPRM"
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
                   WHEN "FECHA"
                       MOVE ZERO TO WS-FECHA-ENTERO
                       IF WS-PARAM-VALOR(1:8) IS NUMERIC
                           MOVE WS-PARAM-VALOR(1:8) TO WS-FECHA-PEDIDA
                           COMPUTE WS-FECHA-ENTERO =
                               FUNCTION INTEGER-OF-DATE(WS-FECHA-PEDIDA)
                       END-IF
                       IF WS-FECHA-ENTERO = ZERO
                               OR WS-FECHA-PEDIDA > WS-FECHA-HOY
                           DISPLAY "FECHA DE REENVIO INVALIDA EN "
                               "REENVPRM: " PARAM-REC(1:20)
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "DESTINO"
                       MOVE WS-PARAM-VALOR(1:7) TO REE-DESTINO
                       IF REE-DESTINO-VALIDO
                               AND WS-PARAM-VALOR(8:) = SPACES
                           MOVE REE-DESTINO TO WS-DESTINO-PEDIDO
                       ELSE
                           DISPLAY "DESTINO DE REENVIO INVALIDO EN "
                               "REENVPRM: " PARAM-REC(1:20)
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "LINEA INVALIDA EN REENVPRM: "
                           PARAM-REC(1:20)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *> Primera pasada por GENHIST: cuenta las filas R de la
      *> generacion pedida y carga en la tabla las correcciones
      *> (filas C) de esa fecha o posteriores, con el veredicto, la
      *> distancia y la marca de casi-palindromo corregidos.
       CARGA-CORRECCIONES.
           OPEN INPUT GEN-IN-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO GENHIST, FILE STATUS: "
                   WS-GEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GEN-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GEN-RESULTADO
                               AND GEN-FECHA = WS-FECHA-PEDIDA
                           ADD 1 TO WS-FILAS-GENERACION
                       END-IF
                       IF GEN-CORRECCION
                               AND GEN-FECHA >= WS-FECHA-PEDIDA
                           PERFORM GUARDA-CORRECCION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-IN-FILE.

       GUARDA-CORRECCION.
           IF WS-CORR-CARGADAS >= WS-CORR-MAX
               DISPLAY "DEMASIADAS CORRECCIONES POSTERIORES A "
                   WS-FECHA-PEDIDA ", MAXIMO " WS-CORR-MAX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GEN-DATOS TO WS-RESULTADO-GEN
           ADD 1 TO WS-CORR-CARGADAS
           MOVE GEN-FECHA TO WS-CORR-FECHA(WS-CORR-CARGADAS)
           MOVE RSLT-FRASE OF WS-RESULTADO-GEN
               TO WS-CORR-FRASE(WS-CORR-CARGADAS)
           MOVE RSLT-VERDICT OF WS-RESULTADO-GEN
               TO WS-CORR-VERDICT(WS-CORR-CARGADAS)
           MOVE RSLT-DISTANCIA OF WS-RESULTADO-GEN
               TO WS-CORR-DISTANCIA(WS-CORR-CARGADAS)
           MOVE RSLT-CASI OF WS-RESULTADO-GEN
               TO WS-CORR-CASI(WS-CORR-CARGADAS).

      *> Segunda pasada: escribe en RESULTS las filas R de la
      *> generacion, corregidas si procede, y en XREFOUT sus filas
      *> X, ambas en el orden en que se guardaron.
       EXTRAE-GENERACION.
           OPEN INPUT GEN-IN-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO GENHIST, FILE STATUS: "
                   WS-GEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GEN-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GEN-FECHA = WS-FECHA-PEDIDA
                           EVALUATE TRUE
                               WHEN GEN-RESULTADO
                                   PERFORM ESCRIBE-FILA-RESULTS
                               WHEN GEN-REFERENCIA
                                   ADD 1 TO WS-FILAS-XREF
                                   MOVE GEN-DATOS TO XREF-OUT-REC
                                   WRITE XREF-OUT-REC
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-IN-FILE.

      *> Aplica a la fila la correccion mas reciente de su frase
      *> (a igual fecha, la ultima guardada) y la escribe. La
      *> correccion cambia el veredicto, la distancia y la marca de
      *> casi-palindromo, igual que PALINDROMO-CORR en la fila viva;
      *> el origen y la fecha de envio son los de la generacion.
       ESCRIBE-FILA-RESULTS.
           ADD 1 TO WS-FILAS-RESULTS
           MOVE GEN-DATOS TO RESULT-OUT-REC
           MOVE ZERO TO WS-CORR-HALLADA
           MOVE ZERO TO WS-CORR-FECHA-HALLADA
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-CARGADAS
               IF WS-CORR-FRASE(WS-CORR-IDX) = RSLT-FRASE
                       OF RESULT-OUT-REC
                   AND WS-CORR-FECHA(WS-CORR-IDX)
                       >= WS-CORR-FECHA-HALLADA
                   MOVE WS-CORR-IDX TO WS-CORR-HALLADA
                   MOVE WS-CORR-FECHA(WS-CORR-IDX)
                       TO WS-CORR-FECHA-HALLADA
               END-IF
           END-PERFORM
           IF WS-CORR-HALLADA > ZERO
               IF WS-CORR-VERDICT(WS-CORR-HALLADA)
                       NOT = RSLT-VERDICT OF RESULT-OUT-REC
                   ADD 1 TO WS-FILAS-CORREGIDAS
                   DISPLAY "CORREGIDA: " RSLT-VERDICT
                       OF RESULT-OUT-REC " -> "
                       WS-CORR-VERDICT(WS-CORR-HALLADA) " "
                       RSLT-FRASE OF RESULT-OUT-REC(1:40)
               END-IF
               MOVE WS-CORR-VERDICT(WS-CORR-HALLADA)
                   TO RSLT-VERDICT OF RESULT-OUT-REC
               MOVE WS-CORR-DISTANCIA(WS-CORR-HALLADA)
                   TO RSLT-DISTANCIA OF RESULT-OUT-REC
               MOVE WS-CORR-CASI(WS-CORR-HALLADA)
                   TO RSLT-CASI OF RESULT-OUT-REC
           END-IF
           WRITE RESULT-OUT-REC.

       ESCRIBE-TARJETA-REENVIO.
           OPEN OUTPUT REENVIO-FILE
           MOVE SPACES TO WS-REENVIO-TRABAJO
           MOVE "REENVIO" TO REE-MARCA
           MOVE WS-FECHA-PEDIDA TO REE-FECHA-NEGOCIO
           MOVE WS-FECHA-HOY TO REE-FECHA-REENVIO
           MOVE WS-DESTINO-PEDIDO TO REE-DESTINO
           WRITE REENVIO-REC FROM WS-REENVIO-TRABAJO
           CLOSE REENVIO-FILE.


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

       END PROGRAM PALINDROMO-REEN.
