      *> varios envios fechados concatenados (recuperacion tras un
      *> festivo), la deduplicacion se hace dentro de cada envio y
      *> la salida conserva un bloque CAB...FIN por fecha. Escribe
      *> en XREFOUT (VER PALIXREF) una
      *> fila por cada frase recibida con el numero de la frase
      *> unica a la que se reduce, su origen y la referencia del
      *> envio que le puso el departamento, para que el reparto y
      *> el extracto devuelvan el veredicto a cada linea enviada,
      *> e imprime en
      *> DUPLRPT las frases mas repetidas y los totales para
      *> devolver al proveedor. Los totales cuadran siempre: frases
      *> unicas mas duplicados eliminados igual a frases recibidas.
      *> Si el FRASEIN de entrada no supera la validacion de
      *> registros de control, el programa termina con CC 8 y el
      *> planificador no arranca el lote. Con la entrada valida, los
      *> duplicados eliminados de cada departamento (el de cada
      *> copia descartada, no el de la primera aparicion) se anyaden
      *> al fichero acumulado CONSUMO (VER PALICONS) para la
      *> refacturacion mensual. En la cadena express (cabecera de
      *> remitente EXPRESS, VER PALINDROMO-CONS) el consumo se anota
      *> bajo el paso ED mas la hora del montaje del fichero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-DEDUP.
       ENVIRONMENT DIVISION.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRASE-IN-FILE.
           COPY PALIFEED.
       FD  XREF-OUT-FILE.
       01  XREF-REC.
           COPY PALIXREF.
       FD  DUPL-RPT-FILE.
       01  DUPL-LINE          PIC X(132).
       SD  SORT-FILE.
           05 SORT-FRASE      PIC X(500).
           05 SORT-SEQ        PIC 9(9).
           05 SORT-TIPO       PIC X(3).
           05 SORT-REFERENCIA PIC X(20).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       FD  CONSUMO-FILE.
       01  CONSUMO-REC.
           COPY PALICONS.
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FRASEIN-STATUS PIC XX.
           77 WS-FRASES-UNICAS PIC 9(9) VALUE ZERO.
           77 WS-DUPL-ELIMINADOS PIC 9(9) VALUE ZERO.
           77 WS-FRASES-REPETIDAS PIC 9(9) VALUE ZERO.
           77 WS-DUPL-MKT PIC 9(9) VALUE ZERO.
           77 WS-DUPL-LAB PIC 9(9) VALUE ZERO.
           77 WS-DUPL-EXT PIC 9(9) VALUE ZERO.
           77 WS-CONSUMO-STATUS PIC XX.
           77 WS-FIN-GRUPOS PIC X VALUE 'N'.
           77 WS-VECES-GRUPO PIC 9(9) VALUE ZERO.
           77 WS-FRASE-GRUPO PIC X(500).
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
           77 WS-PASO-CONSUMO PIC X(8).
      *> Cabeceras de los envios recibidos (FRASEIN puede traer
      *> varios bloques CAB...FIN concatenados en una recuperacion
      *> tras un festivo): fecha, proveedor y hora de montaje de
      *> cada envio, para reconstruir su CAB en el fichero
      *> deduplicado.
       01  WS-CAB-TABLA.
           05 WS-CAB-ENT OCCURS 10 TIMES.
               10 WS-CAB-FECHA     PIC 9(8).
               10 WS-CAB-PROVEEDOR PIC X(8).
               10 WS-CAB-HORA      PIC 9(6).
       01  WS-TOP-TABLA.
           05 WS-TOP-ENT OCCURS 10 TIMES.
               10 WS-TOP-FRASE PIC X(500).
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBE-RUNLOG
           IF WS-FEED-ERROR = 'N'
               PERFORM ESCRIBE-CONSUMO
           END-IF
           STOP RUN.

      *> Procedimiento de entrada del SORT: lee el FRASEIN
                       MOVE FEED-FRASE OF FRASE-IN-REC TO SORT-FRASE
                       MOVE WS-FRASES-RECIBIDAS TO SORT-SEQ
                       MOVE FEED-TIPO OF FRASE-IN-REC TO SORT-TIPO
                       MOVE FEED-REFERENCIA OF FRASE-IN-REC
                           TO SORT-REFERENCIA
                       RELEASE SORT-REC
                   END-IF
               WHEN FEED-PIE OF FRASE-IN-REC
                           TO WS-CAB-FECHA(WS-CABS-USADAS)
                       MOVE FEED-CAB-PROVEEDOR OF FRASE-IN-REC
                           TO WS-CAB-PROVEEDOR(WS-CABS-USADAS)
                       MOVE FEED-CAB-HORA OF FRASE-IN-REC
                           TO WS-CAB-HORA(WS-CABS-USADAS)
                       MOVE FEED-CAB-FECHA OF FRASE-IN-REC
                           TO WS-FECHA-FEED
                       MOVE 'Y' TO WS-CAB-ABIERTA
      *> fecha cierra el envio anterior con su pie FIN (total de
      *> frases unicas de ese envio) y abre el siguiente con la
      *> cabecera anotada en la entrada. Dentro de cada envio
      *> escribe la primera aparicion de cada frase, anota en
      *> XREFOUT cada aparicion recibida y lleva a la tabla de las
      *> mas repetidas cada frase que venia mas de una vez.
       ESCRIBE-SALIDA.
           OPEN OUTPUT FRASE-OUT-FILE
           OPEN OUTPUT XREF-OUT-FILE
                       IF WS-VECES-GRUPO > ZERO
                           AND SORT-FRASE = WS-FRASE-GRUPO
                           ADD 1 TO WS-VECES-GRUPO
                           PERFORM CUENTA-DUPLICADO-ORIGEN
                       ELSE
                           IF WS-VECES-GRUPO > ZERO
                               PERFORM CIERRA-GRUPO
                           MOVE SORT-TIPO TO WS-TIPO-GRUPO
                           MOVE 1 TO WS-VECES-GRUPO
                       END-IF
                       PERFORM ANOTA-APARICION
               END-RETURN
           END-PERFORM
           CLOSE FRASE-OUT-FILE
           IF WS-CAB-IDX > ZERO
               MOVE WS-CAB-PROVEEDOR(WS-CAB-IDX)
                   TO FEED-CAB-PROVEEDOR OF FRASE-OUT-REC
               MOVE WS-CAB-HORA(WS-CAB-IDX)
                   TO FEED-CAB-HORA OF FRASE-OUT-REC
           END-IF
           WRITE FRASE-OUT-REC
           MOVE 'Y' TO WS-FEED-SALIDA-ABIERTO

      *> Cierra el grupo de la frase en curso: escribe su primera
      *> aparicion en FRASEDUP y, si venia repetida, la anota en
      *> los totales de duplicados y en la tabla de las mas
      *> repetidas.
       CIERRA-GRUPO.
           ADD 1 TO WS-FRASES-UNICAS
           ADD 1 TO WS-UNICAS-FEED
               ADD 1 TO WS-FRASES-REPETIDAS
               COMPUTE WS-DUPL-ELIMINADOS =
                   WS-DUPL-ELIMINADOS + WS-VECES-GRUPO - 1
               PERFORM ANOTA-TOP-REPETIDAS
           END-IF.

      *> Anota en XREFOUT la aparicion que acaba de salir del SORT,
      *> contra la frase unica que la representa: el grupo en curso
      *> aun no se ha cerrado, asi que su numero de orden es el de
      *> las unicas ya escritas mas uno, que es tambien el de su
      *> fila en RESULTS.
       ANOTA-APARICION.
           MOVE WS-FECHA-EN-CURSO TO XRF-FECHA
           MOVE SORT-FRASE TO XRF-FRASE
           MOVE WS-VECES-GRUPO TO XRF-APARICION
           COMPUTE XRF-UNICA = WS-FRASES-UNICAS + 1
           MOVE SORT-SEQ TO XRF-SECUENCIA
           MOVE SORT-TIPO TO XRF-ORIGEN
           MOVE SORT-REFERENCIA TO XRF-REFERENCIA
           WRITE XREF-REC.

      *> Anota la copia descartada en los duplicados de su propio
      *> departamento: quien repite una frase que ya mando otro
      *> tambien se ahorra el calculo.
       CUENTA-DUPLICADO-ORIGEN.
           EVALUATE SORT-TIPO
               WHEN "MKT" ADD 1 TO WS-DUPL-MKT
               WHEN "LAB" ADD 1 TO WS-DUPL-LAB
               WHEN "EXT" ADD 1 TO WS-DUPL-EXT
           END-EVALUATE.

      *> Mantiene ordenada por apariciones la tabla de las diez
      *> frases mas repetidas del envio, desplazando hacia abajo las
      *> entradas que superan a la nueva.
                   STOP RUN
           END-EVALUATE.

      *> Anyade al fichero acumulado CONSUMO un registro por
      *> departamento con los duplicados eliminados, que
      *> PALINDROMO-CHRG refactura a fin de mes a su tarifa
      *> reducida. Igual que el RUNLOG, si el fichero no esta
      *> disponible se avisa y el paso termina igual.
       ESCRIBE-CONSUMO.
           OPEN EXTEND CONSUMO-FILE
           IF WS-CONSUMO-STATUS = "35"
               OPEN OUTPUT CONSUMO-FILE
           END-IF
           IF WS-CONSUMO-STATUS NOT = "00"
               DISPLAY "AVISO: CONSUMO NO DISPONIBLE, FILE STATUS: "
                   WS-CONSUMO-STATUS
           ELSE
               MOVE ZERO TO CNS-RECIBIDAS
               MOVE ZERO TO CNS-RECHAZOS
               MOVE ZERO TO CNS-PROCESADAS
               MOVE ZERO TO CNS-REUSADAS
               MOVE WS-FECHA-HOY TO CNS-FECHA
               MOVE "DEDUP" TO WS-PASO-CONSUMO
               IF WS-CABS-USADAS > ZERO
                   IF WS-CAB-PROVEEDOR(1) = "EXPRESS"
                       MOVE SPACES TO WS-PASO-CONSUMO
                       STRING "ED" WS-CAB-HORA(1) DELIMITED BY SIZE
                           INTO WS-PASO-CONSUMO
                       END-STRING
                   END-IF
               END-IF
               MOVE WS-PASO-CONSUMO TO CNS-PASO
               MOVE "MKT" TO CNS-ORIGEN
               MOVE WS-DUPL-MKT TO CNS-DUPLICADOS
               WRITE CONSUMO-REC
               MOVE "LAB" TO CNS-ORIGEN
               MOVE WS-DUPL-LAB TO CNS-DUPLICADOS
               WRITE CONSUMO-REC
               MOVE "EXT" TO CNS-ORIGEN
               MOVE WS-DUPL-EXT TO CNS-DUPLICADOS
               WRITE CONSUMO-REC
               CLOSE CONSUMO-FILE
           END-IF.

       END PROGRAM PALINDROMO-DEDUP.
