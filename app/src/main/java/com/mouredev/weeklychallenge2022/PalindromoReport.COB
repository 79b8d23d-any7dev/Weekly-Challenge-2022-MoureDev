       01  CORR-IN-REC.
           COPY PALICORR.
       FD  HIST-NEW-FILE.
       01  HIST-NEW-REC       PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
               10 WS-FD-PASSED   PIC 9(9).
               10 WS-FD-FAILED   PIC 9(9).
               10 WS-FD-LONGEST  PIC 9(3).
               10 WS-FD-CASI     PIC 9(9).
               10 WS-FD-MKT      PIC 9(9).
               10 WS-FD-LAB      PIC 9(9).
               10 WS-FD-EXT      PIC 9(9).
               10 WS-FD-ESCRITA  PIC X.
       01  WS-CASI-LINEA.
           05 WS-CASI-LIN-DIST  PIC ZZ9.
                   MOVE ZERO TO WS-FD-PASSED(WS-FD-POS)
                   MOVE ZERO TO WS-FD-FAILED(WS-FD-POS)
                   MOVE ZERO TO WS-FD-LONGEST(WS-FD-POS)
                   MOVE ZERO TO WS-FD-CASI(WS-FD-POS)
                   MOVE ZERO TO WS-FD-MKT(WS-FD-POS)
                   MOVE ZERO TO WS-FD-LAB(WS-FD-POS)
                   MOVE ZERO TO WS-FD-EXT(WS-FD-POS)
                   MOVE 'N' TO WS-FD-ESCRITA(WS-FD-POS)
               ELSE
                   MOVE WS-FD-USADAS TO WS-FD-POS
               ADD 1 TO WS-FD-PASSED(WS-FD-POS)
           ELSE
               ADD 1 TO WS-FD-FAILED(WS-FD-POS)
               IF RSLT-CASI = 'S'
                   ADD 1 TO WS-FD-CASI(WS-FD-POS)
               END-IF
           END-IF
           IF RSLT-LONG > WS-FD-LONGEST(WS-FD-POS)
               MOVE RSLT-LONG TO WS-FD-LONGEST(WS-FD-POS)
           END-IF
           EVALUATE WS-ORG-IDX
               WHEN 1
                   ADD 1 TO WS-FD-MKT(WS-FD-POS)
               WHEN 2
                   ADD 1 TO WS-FD-LAB(WS-FD-POS)
               WHEN 3
                   ADD 1 TO WS-FD-EXT(WS-FD-POS)
           END-EVALUATE.

      *> Mantiene ordenada por distancia creciente la tabla de las
      *> diez frases falladas mas cercanas a palindromo, desplazando
               MOVE ZERO TO WS-FD-PASSED(1)
               MOVE ZERO TO WS-FD-FAILED(1)
               MOVE ZERO TO WS-FD-LONGEST(1)
               MOVE ZERO TO WS-FD-CASI(1)
               MOVE ZERO TO WS-FD-MKT(1)
               MOVE ZERO TO WS-FD-LAB(1)
               MOVE ZERO TO WS-FD-EXT(1)
               MOVE 'N' TO WS-FD-ESCRITA(1)
           END-IF
           PERFORM ESCRIBE-FILA-HISTORICO
           MOVE WS-FD-LONGEST(WS-FD-IDX)
               TO HIST-MAS-LARGA OF WS-HIST-FILA
           MOVE WS-FD-PERCENT
               TO HIST-PORCENTAJE OF WS-HIST-FILA
           MOVE 'S' TO HIST-DETALLE OF WS-HIST-FILA
           MOVE WS-FD-CASI(WS-FD-IDX)
               TO HIST-CASI OF WS-HIST-FILA
           MOVE WS-FD-MKT(WS-FD-IDX)
               TO HIST-ORIGEN-MKT OF WS-HIST-FILA
           MOVE WS-FD-LAB(WS-FD-IDX)
               TO HIST-ORIGEN-LAB OF WS-HIST-FILA
           MOVE WS-FD-EXT(WS-FD-IDX)
               TO HIST-ORIGEN-EXT OF WS-HIST-FILA.

      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), para que todos
