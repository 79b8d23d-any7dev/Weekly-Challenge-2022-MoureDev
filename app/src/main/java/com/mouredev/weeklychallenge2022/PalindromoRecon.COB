      *> descuadrada o ausente en el informe RECONRPT y termina con
      *> CC 8 cuando los ficheros no cuadran, para que el
      *> planificador retenga la distribucion posterior de RESULTS.
      *> Las filas que deja en AUDITLOG la cadena express llevan el
      *> usuario marcado con EXP y la hora del montaje (VER
      *> PALIAUDT): el cuadre nocturno las cuenta aparte, sin
      *> emparejarlas, y cuando FRASEIN es un fichero express
      *> (cabecera de remitente EXPRESS) el cuadre se hace
      *> justamente contra las filas de esa ejecucion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-RECON.
       ENVIRONMENT DIVISION.
           77 WS-FRASES-ENTRADA PIC 9(9) VALUE ZERO.
           77 WS-FILAS-RESULTS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-AUDIT-HOY PIC 9(9) VALUE ZERO.
           77 WS-FILAS-AUDIT-EXPRESS PIC 9(9) VALUE ZERO.
           77 WS-CADENA-EXPRESS PIC X VALUE 'N'.
           77 WS-USUARIO-JOB PIC X(20).
           77 WS-DISCREPANCIAS PIC 9(9) VALUE ZERO.
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
                   AT END
                       MOVE 'Y' TO WS-FRASEIN-EOF
                   NOT AT END
                       IF FEED-CABECERA
                               AND FEED-CAB-PROVEEDOR = "EXPRESS"
                           PERFORM PREPARA-CUADRE-EXPRESS
                       END-IF
                       IF FEED-DETALLE
                           MOVE FEED-FRASE TO FRASE
                           ADD 1 TO WS-FRASES-ENTRADA
           DISPLAY "FRASES DE ENTRADA       : " WS-FRASES-ENTRADA
           DISPLAY "FILAS RESULTS           : " WS-FILAS-RESULTS
           DISPLAY "FILAS AUDITLOG DEL DIA  : " WS-FILAS-AUDIT-HOY
           IF WS-FILAS-AUDIT-EXPRESS > ZERO
               DISPLAY "FILAS EXPRESS DEL DIA   : "
                   WS-FILAS-AUDIT-EXPRESS " (NO SE CUADRAN AQUI)"
           END-IF
           DISPLAY "DISCREPANCIAS           : " WS-DISCREPANCIAS
           IF WS-DISCREPANCIAS > ZERO
               DISPLAY "LOS FICHEROS NO CUADRAN, SE RETIENE LA "
           PERFORM ESCRIBE-RUNLOG
           STOP RUN.

      *> FRASEIN de la cadena express: las filas de AUDITLOG que le
      *> corresponden son las del usuario del job marcado con EXP y
      *> la hora del montaje del fichero, igual que las escribe
      *> PALINDROMO-BATCH.
       PREPARA-CUADRE-EXPRESS.
           MOVE 'Y' TO WS-CADENA-EXPRESS
           MOVE WS-USER-ID TO WS-USUARIO-JOB
           MOVE SPACES TO WS-USER-ID
           STRING "EXP" FEED-CAB-HORA "-" WS-USUARIO-JOB
               DELIMITED BY SIZE INTO WS-USER-ID
           END-STRING.

      *> Solo los registros de detalle del feed cuentan como frases
      *> de entrada; la cabecera CAB y el pie FIN los valida el
      *> propio lote y aqui se saltan.
      *> ejecuciones anteriores como las comprobaciones interactivas
      *> que un analista haya hecho por consola hoy bajo otro
      *> usuario. Deja WS-AUDIT-HOY a 'Y' con la fila posicionada, o
      *> a 'N' si no quedan filas del lote del dia. En el cuadre
      *> nocturno, las filas del dia de la cadena express (usuario
      *> EXPhhmmss-...) solo se cuentan: se cuadraron en su propia
      *> ejecucion y no tienen pareja en el FRASEIN de la noche.
       LEE-AUDIT-HOY.
           MOVE 'N' TO WS-AUDIT-HOY
           PERFORM UNTIL WS-AUDIT-HOY = 'Y' OR WS-AUDIT-EOF = 'Y'
                           AND AUD-USER-ID = WS-USER-ID
                           MOVE 'Y' TO WS-AUDIT-HOY
                           ADD 1 TO WS-FILAS-AUDIT-HOY
                       ELSE
                           IF AUD-TIMESTAMP(1:8) = WS-FECHA-HOY
                                   AND WS-CADENA-EXPRESS = 'N'
                                   AND AUD-USER-ID(1:3) = "EXP"
                                   AND AUD-USER-ID(4:6) IS NUMERIC
                                   AND AUD-USER-ID(10:1) = "-"
                               ADD 1 TO WS-FILAS-AUDIT-EXPRESS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               INTO RECON-LINE
           WRITE RECON-LINE

           IF WS-FILAS-AUDIT-EXPRESS > ZERO
               MOVE SPACES TO RECON-LINE
               STRING "FILAS EXPRESS DEL DIA  : " DELIMITED BY SIZE
                   WS-FILAS-AUDIT-EXPRESS DELIMITED BY SIZE
                   " (CUADRADAS EN SU EJECUCION EXPRESS)"
                   DELIMITED BY SIZE
                   INTO RECON-LINE
               WRITE RECON-LINE
           END-IF

           MOVE SPACES TO RECON-LINE
           STRING "DISCREPANCIAS          : " DELIMITED BY SIZE
               WS-DISCREPANCIAS DELIMITED BY SIZE
