      *> Informe semanal de envejecimiento de las disputas de
      *> veredicto, uno por departamento (DSPAMKT, DSPALAB, DSPAEXT),
      *> para poder ensenyar a cada departamento (y al responsable
      *> del contrato del proveedor externo) cuanto tardamos en
      *> contestar. Recorre el maestro DISPMAST (VER PALIDSPM) y
      *> lista, en el informe del departamento que la envio, cada
      *> disputa abierta con los dias que lleva sin resolver; al
      *> final de cada informe van los totales por tramo de
      *> antiguedad (0-7, 8-14, 15-30 y mas de 30 dias), la disputa
      *> abierta mas antigua, y las resueltas dentro de la ventana
      *> del informe (DSPPARM: VENTANA=NNN dias, 7 por defecto) con
      *> la media de dias que se tardo en resolverlas. Termina con
      *> CC 4 cuando queda alguna disputa abierta.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-DSPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT DISPUTE-MASTER-FILE ASSIGN TO "DISPMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS DSM-CLAVE
               FILE STATUS IS WS-DSM-STATUS.
           SELECT AGING-MKT-FILE ASSIGN TO "DSPAMKT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGING-LAB-FILE ASSIGN TO "DSPALAB"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGING-EXT-FILE ASSIGN TO "DSPAEXT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-REC          PIC X(80).
       FD  DISPUTE-MASTER-FILE.
       01  DISPUTE-MASTER-REC.
           COPY PALIDSPM.
       FD  AGING-MKT-FILE.
       01  AGING-MKT-LINE     PIC X(132).
       FD  AGING-LAB-FILE.
       01  AGING-LAB-LINE     PIC X(132).
       FD  AGING-EXT-FILE.
       01  AGING-EXT-LINE     PIC X(132).
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-PARAM-STATUS PIC XX.
           77 WS-DSM-STATUS PIC XX.
           77 WS-PARM-PALABRA PIC X(20).
           77 WS-PARM-VALOR PIC X(60).
           77 WS-VENTANA PIC 9(3) VALUE 7.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-HOY-ENTERO PIC 9(9).
           77 WS-ALTA-ENTERO PIC 9(9).
           77 WS-RESOL-ENTERO PIC 9(9).
           77 WS-DIAS PIC 9(5).
           77 WS-DEP-IDX PIC 9.
           77 WS-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-ABIERTAS-TOTAL PIC 9(9) VALUE ZERO.
           77 WS-LINEA PIC X(132).
      *> Acumulados por departamento: 1 MKT, 2 LAB, 3 EXT.
       01  WS-DEPTOS-TABLA.
           05 WS-DEP-ENT OCCURS 3 TIMES.
               10 WS-DEP-CODIGO      PIC X(3).
               10 WS-DEP-ABIERTAS    PIC 9(7).
               10 WS-DEP-TRAMO-1     PIC 9(7).
               10 WS-DEP-TRAMO-2     PIC 9(7).
               10 WS-DEP-TRAMO-3     PIC 9(7).
               10 WS-DEP-TRAMO-4     PIC 9(7).
               10 WS-DEP-MAS-ANTIGUA PIC 9(5).
               10 WS-DEP-ACEPTADAS   PIC 9(7).
               10 WS-DEP-RECHAZADAS  PIC 9(7).
               10 WS-DEP-DIAS-RESOL  PIC 9(9).
       01  WS-DETALLE-LINEA.
           05 WS-DET-CLAVE     PIC X(22).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-ENVIO     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-DIAS      PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-VERDICT   PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-MOTIVO    PIC X(36).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-FRASE     PIC X(48).
       01  WS-TOTAL-LINEA.
           05 WS-TOT-TEXTO     PIC X(40).
           05 WS-TOT-VALOR     PIC ZZZZZZ9.
       01  WS-MEDIA-DIAS PIC ZZZ9.9.
       01  WS-MEDIA-TRABAJO PIC 9(5)V9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM LEE-PARAMETROS
           INITIALIZE WS-DEPTOS-TABLA
           MOVE "MKT" TO WS-DEP-CODIGO(1)
           MOVE "LAB" TO WS-DEP-CODIGO(2)
           MOVE "EXT" TO WS-DEP-CODIGO(3)
           OPEN INPUT DISPUTE-MASTER-FILE
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO DISPMAST, FILE STATUS: "
                   WS-DSM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-MKT-FILE
           OPEN OUTPUT AGING-LAB-FILE
           OPEN OUTPUT AGING-EXT-FILE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3
               PERFORM ESCRIBE-CABECERA
           END-PERFORM
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LEIDAS
                       PERFORM CLASIFICA-DISPUTA
               END-READ
           END-PERFORM
           CLOSE DISPUTE-MASTER-FILE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3
               PERFORM ESCRIBE-TOTALES
           END-PERFORM
           CLOSE AGING-MKT-FILE
           CLOSE AGING-LAB-FILE
           CLOSE AGING-EXT-FILE
           DISPLAY "DISPUTAS LEIDAS        : " WS-LEIDAS
           DISPLAY "DISPUTAS ABIERTAS      : " WS-ABIERTAS-TOTAL
           IF WS-ABIERTAS-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Carga de DSPPARM la ventana en dias de las resueltas que se
      *> informan (linea VENTANA=NNN). Sin fichero o sin linea valida
      *> se usa la semana de siempre; una linea que no se reconoce
      *> se informa y se ignora.
       LEE-PARAMETROS.
           OPEN INPUT PARAM-FILE
           EVALUATE WS-PARAM-STATUS
               WHEN "00"
                   MOVE SPACES TO PARAM-REC
                   READ PARAM-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE PARAM-FILE
                   IF PARAM-REC NOT = SPACES
                       MOVE SPACES TO WS-PARM-PALABRA
                       MOVE SPACES TO WS-PARM-VALOR
                       UNSTRING PARAM-REC DELIMITED BY "="
                           INTO WS-PARM-PALABRA WS-PARM-VALOR
                       END-UNSTRING
                       IF WS-PARM-PALABRA = "VENTANA"
                           AND WS-PARM-VALOR(1:3) IS NUMERIC
                           MOVE WS-PARM-VALOR(1:3) TO WS-VENTANA
                       ELSE
                           DISPLAY "PARAMETRO NO RECONOCIDO EN "
                               "DSPPARM: " PARAM-REC(1:40)
                       END-IF
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO DSPPARM, FILE STATUS: "
                       WS-PARAM-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Situa la disputa en su departamento y la cuenta: las
      *> abiertas se listan con su antiguedad y se reparten por
      *> tramos; las resueltas dentro de la ventana suman a los
      *> tiempos de respuesta. Un origen desconocido se informa y se
      *> salta.
       CLASIFICA-DISPUTA.
           EVALUATE DSM-ORIGEN
               WHEN "MKT" MOVE 1 TO WS-DEP-IDX
               WHEN "LAB" MOVE 2 TO WS-DEP-IDX
               WHEN "EXT" MOVE 3 TO WS-DEP-IDX
               WHEN OTHER MOVE ZERO TO WS-DEP-IDX
           END-EVALUATE
           IF WS-DEP-IDX = ZERO
               DISPLAY "AVISO: DISPUTA CON ORIGEN DESCONOCIDO: "
                   DSM-CLAVE
           ELSE
               COMPUTE WS-ALTA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(DSM-FECHA-ALTA)
               IF DSM-ABIERTA
                   PERFORM CUENTA-ABIERTA
               ELSE
                   PERFORM CUENTA-RESUELTA
               END-IF
           END-IF.

       CUENTA-ABIERTA.
           ADD 1 TO WS-ABIERTAS-TOTAL
           ADD 1 TO WS-DEP-ABIERTAS(WS-DEP-IDX)
           COMPUTE WS-DIAS = WS-HOY-ENTERO - WS-ALTA-ENTERO
           EVALUATE TRUE
               WHEN WS-DIAS <= 7
                   ADD 1 TO WS-DEP-TRAMO-1(WS-DEP-IDX)
               WHEN WS-DIAS <= 14
                   ADD 1 TO WS-DEP-TRAMO-2(WS-DEP-IDX)
               WHEN WS-DIAS <= 30
                   ADD 1 TO WS-DEP-TRAMO-3(WS-DEP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-DEP-TRAMO-4(WS-DEP-IDX)
           END-EVALUATE
           IF WS-DIAS > WS-DEP-MAS-ANTIGUA(WS-DEP-IDX)
               MOVE WS-DIAS TO WS-DEP-MAS-ANTIGUA(WS-DEP-IDX)
           END-IF
           MOVE DSM-CLAVE TO WS-DET-CLAVE
           MOVE DSM-FECHA-ENVIO TO WS-DET-ENVIO
           MOVE WS-DIAS TO WS-DET-DIAS
           MOVE DSM-VERDICT TO WS-DET-VERDICT
           MOVE DSM-MOTIVO TO WS-DET-MOTIVO
           MOVE DSM-FRASE TO WS-DET-FRASE
           MOVE WS-DETALLE-LINEA TO WS-LINEA
           PERFORM ESCRIBE-LINEA.

       CUENTA-RESUELTA.
           IF DSM-FECHA-RESOL IS NUMERIC AND DSM-FECHA-RESOL > ZERO
               COMPUTE WS-RESOL-ENTERO =
                   FUNCTION INTEGER-OF-DATE(DSM-FECHA-RESOL)
               IF WS-HOY-ENTERO - WS-RESOL-ENTERO <= WS-VENTANA
                   IF DSM-ACEPTADA
                       ADD 1 TO WS-DEP-ACEPTADAS(WS-DEP-IDX)
                   ELSE
                       ADD 1 TO WS-DEP-RECHAZADAS(WS-DEP-IDX)
                   END-IF
                   COMPUTE WS-DEP-DIAS-RESOL(WS-DEP-IDX) =
                       WS-DEP-DIAS-RESOL(WS-DEP-IDX)
                       + WS-RESOL-ENTERO - WS-ALTA-ENTERO
               END-IF
           END-IF.

      *> Escribe WS-LINEA en el informe del departamento en curso.
       ESCRIBE-LINEA.
           EVALUATE WS-DEP-IDX
               WHEN 1
                   MOVE WS-LINEA TO AGING-MKT-LINE
                   WRITE AGING-MKT-LINE
               WHEN 2
                   MOVE WS-LINEA TO AGING-LAB-LINE
                   WRITE AGING-LAB-LINE
               WHEN 3
                   MOVE WS-LINEA TO AGING-EXT-LINE
                   WRITE AGING-EXT-LINE
           END-EVALUATE.

       ESCRIBE-CABECERA.
           MOVE SPACES TO WS-LINEA
           STRING "DISPUTAS DE VEREDICTO ABIERTAS DEL DEPARTAMENTO "
               DELIMITED BY SIZE
               WS-DEP-CODIGO(WS-DEP-IDX) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM ESCRIBE-LINEA

           MOVE SPACES TO WS-LINEA
           STRING "CLAVE                   ENVIO      DIAS  VER  "
               DELIMITED BY SIZE
               "MOTIVO                                FRASE"
               DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM ESCRIBE-LINEA.

       ESCRIBE-TOTALES.
           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBE-LINEA
           MOVE "DISPUTAS ABIERTAS                     : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-ABIERTAS(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "  ABIERTAS DE 0 A 7 DIAS              : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-TRAMO-1(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "  ABIERTAS DE 8 A 14 DIAS             : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-TRAMO-2(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "  ABIERTAS DE 15 A 30 DIAS            : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-TRAMO-3(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "  ABIERTAS DE MAS DE 30 DIAS          : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-TRAMO-4(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "DIAS DE LA ABIERTA MAS ANTIGUA        : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-MAS-ANTIGUA(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "ACEPTADAS EN LA VENTANA               : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-ACEPTADAS(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "RECHAZADAS EN LA VENTANA              : "
               TO WS-TOT-TEXTO
           MOVE WS-DEP-RECHAZADAS(WS-DEP-IDX) TO WS-TOT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE ZERO TO WS-MEDIA-TRABAJO
           IF WS-DEP-ACEPTADAS(WS-DEP-IDX)
                   + WS-DEP-RECHAZADAS(WS-DEP-IDX) > ZERO
               COMPUTE WS-MEDIA-TRABAJO ROUNDED =
                   WS-DEP-DIAS-RESOL(WS-DEP-IDX) /
                   (WS-DEP-ACEPTADAS(WS-DEP-IDX)
                    + WS-DEP-RECHAZADAS(WS-DEP-IDX))
           END-IF
           MOVE WS-MEDIA-TRABAJO TO WS-MEDIA-DIAS
           MOVE SPACES TO WS-LINEA
           STRING "MEDIA DE DIAS HASTA RESOLVER (VENTANA "
               DELIMITED BY SIZE
               WS-VENTANA DELIMITED BY SIZE
               " DIAS): " DELIMITED BY SIZE
               WS-MEDIA-DIAS DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM ESCRIBE-LINEA.

       ESCRIBE-TOTAL.
           MOVE WS-TOTAL-LINEA TO WS-LINEA
           PERFORM ESCRIBE-LINEA.

       END PROGRAM PALINDROMO-DSPAGE.
