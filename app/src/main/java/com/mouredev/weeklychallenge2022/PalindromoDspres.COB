      *> Resolucion de las disputas de veredicto abiertas en el
      *> maestro DISPMAST (VER PALIDSPM). Lee de DSPDECI una linea
      *> por disputa resuelta: clave de la disputa, A = aceptada o
      *> R = rechazada, y una nota para el departamento. Una disputa
      *> aceptada genera en MAINTDSP el alta de excepcion con el
      *> veredicto pedido, con el formato de MAINTIN y el motivo
      *> "DISPUTA" mas el departamento y la fecha de carga, que el
      *> job PALINDSR registra con PALINDROMO-MAINT como pendiente
      *> del circuito de aprobacion: el override solo llega a
      *> EXCEPTNS cuando otro analista lo aprueba. Una disputa
      *> rechazada solo se cierra. Claves desconocidas, disputas ya
      *> cerradas o decisiones que no sean A/R no cambian nada y
      *> terminan con CC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-DSPRES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-IN-FILE ASSIGN TO "DSPDECI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DSPDECI-STATUS.
           SELECT DISPUTE-MASTER-FILE ASSIGN TO "DISPMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DSM-CLAVE
               FILE STATUS IS WS-DSM-STATUS.
           SELECT MAINT-OUT-FILE ASSIGN TO "MAINTDSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTDSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-IN-FILE.
       01  DECISION-IN-REC.
           05 DEC-CLAVE       PIC X(22).
           05 DEC-DECISION    PIC X.
           05 DEC-NOTA        PIC X(40).
       FD  DISPUTE-MASTER-FILE.
       01  DISPUTE-MASTER-REC.
           COPY PALIDSPM.
      *> Alta de excepcion con el mismo formato de MAINTIN.
       FD  MAINT-OUT-FILE.
       01  MAINT-OUT-REC.
           05 MAINT-ACCION    PIC X.
           05 MAINT-FRASE     PIC X(500).
           05 MAINT-VERDICT   PIC X(3).
           05 MAINT-EFECTIVA  PIC X(8).
           05 MAINT-EXPIRA    PIC X(8).
           05 MAINT-MOTIVO    PIC X(40).
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-DSPDECI-STATUS PIC XX.
           77 WS-DSM-STATUS PIC XX.
           77 WS-MAINTDSP-STATUS PIC XX.
           77 WS-ENCONTRADA PIC X.
           77 WS-CERRADA PIC X.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-USER-ID PIC X(20).
           77 WS-DECISIONES-LEIDAS PIC 9(5) VALUE ZERO.
           77 WS-ACEPTADAS PIC 9(5) VALUE ZERO.
           77 WS-RECHAZADAS PIC 9(5) VALUE ZERO.
           77 WS-NO-APLICADAS PIC 9(5) VALUE ZERO.
           77 WS-MOTIVO-ERROR PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT DECISION-IN-FILE
           IF WS-DSPDECI-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO DSPDECI, FILE STATUS: "
                   WS-DSPDECI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DISPUTE-MASTER-FILE
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO DISPMAST, FILE STATUS: "
                   WS-DSM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-OUT-FILE
           IF WS-MAINTDSP-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MAINTDSP, FILE STATUS: "
                   WS-MAINTDSP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DECISION-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DECISION-IN-REC NOT = SPACES
                           ADD 1 TO WS-DECISIONES-LEIDAS
                           PERFORM TRATA-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECISION-IN-FILE
           CLOSE DISPUTE-MASTER-FILE
           CLOSE MAINT-OUT-FILE
           DISPLAY "DECISIONES LEIDAS       : " WS-DECISIONES-LEIDAS
           DISPLAY "DISPUTAS ACEPTADAS      : " WS-ACEPTADAS
           DISPLAY "DISPUTAS RECHAZADAS     : " WS-RECHAZADAS
           DISPLAY "DECISIONES NO APLICADAS : " WS-NO-APLICADAS
           IF WS-NO-APLICADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Localiza la disputa y la cierra segun la decision. Solo se
      *> pueden resolver las disputas abiertas. Si DISPMAST no deja
      *> grabar el cierre, la disputa sigue abierta: la decision no
      *> se aplica (ni alta de excepcion ni recuento) y el job
      *> termina con CC 4 para repetirla.
       TRATA-DECISION.
           MOVE DEC-CLAVE TO DSM-CLAVE
           MOVE 'Y' TO WS-ENCONTRADA
           READ DISPUTE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENCONTRADA
           END-READ
           EVALUATE TRUE
               WHEN WS-ENCONTRADA = 'N'
                   MOVE "CLAVE NO ENCONTRADA EN DISPMAST"
                       TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
               WHEN NOT DSM-ABIERTA
                   MOVE "DISPUTA YA RESUELTA" TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
               WHEN DEC-DECISION = 'A'
                   MOVE 'A' TO DSM-ESTADO
                   PERFORM CIERRA-DISPUTA
                   IF WS-CERRADA = 'Y'
                       PERFORM ESCRIBE-ALTA-EXCEPCION
                       ADD 1 TO WS-ACEPTADAS
                       DISPLAY "ACEPTADA  " DSM-CLAVE " "
                           DSM-FRASE(1:60)
                   ELSE
                       PERFORM INFORMA-NO-APLICADA
                   END-IF
               WHEN DEC-DECISION = 'R'
                   MOVE 'R' TO DSM-ESTADO
                   PERFORM CIERRA-DISPUTA
                   IF WS-CERRADA = 'Y'
                       ADD 1 TO WS-RECHAZADAS
                       DISPLAY "RECHAZADA " DSM-CLAVE " "
                           DSM-FRASE(1:60)
                   ELSE
                       PERFORM INFORMA-NO-APLICADA
                   END-IF
               WHEN OTHER
                   MOVE "DECISION DESCONOCIDA (A/R)"
                       TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
           END-EVALUATE.

       INFORMA-NO-APLICADA.
           ADD 1 TO WS-NO-APLICADAS
           DISPLAY "DECISION NO APLICADA " DEC-CLAVE " "
               DEC-DECISION ": " WS-MOTIVO-ERROR.

      *> Graba el cierre en DISPMAST y deja WS-CERRADA = 'Y' solo
      *> si la reescritura fue bien; si no, deja el motivo listo
      *> para INFORMA-NO-APLICADA.
       CIERRA-DISPUTA.
           MOVE WS-FECHA-HOY TO DSM-FECHA-RESOL
           MOVE WS-USER-ID TO DSM-RESUELTO-POR
           MOVE DEC-NOTA TO DSM-NOTA
           MOVE 'Y' TO WS-CERRADA
           REWRITE DISPUTE-MASTER-REC
               INVALID KEY
                   MOVE 'N' TO WS-CERRADA
           END-REWRITE
           IF WS-DSM-STATUS NOT = "00"
               MOVE 'N' TO WS-CERRADA
               MOVE SPACES TO WS-MOTIVO-ERROR
               STRING "ERROR GRABANDO DISPMAST, FILE STATUS "
                      DELIMITED BY SIZE
                      WS-DSM-STATUS DELIMITED BY SIZE
                      INTO WS-MOTIVO-ERROR
               END-STRING
           END-IF.

      *> Alta de excepcion sin limite de vigencia con el veredicto
      *> que pidio el departamento, identificada en el motivo con
      *> la disputa que la origina.
       ESCRIBE-ALTA-EXCEPCION.
           MOVE SPACES TO MAINT-OUT-REC
           MOVE 'A' TO MAINT-ACCION
           MOVE DSM-FRASE TO MAINT-FRASE
           MOVE DSM-VERDICT-PEDIDO TO MAINT-VERDICT
           STRING "DISPUTA " DELIMITED BY SIZE
                  DSM-ORIGEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DSM-FECHA-ALTA DELIMITED BY SIZE
                  DSM-HORA-ALTA DELIMITED BY SIZE
                  DSM-SECUENCIA DELIMITED BY SIZE
                  INTO MAINT-MOTIVO
           END-STRING
           WRITE MAINT-OUT-REC.

       END PROGRAM PALINDROMO-DSPRES.
