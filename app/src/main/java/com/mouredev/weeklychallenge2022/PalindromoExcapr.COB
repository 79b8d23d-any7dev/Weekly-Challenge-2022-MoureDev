      *> Aprobacion (segunda firma) de las transacciones de excepcion
      *> pendientes. Lee de APROBIN las decisiones del aprobador (una
      *> linea por transaccion: clave de EXCPEND, A = aprobar o
      *> R = rechazar, y una nota opcional), y solo las aprobadas
      *> llegan al maestro de excepciones EXCEPTNS, con las mismas
      *> altas/bajas por clave que hacia antes PALINDROMO-MAINT. El
      *> aprobador es el usuario que lanza el job y nunca puede ser
      *> el mismo que pidio el cambio: esa decision se rechaza y la
      *> transaccion sigue pendiente. Cada cambio aplicado se anota
      *> en el diario permanente EXCJRNL (VER PALIJRNL) con la
      *> imagen del registro antes y despues, el solicitante, el
      *> aprobador y el momento, y se copia en MAINTAPR con el
      *> formato de MAINTIN para que PALINDROMO-CORR (job PALINCOR)
      *> corrija los veredictos ya emitidos solo con lo aprobado.
      *> Termina con CC 4 si alguna decision no se pudo aplicar, y
      *> con CC 12 si no se puede abrir un fichero o grabar el
      *> diario o MAINTAPR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-EXCAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-IN-FILE ASSIGN TO "APROBIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APROBIN-STATUS.
           SELECT PENDING-FILE ASSIGN TO "EXCPEND"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS WS-PEND-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTNS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EXC-FRASE
               FILE STATUS IS WS-EXC-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "EXCJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT APPROVED-OUT-FILE ASSIGN TO "MAINTAPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-IN-FILE.
       01  DECISION-IN-REC.
           05 APR-CLAVE       PIC X(19).
           05 APR-DECISION    PIC X.
           05 APR-NOTA        PIC X(40).
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PALIPEND.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-REC.
           COPY PALEXCPT.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           COPY PALIJRNL.
      *> Transaccion aprobada con el mismo formato de MAINTIN.
       FD  APPROVED-OUT-FILE.
       01  APPROVED-OUT-REC.
           05 MAINT-ACCION    PIC X.
           05 MAINT-FRASE     PIC X(500).
           05 MAINT-VERDICT   PIC X(3).
           05 MAINT-EFECTIVA  PIC X(8).
           05 MAINT-EXPIRA    PIC X(8).
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-APROBIN-STATUS PIC XX.
           77 WS-PEND-STATUS PIC XX.
           77 WS-EXC-STATUS PIC XX.
           77 WS-JRNL-STATUS PIC XX.
           77 WS-MAINTAPR-STATUS PIC XX.
           77 WS-ENCONTRADO PIC X VALUE 'N'.
           77 WS-APLICADA PIC X VALUE 'N'.
           77 WS-DECISIONES-LEIDAS PIC 9(5) VALUE ZERO.
           77 WS-APROBADAS PIC 9(5) VALUE ZERO.
           77 WS-RECHAZADAS PIC 9(5) VALUE ZERO.
           77 WS-NO-APLICADAS PIC 9(5) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-USER-ID PIC X(20).
           77 WS-TIMESTAMP PIC X(14).
           77 WS-MOTIVO-ERROR PIC X(40).
       01  WS-HORA-GROUP.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
           05 WS-HORA-CC PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM ABRE-FICHEROS
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
           CLOSE PENDING-FILE
           CLOSE EXCEPTIONS-FILE
           CLOSE JOURNAL-FILE
           CLOSE APPROVED-OUT-FILE
           DISPLAY "DECISIONES LEIDAS       : " WS-DECISIONES-LEIDAS
           DISPLAY "APROBADAS Y APLICADAS   : " WS-APROBADAS
           DISPLAY "RECHAZADAS              : " WS-RECHAZADAS
           DISPLAY "DECISIONES NO APLICADAS : " WS-NO-APLICADAS
           IF WS-NO-APLICADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Abre las decisiones, los maestros de pendientes y de
      *> excepciones en actualizacion (EXCEPTNS se crea vacio si es
      *> la primera excepcion del sistema) y amplia el diario y el
      *> fichero de aprobadas, que se crean si todavia no existen.
       ABRE-FICHEROS.
           OPEN INPUT DECISION-IN-FILE
           IF WS-APROBIN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO APROBIN, FILE STATUS: "
                   WS-APROBIN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO EXCPEND, FILE STATUS: "
                   WS-PEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EXCEPTIONS-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN I-O EXCEPTIONS-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO EXCEPTNS, FILE STATUS: "
                   WS-EXC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO EXCJRNL, FILE STATUS: "
                   WS-JRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND APPROVED-OUT-FILE
           IF WS-MAINTAPR-STATUS = "35"
               OPEN OUTPUT APPROVED-OUT-FILE
           END-IF
           IF WS-MAINTAPR-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MAINTAPR, FILE STATUS: "
                   WS-MAINTAPR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Localiza la transaccion pendiente de la decision y la
      *> resuelve. Una clave desconocida, una transaccion ya
      *> decidida, una decision que no sea A/R o un aprobador que
      *> coincide con el solicitante no cambian nada: se informan y
      *> cuentan como no aplicadas.
       TRATA-DECISION.
           MOVE APR-CLAVE TO PEND-CLAVE
           MOVE 'Y' TO WS-ENCONTRADO
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENCONTRADO
           END-READ
           EVALUATE TRUE
               WHEN WS-ENCONTRADO = 'N'
                   MOVE "CLAVE NO ENCONTRADA EN EXCPEND"
                       TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
               WHEN NOT PEND-PENDIENTE
                   MOVE "TRANSACCION YA DECIDIDA" TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
               WHEN PEND-SOLICITANTE = WS-USER-ID
                   MOVE "EL APROBADOR ES EL SOLICITANTE"
                       TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
               WHEN APR-DECISION = 'R'
                   MOVE 'R' TO PEND-ESTADO
                   MOVE APR-NOTA TO PEND-NOTA
                   PERFORM CIERRA-PENDIENTE
                   ADD 1 TO WS-RECHAZADAS
                   DISPLAY "RECHAZADA " PEND-CLAVE " "
                       PEND-FRASE(1:60)
               WHEN APR-DECISION = 'A'
                   PERFORM APRUEBA-PENDIENTE
               WHEN OTHER
                   MOVE "DECISION DESCONOCIDA (A/R)"
                       TO WS-MOTIVO-ERROR
                   PERFORM INFORMA-NO-APLICADA
           END-EVALUATE.

       INFORMA-NO-APLICADA.
           ADD 1 TO WS-NO-APLICADAS
           DISPLAY "DECISION NO APLICADA " APR-CLAVE " "
               APR-DECISION ": " WS-MOTIVO-ERROR.

      *> Aplica la transaccion aprobada sobre EXCEPTNS tomando antes
      *> la imagen del registro, y si el cambio entra, lo anota en el
      *> diario y en MAINTAPR. Una baja de una frase que ya no tiene
      *> excepcion no se puede aplicar: la transaccion se cierra como
      *> rechazada con esa nota para que no quede pendiente sin fin.
      *> Si el diario o MAINTAPR no admiten la grabacion, el proceso
      *> se para con CC 12 dejando la transaccion pendiente en
      *> EXCPEND: el cambio ya esta en EXCEPTNS pero sin rastro de
      *> auditoria o sin llegar a PALINCOR, y hay que revisarlo
      *> antes de relanzar.
       APRUEBA-PENDIENTE.
           PERFORM SELLA-MOMENTO
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-TIMESTAMP TO JRN-TIMESTAMP
           MOVE PEND-CLAVE TO JRN-CLAVE-PEND
           MOVE PEND-ACCION TO JRN-ACCION
           MOVE PEND-SOLICITANTE TO JRN-SOLICITANTE
           MOVE WS-USER-ID TO JRN-APROBADOR
           MOVE 'N' TO JRN-ANTES-EXISTE
           MOVE 'N' TO JRN-DESPUES-EXISTE
           MOVE 'Y' TO WS-ENCONTRADO
           MOVE PEND-FRASE TO EXC-FRASE
           READ EXCEPTIONS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENCONTRADO
           END-READ
           IF WS-ENCONTRADO = 'Y'
               MOVE 'S' TO JRN-ANTES-EXISTE
               MOVE EXCEPTIONS-REC TO JRN-IMAGEN-ANTES
           END-IF
           MOVE 'N' TO WS-APLICADA
           IF PEND-ACCION = 'A'
               PERFORM ALTA-EXCEPCION
           ELSE
               PERFORM BAJA-EXCEPCION
           END-IF
           IF WS-APLICADA = 'Y'
               WRITE JOURNAL-REC
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "ERROR GRABANDO EXCJRNL, FILE STATUS: "
                       WS-JRNL-STATUS
                   DISPLAY "EXCEPTNS YA MODIFICADO, TRANSACCION "
                       PEND-CLAVE " SIGUE PENDIENTE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ESCRIBE-APROBADA
               MOVE 'A' TO PEND-ESTADO
               MOVE APR-NOTA TO PEND-NOTA
               PERFORM CIERRA-PENDIENTE
               ADD 1 TO WS-APROBADAS
               DISPLAY "APROBADA  " PEND-CLAVE " "
                   PEND-FRASE(1:60)
           ELSE
               ADD 1 TO WS-NO-APLICADAS
               DISPLAY "DECISION NO APLICADA " APR-CLAVE " "
                   APR-DECISION ": " WS-MOTIVO-ERROR
               IF PEND-ACCION = 'B' AND WS-ENCONTRADO = 'N'
                   MOVE 'R' TO PEND-ESTADO
                   MOVE WS-MOTIVO-ERROR TO PEND-NOTA
                   PERFORM CIERRA-PENDIENTE
               END-IF
           END-IF.

      *> Alta o actualizacion por clave: si la frase ya tenia
      *> excepcion se reescriben el veredicto y la vigencia
      *> conservando el motivo, el alta original y los contadores de
      *> uso; si no, se graba una entrada nueva a nombre del
      *> solicitante, con la fecha de la aprobacion.
       ALTA-EXCEPCION.
           IF WS-ENCONTRADO = 'Y'
               MOVE PEND-VERDICT TO EXC-VERDICT
               MOVE PEND-EFECTIVA TO EXC-FECHA-EFECTIVA
               MOVE PEND-EXPIRA TO EXC-FECHA-EXPIRA
               REWRITE EXCEPTIONS-REC
                   INVALID KEY
                       MOVE "ERROR REESCRIBIENDO EXCEPCION"
                           TO WS-MOTIVO-ERROR
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APLICADA
               END-REWRITE
           ELSE
               MOVE PEND-FRASE TO EXC-FRASE
               MOVE PEND-VERDICT TO EXC-VERDICT
               MOVE PEND-MOTIVO TO EXC-MOTIVO
               MOVE PEND-EFECTIVA TO EXC-FECHA-EFECTIVA
               MOVE PEND-EXPIRA TO EXC-FECHA-EXPIRA
               MOVE PEND-SOLICITANTE TO EXC-ALTA-USUARIO
               MOVE WS-FECHA-HOY TO EXC-FECHA-ALTA
               MOVE ZERO TO EXC-VECES-USADA
               MOVE ZERO TO EXC-FECHA-ULT-USO
               WRITE EXCEPTIONS-REC
                   INVALID KEY
                       MOVE "ERROR GRABANDO EXCEPCION"
                           TO WS-MOTIVO-ERROR
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APLICADA
               END-WRITE
           END-IF
           IF WS-APLICADA = 'Y'
               MOVE 'S' TO JRN-DESPUES-EXISTE
               MOVE EXCEPTIONS-REC TO JRN-IMAGEN-DESPUES
           END-IF.

      *> Baja por clave: elimina la entrada del maestro. La imagen
      *> posterior queda vacia en el diario.
       BAJA-EXCEPCION.
           IF WS-ENCONTRADO = 'N'
               MOVE "BAJA SIN EXCEPCION EN EXCEPTNS"
                   TO WS-MOTIVO-ERROR
           ELSE
               DELETE EXCEPTIONS-FILE RECORD
                   INVALID KEY
                       MOVE "ERROR BORRANDO EXCEPCION"
                           TO WS-MOTIVO-ERROR
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-APLICADA
               END-DELETE
           END-IF.

      *> Copia la transaccion aprobada en MAINTAPR con el formato de
      *> MAINTIN (vigencia en blanco cuando no tiene limite).
       ESCRIBE-APROBADA.
           MOVE SPACES TO APPROVED-OUT-REC
           MOVE PEND-ACCION TO MAINT-ACCION
           MOVE PEND-FRASE TO MAINT-FRASE
           MOVE PEND-VERDICT TO MAINT-VERDICT
           IF PEND-EFECTIVA > ZERO
               MOVE PEND-EFECTIVA TO MAINT-EFECTIVA
           END-IF
           IF PEND-EXPIRA > ZERO
               MOVE PEND-EXPIRA TO MAINT-EXPIRA
           END-IF
           WRITE APPROVED-OUT-REC
           IF WS-MAINTAPR-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO MAINTAPR, FILE STATUS: "
                   WS-MAINTAPR-STATUS
               DISPLAY "EXCEPTNS YA MODIFICADO, TRANSACCION "
                   PEND-CLAVE " SIGUE PENDIENTE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Deja la transaccion decidida en EXCPEND con el aprobador y
      *> el momento de la decision.
       CIERRA-PENDIENTE.
           PERFORM SELLA-MOMENTO
           MOVE WS-USER-ID TO PEND-DECISOR
           MOVE WS-TIMESTAMP TO PEND-TS-DECISION
           REWRITE PENDING-REC
               INVALID KEY
                   DISPLAY "AVISO: ERROR REESCRIBIENDO EXCPEND, "
                       "FILE STATUS: " WS-PEND-STATUS
           END-REWRITE.

       SELLA-MOMENTO.
           ACCEPT WS-HORA-GROUP FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-FECHA-HOY DELIMITED BY SIZE
                  WS-HORA-HH  DELIMITED BY SIZE
                  WS-HORA-MM  DELIMITED BY SIZE
                  WS-HORA-SS  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       END PROGRAM PALINDROMO-EXCAPR.
