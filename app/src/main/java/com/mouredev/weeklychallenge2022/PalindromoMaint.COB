      *> Programa de mantenimiento de excepciones/overrides para la
      *> suite PALINDROMO. Registra las transacciones de alta/baja de
      *> MAINTIN en el maestro indexado de pendientes EXCPEND (VER
      *> PALIPEND) en vez de aplicarlas directamente sobre EXCEPTNS:
      *> un override solo llega al maestro de excepciones cuando otro
      *> analista, distinto del que lo pidio, lo aprueba con
      *> PALINDROMO-EXCAPR, despues de revisar el impacto que lista
      *> PALINDROMO-EXCPRV. Cada transaccion queda sellada con el
      *> usuario y el momento de la peticion. Las validaciones de
      *> siempre (accion, veredicto y vigencia) se siguen haciendo
      *> aqui, para que al aprobador solo le lleguen peticiones
      *> aplicables.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-MAINT.
       ENVIRONMENT DIVISION.
           SELECT MAINT-IN-FILE ASSIGN TO "MAINTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTIN-STATUS.
           SELECT PENDING-FILE ASSIGN TO "EXCPEND"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IN-FILE.
      *> AAAAMMDD; en blanco, la excepcion rige sin ese limite.
           05 MAINT-EFECTIVA  PIC X(8).
           05 MAINT-EXPIRA    PIC X(8).
      *> Motivo opcional de la excepcion (por ejemplo la disputa de
      *> un departamento que la origina); en blanco, mantenimiento
      *> manual.
           05 MAINT-MOTIVO    PIC X(40).
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PALIPEND.
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-PEND-STATUS PIC XX.
           77 WS-MAINTIN-STATUS PIC XX.
           77 WS-TRANS-LEIDAS PIC 9(5) VALUE ZERO.
           77 WS-TRANS-ALTAS PIC 9(5) VALUE ZERO.
           77 WS-TRANS-BAJAS PIC 9(5) VALUE ZERO.
           77 WS-EFECTIVA PIC 9(8).
           77 WS-EXPIRA PIC 9(8).
           77 WS-VIGENCIA-VALIDA PIC X.
       01  WS-HORA-GROUP.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
           05 WS-HORA-CC PIC 99.
       01  WS-HORA-SOL.
           05 WS-HORA-SOL-HH PIC 99.
           05 WS-HORA-SOL-MM PIC 99.
           05 WS-HORA-SOL-SS PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-GROUP FROM TIME
           MOVE WS-HORA-HH TO WS-HORA-SOL-HH
           MOVE WS-HORA-MM TO WS-HORA-SOL-MM
           MOVE WS-HORA-SS TO WS-HORA-SOL-SS
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM ABRE-PENDIENTES
           OPEN INPUT MAINT-IN-FILE
           IF WS-MAINTIN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO MAINTIN, FILE STATUS: "
               END-READ
           END-PERFORM
           CLOSE MAINT-IN-FILE
           CLOSE PENDING-FILE
           DISPLAY "TRANSACCIONES LEIDAS    : " WS-TRANS-LEIDAS
           DISPLAY "ALTAS PENDIENTES        : " WS-TRANS-ALTAS
           DISPLAY "BAJAS PENDIENTES        : " WS-TRANS-BAJAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WS-TRANS-RECHAZADAS
           IF WS-TRANS-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Abre el maestro indexado de pendientes en modo
      *> actualizacion. Si EXCPEND no existe todavia (primera
      *> peticion del sistema), lo crea vacio y lo reabre.
       ABRE-PENDIENTES.
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO EXCPEND, FILE STATUS: "
                   WS-PEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Valida la transaccion de MAINTIN y, si es aplicable, la
      *> registra como pendiente: 'A' pide el alta de la excepcion
      *> (o el cambio de su veredicto si ya existia), 'B' pide su
      *> eliminacion. Cualquier otro codigo, o un veredicto que no
      *> sea SI/NO en un alta, se rechaza y se informa por consola
      *> sin detener el proceso.
       APLICA-TRANSACCION.
           EVALUATE MAINT-ACCION
               WHEN 'A'
                   IF MAINT-VERDICT = "SI " OR MAINT-VERDICT = "NO "
                       PERFORM VALIDA-VIGENCIA
                       IF WS-VIGENCIA-VALIDA = 'Y'
                           PERFORM REGISTRA-PENDIENTE
                       END-IF
                   ELSE
                       ADD 1 TO WS-TRANS-RECHAZADAS
                           MAINT-FRASE
                   END-IF
               WHEN 'B'
                   MOVE ZERO TO WS-EFECTIVA
                   MOVE ZERO TO WS-EXPIRA
                   PERFORM REGISTRA-PENDIENTE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-RECHAZADAS
                   DISPLAY "ACCION DE MANTENIMIENTO DESCONOCIDA: "
                       MAINT-ACCION
           END-EVALUATE.

      *> Graba la transaccion en EXCPEND en estado pendiente, con
      *> la clave de fecha, hora de la ejecucion y numero de
      *> transaccion, y sellada con el usuario que la pide. El
      *> maestro de excepciones no se toca hasta la aprobacion.
       REGISTRA-PENDIENTE.
           MOVE SPACES TO PENDING-REC
           MOVE WS-FECHA-HOY TO PEND-FECHA-SOL
           MOVE WS-HORA-SOL TO PEND-HORA-SOL
           MOVE WS-TRANS-LEIDAS TO PEND-SECUENCIA
           MOVE 'P' TO PEND-ESTADO
           MOVE MAINT-ACCION TO PEND-ACCION
           MOVE MAINT-FRASE TO PEND-FRASE
           MOVE MAINT-VERDICT TO PEND-VERDICT
           MOVE WS-EFECTIVA TO PEND-EFECTIVA
           MOVE WS-EXPIRA TO PEND-EXPIRA
           IF MAINT-MOTIVO = SPACES
               MOVE "MANTENIMIENTO MANUAL" TO PEND-MOTIVO
           ELSE
               MOVE MAINT-MOTIVO TO PEND-MOTIVO
           END-IF
           MOVE WS-USER-ID TO PEND-SOLICITANTE
           ACCEPT WS-HORA-GROUP FROM TIME
           STRING WS-FECHA-HOY DELIMITED BY SIZE
                  WS-HORA-HH  DELIMITED BY SIZE
                  WS-HORA-MM  DELIMITED BY SIZE
                  WS-HORA-SS  DELIMITED BY SIZE
                  INTO PEND-TS-SOLICITUD
           END-STRING
           WRITE PENDING-REC
               INVALID KEY
                   ADD 1 TO WS-TRANS-RECHAZADAS
                   DISPLAY "ERROR GRABANDO PENDIENTE, FILE STATUS: "
                       WS-PEND-STATUS " " MAINT-FRASE(1:60)
               NOT INVALID KEY
                   IF MAINT-ACCION = 'A'
                       ADD 1 TO WS-TRANS-ALTAS
                   ELSE
                       ADD 1 TO WS-TRANS-BAJAS
                   END-IF
                   DISPLAY "PENDIENTE " PEND-CLAVE " "
                       PEND-ACCION " " PEND-FRASE(1:60)
           END-WRITE.

      *> Valida la vigencia opcional del alta: cada fecha va en
      *> blanco (sin limite, se guarda a cero) o en AAAAMMDD
               DISPLAY "VIGENCIA INVALIDA EN ALTA: " MAINT-FRASE
           END-IF.

       END PROGRAM PALINDROMO-MAINT.
