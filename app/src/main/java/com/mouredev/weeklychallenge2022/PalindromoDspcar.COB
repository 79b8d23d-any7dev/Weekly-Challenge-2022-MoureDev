      *> Carga de las disputas de veredicto que devuelven los
      *> departamentos. Cuando marketing, el laboratorio de idiomas o
      *> el proveedor externo no estan de acuerdo con un veredicto de
      *> su fichero de retorno, envian un fichero de disputas al
      *> estilo de PALIRETN (VER PALIDISP: cabecera CAB, una linea DET
      *> por frase disputada con el veredicto recibido y el motivo, y
      *> pie FIN con el total) en vez de un correo que alguien tenia
      *> que pasar a MAINTIN a mano. Este programa valida cada
      *> fichero (cabecera del departamento correcto, pie presente y
      *> total que cuadra) y da de alta cada disputa en el maestro
      *> indexado DISPMAST (VER PALIDSPM) en estado abierta, con el
      *> veredicto contrario como veredicto pedido. Un fichero que no
      *> supera la validacion no se carga entero (CC 8); una linea
      *> con veredicto que no sea SI/NO o sin frase se rechaza sola
      *> (CC 4). Un departamento sin fichero asignado simplemente no
      *> ha disputado nada.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-DSPCAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-MKT-FILE ASSIGN TO "DISPMKT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MKT-STATUS.
           SELECT DISP-LAB-FILE ASSIGN TO "DISPLAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAB-STATUS.
           SELECT DISP-EXT-FILE ASSIGN TO "DISPEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT DISPUTE-MASTER-FILE ASSIGN TO "DISPMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DSM-CLAVE
               FILE STATUS IS WS-DSM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISP-MKT-FILE.
       01  DISP-MKT-REC       PIC X(566).
       FD  DISP-LAB-FILE.
       01  DISP-LAB-REC       PIC X(566).
       FD  DISP-EXT-FILE.
       01  DISP-EXT-REC       PIC X(566).
       FD  DISPUTE-MASTER-FILE.
       01  DISPUTE-MASTER-REC.
           COPY PALIDSPM.
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-MKT-STATUS PIC XX.
           77 WS-LAB-STATUS PIC XX.
           77 WS-EXT-STATUS PIC XX.
           77 WS-DSM-STATUS PIC XX.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-ORIGEN PIC X(3).
           77 WS-CABS-VISTAS PIC 9(3).
           77 WS-PIES-VISTOS PIC 9(3).
           77 WS-FIN-TOTAL PIC 9(9).
           77 WS-FECHA-ENVIO PIC 9(8).
           77 WS-REMITENTE PIC X(3).
           77 WS-FICHERO-ERROR PIC X.
           77 WS-ERROR-TEXTO PIC X(50).
           77 WS-DET-LEIDOS PIC 9(5).
           77 WS-DET-IDX PIC 9(5).
           77 WS-SECUENCIA PIC 9(5) VALUE ZERO.
           77 WS-FICHEROS-LEIDOS PIC 9(1) VALUE ZERO.
           77 WS-FICHEROS-RECHAZADOS PIC 9(1) VALUE ZERO.
           77 WS-DISPUTAS-CARGADAS PIC 9(9) VALUE ZERO.
           77 WS-DISPUTAS-RECHAZADAS PIC 9(9) VALUE ZERO.
       01  WS-HORA-GROUP.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
           05 WS-HORA-CC PIC 99.
       01  WS-HORA-CARGA.
           05 WS-HORA-CARGA-HH PIC 99.
           05 WS-HORA-CARGA-MM PIC 99.
           05 WS-HORA-CARGA-SS PIC 99.
      *> Registro del fichero de disputas en curso, sea cual sea el
      *> departamento, para validarlo con los mismos parrafos.
       01  WS-DISP-TRABAJO.
           COPY PALIDISP.
      *> Disputas del fichero en curso, retenidas hasta ver su pie:
      *> solo se cargan si el fichero entero supera la validacion.
       01  WS-DISPUTAS-TABLA.
           05 WS-DTB-ENT OCCURS 1000 TIMES.
               10 WS-DTB-FRASE     PIC X(500).
               10 WS-DTB-VERDICT   PIC X(3).
               10 WS-DTB-MOTIVO    PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-GROUP FROM TIME
           MOVE WS-HORA-HH TO WS-HORA-CARGA-HH
           MOVE WS-HORA-MM TO WS-HORA-CARGA-MM
           MOVE WS-HORA-SS TO WS-HORA-CARGA-SS
           PERFORM ABRE-MAESTRO-DISPUTAS
           PERFORM CARGA-MKT
           PERFORM CARGA-LAB
           PERFORM CARGA-EXT
           CLOSE DISPUTE-MASTER-FILE
           DISPLAY "FICHEROS DE DISPUTAS LEIDOS : " WS-FICHEROS-LEIDOS
           DISPLAY "FICHEROS RECHAZADOS         : "
               WS-FICHEROS-RECHAZADOS
           DISPLAY "DISPUTAS CARGADAS           : "
               WS-DISPUTAS-CARGADAS
           DISPLAY "DISPUTAS RECHAZADAS         : "
               WS-DISPUTAS-RECHAZADAS
           IF WS-DISPUTAS-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FICHEROS-RECHAZADOS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Abre el maestro indexado de disputas en modo actualizacion.
      *> Si DISPMAST no existe todavia (primera carga), lo crea vacio
      *> y lo reabre.
       ABRE-MAESTRO-DISPUTAS.
           OPEN I-O DISPUTE-MASTER-FILE
           IF WS-DSM-STATUS = "35"
               OPEN OUTPUT DISPUTE-MASTER-FILE
               CLOSE DISPUTE-MASTER-FILE
               OPEN I-O DISPUTE-MASTER-FILE
           END-IF
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO DISPMAST, FILE STATUS: "
                   WS-DSM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Lee el fichero de disputas de marketing, si viene asignado,
      *> y lo carga si supera la validacion.
       CARGA-MKT.
           OPEN INPUT DISP-MKT-FILE
           EVALUATE WS-MKT-STATUS
               WHEN "00"
                   MOVE "MKT" TO WS-ORIGEN
                   PERFORM INICIA-FICHERO
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DISP-MKT-FILE INTO WS-DISP-TRABAJO
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ACUMULA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DISP-MKT-FILE
                   PERFORM VALIDA-Y-GRABA
               WHEN "35"
                   DISPLAY "SIN FICHERO DE DISPUTAS DE MKT"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO DISPMKT, FILE STATUS: "
                       WS-MKT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Idem para el laboratorio de idiomas.
       CARGA-LAB.
           OPEN INPUT DISP-LAB-FILE
           EVALUATE WS-LAB-STATUS
               WHEN "00"
                   MOVE "LAB" TO WS-ORIGEN
                   PERFORM INICIA-FICHERO
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DISP-LAB-FILE INTO WS-DISP-TRABAJO
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ACUMULA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DISP-LAB-FILE
                   PERFORM VALIDA-Y-GRABA
               WHEN "35"
                   DISPLAY "SIN FICHERO DE DISPUTAS DE LAB"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO DISPLAB, FILE STATUS: "
                       WS-LAB-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Idem para el proveedor externo.
       CARGA-EXT.
           OPEN INPUT DISP-EXT-FILE
           EVALUATE WS-EXT-STATUS
               WHEN "00"
                   MOVE "EXT" TO WS-ORIGEN
                   PERFORM INICIA-FICHERO
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DISP-EXT-FILE INTO WS-DISP-TRABAJO
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ACUMULA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DISP-EXT-FILE
                   PERFORM VALIDA-Y-GRABA
               WHEN "35"
                   DISPLAY "SIN FICHERO DE DISPUTAS DE EXT"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO DISPEXT, FILE STATUS: "
                       WS-EXT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       INICIA-FICHERO.
           ADD 1 TO WS-FICHEROS-LEIDOS
           MOVE ZERO TO WS-CABS-VISTAS
           MOVE ZERO TO WS-PIES-VISTOS
           MOVE ZERO TO WS-FIN-TOTAL
           MOVE ZERO TO WS-FECHA-ENVIO
           MOVE ZERO TO WS-DET-LEIDOS
           MOVE SPACES TO WS-REMITENTE
           MOVE 'N' TO WS-FICHERO-ERROR
           MOVE SPACES TO WS-ERROR-TEXTO.

      *> Clasifica el registro leido: la cabecera debe ser el primer
      *> registro y unica, los detalles van entre cabecera y pie y
      *> el pie cierra el fichero. Cualquier otra cosa marca el
      *> fichero como erroneo (se sigue leyendo para informar de
      *> todo, pero no se cargara).
       ACUMULA-REGISTRO.
           EVALUATE TRUE
               WHEN DSP-CABECERA
                   ADD 1 TO WS-CABS-VISTAS
                   IF WS-CABS-VISTAS > 1 OR WS-DET-LEIDOS > ZERO
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "CABECERA REPETIDA O FUERA DE SITIO"
                           TO WS-ERROR-TEXTO
                   END-IF
                   MOVE DSP-CAB-REMITENTE TO WS-REMITENTE
                   IF DSP-CAB-FECHA IS NUMERIC
                       MOVE DSP-CAB-FECHA TO WS-FECHA-ENVIO
                   ELSE
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "FECHA DE CABECERA INVALIDA"
                           TO WS-ERROR-TEXTO
                   END-IF
               WHEN DSP-DETALLE
                   IF WS-CABS-VISTAS = ZERO OR WS-PIES-VISTOS > ZERO
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "DETALLE FUERA DE CABECERA/PIE"
                           TO WS-ERROR-TEXTO
                   END-IF
                   ADD 1 TO WS-DET-LEIDOS
                   IF WS-DET-LEIDOS > 1000
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "MAS DE 1000 DISPUTAS EN EL FICHERO"
                           TO WS-ERROR-TEXTO
                   ELSE
                       MOVE FUNCTION LOWER-CASE(DSP-FRASE)
                           TO WS-DTB-FRASE(WS-DET-LEIDOS)
                       MOVE DSP-VERDICT
                           TO WS-DTB-VERDICT(WS-DET-LEIDOS)
                       MOVE DSP-MOTIVO
                           TO WS-DTB-MOTIVO(WS-DET-LEIDOS)
                   END-IF
               WHEN DSP-PIE
                   ADD 1 TO WS-PIES-VISTOS
                   IF DSP-FIN-TOTAL IS NUMERIC
                       MOVE DSP-FIN-TOTAL TO WS-FIN-TOTAL
                   ELSE
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "TOTAL DEL PIE INVALIDO" TO WS-ERROR-TEXTO
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-FICHERO-ERROR
                   MOVE "TIPO DE REGISTRO DESCONOCIDO"
                       TO WS-ERROR-TEXTO
           END-EVALUATE.

      *> Valida el fichero completo (una cabecera del departamento
      *> que corresponde al DD, un pie, y total del pie igual a los
      *> detalles leidos) y, si es bueno, graba sus disputas en el
      *> maestro.
       VALIDA-Y-GRABA.
           IF WS-FICHERO-ERROR = 'N'
               EVALUATE TRUE
                   WHEN WS-CABS-VISTAS NOT = 1
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "FALTA LA CABECERA CAB" TO WS-ERROR-TEXTO
                   WHEN WS-REMITENTE NOT = WS-ORIGEN
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "REMITENTE DE CABECERA NO CORRESPONDE"
                           TO WS-ERROR-TEXTO
                   WHEN WS-PIES-VISTOS NOT = 1
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "FALTA EL PIE FIN O ESTA REPETIDO"
                           TO WS-ERROR-TEXTO
                   WHEN WS-FIN-TOTAL NOT = WS-DET-LEIDOS
                       MOVE 'Y' TO WS-FICHERO-ERROR
                       MOVE "EL TOTAL DEL PIE NO CUADRA"
                           TO WS-ERROR-TEXTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-FICHERO-ERROR = 'Y'
               ADD 1 TO WS-FICHEROS-RECHAZADOS
               DISPLAY "FICHERO DE DISPUTAS DE " WS-ORIGEN
                   " RECHAZADO: " WS-ERROR-TEXTO
               DISPLAY "  DETALLES LEIDOS: " WS-DET-LEIDOS
                   "  TOTAL DEL PIE: " WS-FIN-TOTAL
           ELSE
               PERFORM VARYING WS-DET-IDX FROM 1 BY 1
                       UNTIL WS-DET-IDX > WS-DET-LEIDOS
                   PERFORM GRABA-DISPUTA
               END-PERFORM
               DISPLAY "FICHERO DE DISPUTAS DE " WS-ORIGEN
                   " CARGADO, DETALLES: " WS-DET-LEIDOS
           END-IF.

      *> Da de alta la disputa en estado abierta. El veredicto que
      *> se pide es el contrario del disputado; una linea sin frase
      *> o con un veredicto que no sea SI/NO se rechaza sola.
       GRABA-DISPUTA.
           IF WS-DTB-FRASE(WS-DET-IDX) = SPACES
               OR (WS-DTB-VERDICT(WS-DET-IDX) NOT = "SI "
                   AND WS-DTB-VERDICT(WS-DET-IDX) NOT = "NO ")
               ADD 1 TO WS-DISPUTAS-RECHAZADAS
               DISPLAY "DISPUTA " WS-ORIGEN " RECHAZADA (FRASE O "
                   "VEREDICTO INVALIDO): "
                   WS-DTB-FRASE(WS-DET-IDX)(1:60)
           ELSE
               ADD 1 TO WS-SECUENCIA
               MOVE SPACES TO DISPUTE-MASTER-REC
               MOVE WS-ORIGEN TO DSM-ORIGEN
               MOVE WS-FECHA-HOY TO DSM-FECHA-ALTA
               MOVE WS-HORA-CARGA TO DSM-HORA-ALTA
               MOVE WS-SECUENCIA TO DSM-SECUENCIA
               MOVE 'O' TO DSM-ESTADO
               MOVE WS-FECHA-ENVIO TO DSM-FECHA-ENVIO
               MOVE WS-DTB-FRASE(WS-DET-IDX) TO DSM-FRASE
               MOVE WS-DTB-VERDICT(WS-DET-IDX) TO DSM-VERDICT
               IF DSM-VERDICT = "SI "
                   MOVE "NO " TO DSM-VERDICT-PEDIDO
               ELSE
                   MOVE "SI " TO DSM-VERDICT-PEDIDO
               END-IF
               MOVE WS-DTB-MOTIVO(WS-DET-IDX) TO DSM-MOTIVO
               MOVE ZERO TO DSM-FECHA-RESOL
               WRITE DISPUTE-MASTER-REC
                   INVALID KEY
                       ADD 1 TO WS-DISPUTAS-RECHAZADAS
                       DISPLAY "ERROR GRABANDO DISPUTA, FILE STATUS: "
                           WS-DSM-STATUS " "
                           WS-DTB-FRASE(WS-DET-IDX)(1:60)
                   NOT INVALID KEY
                       ADD 1 TO WS-DISPUTAS-CARGADAS
               END-WRITE
           END-IF.

       END PROGRAM PALINDROMO-DSPCAR.
