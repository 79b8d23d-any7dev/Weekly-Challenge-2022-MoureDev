      *> Fusion de la cadena particionada. Cuando el lote se reparte
      *> con PALINDROMO-PART, cada particion corre su propio
      *> PALINDROMO-BATCH a la vez que las demas y deja sus propios
      *> RESULTS, AUDITLOG, MSTDELTA, RUNLOG y CONSUMO. Este programa
      *> los junta en los ficheros de siempre, de modo que los pasos
      *> posteriores (PALINDROMO-RPT, -RECON, -EXTR, -DIST y
      *> -OPSRPT) no distinguen la noche particionada de la normal:
      *> - RESULTS se reconstruye entero en el orden original de
      *>   FRASEDUP (el de XREFOUT) con el mapa PARTMAP (VER
      *>   PALIPMAP), y las filas de auditoria de las particiones
      *>   se anyaden a AUDITLOG en ese mismo orden. Las
      *>   particiones entran concatenadas en PARTRSLT y PARTAUDT
      *>   por orden de particion; cualquier descuadre entre el
      *>   mapa y las filas de las particiones para el paso con
      *>   CC 8 sin escribir nada.
      *> - Las apariciones anotadas en diferido en MSTDELTA (VER
      *>   PALIMDLT) se aplican a EXCEPTNS y FRASMAST con la rutina
      *>   comun PALINDROMO-VERD, que es la que actualiza los
      *>   maestros en el lote normal.
      *> - Los registros BATCH de las particiones (PARTLOG) se
      *>   suman en un unico registro BATCH de RUNLOG, y su consumo
      *>   (PARTCONS) en un unico registro BATCH por departamento
      *>   de CONSUMO, como si el lote hubiera corrido de una vez.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-MERG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPA-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT PART-RSLT-FILE ASSIGN TO "PARTRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRSLT-STATUS.
           SELECT PART-AUDT-FILE ASSIGN TO "PARTAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAUDT-STATUS.
           SELECT PART-LOG-FILE ASSIGN TO "PARTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
           SELECT PART-CONS-FILE ASSIGN TO "PARTCONS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PCONS-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MSTDELTA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT FUSION-FILE ASSIGN TO "MERGWK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RESULT-OUT-FILE ASSIGN TO "RESULTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAPA-FILE.
       01  MAPA-REC.
           COPY PALIPMAP.
       FD  PART-RSLT-FILE.
       01  PART-RSLT-REC.
           COPY PALIRSLT.
       FD  PART-AUDT-FILE.
       01  PART-AUDT-REC.
           COPY PALIAUDT.
       FD  PART-LOG-FILE.
       01  PART-LOG-REC.
           COPY PALIRLOG.
       FD  PART-CONS-FILE.
       01  PART-CONS-REC.
           COPY PALICONS.
       FD  DELTA-FILE.
       01  DELTA-REC.
           COPY PALIMDLT.
       FD  FUSION-FILE.
       01  FUSION-REC         PIC X(1087).
       FD  RESULT-OUT-FILE.
       01  RESULT-OUT-REC     PIC X(534).
       FD  AUDIT-FILE.
       01  AUDIT-REC          PIC X(537).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-SECUENCIA  PIC 9(9).
           05 SORT-PARTICION  PIC 9.
           05 SORT-PESO       PIC 9(6).
           05 SORT-RESULTADO  PIC X(534).
           05 SORT-AUDITORIA  PIC X(537).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       FD  CONSUMO-FILE.
       01  CONSUMO-REC.
           COPY PALICONS.
       WORKING-STORAGE SECTION.
           77 WS-MAPA-STATUS PIC XX.
           77 WS-PRSLT-STATUS PIC XX.
           77 WS-PAUDT-STATUS PIC XX.
           77 WS-PLOG-STATUS PIC XX.
           77 WS-PCONS-STATUS PIC XX.
           77 WS-DELTA-STATUS PIC XX.
           77 WS-RESULT-STATUS PIC XX.
           77 WS-AUDIT-STATUS PIC XX.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FIN-SORT PIC X VALUE 'N'.
           77 WS-FUSION-ERROR PIC X VALUE 'N'.
           77 WS-FRASES-MAPA PIC 9(9) VALUE ZERO.
           77 WS-FILAS-FUSIONADAS PIC 9(9) VALUE ZERO.
           77 WS-FILAS-ESCRITAS PIC 9(9) VALUE ZERO.
           77 WS-DELTAS-LEIDOS PIC 9(9) VALUE ZERO.
           77 WS-PARTES-LOG PIC 9(3) VALUE ZERO.
           77 WS-LOG-ENTRADAS PIC 9(9) VALUE ZERO.
           77 WS-LOG-SALIDAS PIC 9(9) VALUE ZERO.
           77 WS-LOG-RECHAZOS PIC 9(9) VALUE ZERO.
           77 WS-LOG-RETORNO PIC 9(2) VALUE ZERO.
           77 WS-LOG-INICIO PIC X(14) VALUE HIGH-VALUES.
           77 WS-LOG-FIN PIC X(14) VALUE LOW-VALUES.
           77 WS-ORG-IDX PIC 9.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-CONSUMO-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
      *> Consumo de las particiones por departamento: 1 MKT, 2 LAB,
      *> 3 EXT.
       01  WS-ORIGEN-TABLA.
           05 WS-ORG-ENT OCCURS 3 TIMES.
               10 WS-ORG-PROCESADAS PIC 9(9) VALUE ZERO.
               10 WS-ORG-REUSADAS   PIC 9(9) VALUE ZERO.
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
           05 WS-RLOG-SS PIC 99.
           05 WS-RLOG-CC PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIA-RUNLOG
           PERFORM LEE-FECHA-PROCESO
           PERFORM RESUME-PARTICIONES
           IF WS-FUSION-ERROR = 'N'
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-PARTICION SORT-SECUENCIA
                   USING MAPA-FILE
                   OUTPUT PROCEDURE IS EMPAREJA-PARTICIONES
           END-IF
           IF WS-FUSION-ERROR = 'N'
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-SECUENCIA
                   USING FUSION-FILE
                   OUTPUT PROCEDURE IS ESCRIBE-FUSION
               PERFORM APLICA-DELTAS
           END-IF
           DISPLAY "FRASES EN PARTMAP     : " WS-FRASES-MAPA
           DISPLAY "FILAS FUSIONADAS      : " WS-FILAS-ESCRITAS
           DISPLAY "PARTICIONES EN PARTLOG: " WS-PARTES-LOG
           DISPLAY "APARICIONES APLICADAS : " WS-DELTAS-LEIDOS
           IF WS-FUSION-ERROR = 'Y'
               DISPLAY "SE RECHAZA LA FUSION: LAS PARTICIONES NO "
                   "CUADRAN CON PARTMAP"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCRIBE-CONSUMO
           END-IF
           PERFORM ESCRIBE-RUNLOG
           STOP RUN.

      *> Suma los registros BATCH de las particiones y su consumo.
      *> Cada particion deja uno solo (su job borra el anterior
      *> antes de relanzarse); una particion que no termino bien
      *> impide la fusion, porque sus filas estarian incompletas.
       RESUME-PARTICIONES.
           OPEN INPUT PART-LOG-FILE
           IF WS-PLOG-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO PARTLOG, FILE STATUS: "
                   WS-PLOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PART-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RLOG-PASO OF PART-LOG-REC = "BATCH"
                           PERFORM SUMA-RUNLOG-PARTICION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-LOG-FILE
           IF WS-PARTES-LOG = ZERO
               DISPLAY "NINGUNA PARTICION DEJO REGISTRO EN PARTLOG"
               MOVE 'Y' TO WS-FUSION-ERROR
           END-IF
           IF WS-LOG-RETORNO > 4
               DISPLAY "ALGUNA PARTICION TERMINO CON CC "
                   WS-LOG-RETORNO
               MOVE 'Y' TO WS-FUSION-ERROR
           END-IF
           OPEN INPUT PART-CONS-FILE
           IF WS-PCONS-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO PARTCONS, FILE STATUS: "
                   WS-PCONS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PART-CONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CNS-PASO OF PART-CONS-REC = "BATCH"
                           PERFORM SUMA-CONSUMO-PARTICION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-CONS-FILE.

       SUMA-RUNLOG-PARTICION.
           ADD 1 TO WS-PARTES-LOG
           ADD RLOG-ENTRADAS OF PART-LOG-REC TO WS-LOG-ENTRADAS
           ADD RLOG-SALIDAS OF PART-LOG-REC TO WS-LOG-SALIDAS
           ADD RLOG-RECHAZOS OF PART-LOG-REC TO WS-LOG-RECHAZOS
           IF RLOG-RETORNO OF PART-LOG-REC > WS-LOG-RETORNO
               MOVE RLOG-RETORNO OF PART-LOG-REC TO WS-LOG-RETORNO
           END-IF
           IF RLOG-INICIO OF PART-LOG-REC < WS-LOG-INICIO
               MOVE RLOG-INICIO OF PART-LOG-REC TO WS-LOG-INICIO
           END-IF
           IF RLOG-FIN OF PART-LOG-REC > WS-LOG-FIN
               MOVE RLOG-FIN OF PART-LOG-REC TO WS-LOG-FIN
           END-IF.

       SUMA-CONSUMO-PARTICION.
           EVALUATE CNS-ORIGEN OF PART-CONS-REC
               WHEN "MKT" MOVE 1 TO WS-ORG-IDX
               WHEN "LAB" MOVE 2 TO WS-ORG-IDX
               WHEN "EXT" MOVE 3 TO WS-ORG-IDX
               WHEN OTHER MOVE ZERO TO WS-ORG-IDX
           END-EVALUATE
           IF WS-ORG-IDX > ZERO
               ADD CNS-PROCESADAS OF PART-CONS-REC
                   TO WS-ORG-PROCESADAS(WS-ORG-IDX)
               ADD CNS-REUSADAS OF PART-CONS-REC
                   TO WS-ORG-REUSADAS(WS-ORG-IDX)
           END-IF.

      *> Procedimiento de salida del primer SORT: el mapa sale
      *> ordenado por particion y, dentro de cada una, por el orden
      *> original, que es justo el orden en que cada particion
      *> escribio sus filas. Se empareja cada frase del mapa con la
      *> siguiente fila de RESULTS y de AUDITLOG de las particiones
      *> concatenadas y se deja en MERGWK con su numero de orden.
       EMPAREJA-PARTICIONES.
           OPEN INPUT PART-RSLT-FILE
           IF WS-PRSLT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO PARTRSLT, FILE STATUS: "
                   WS-PRSLT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PART-AUDT-FILE
           IF WS-PAUDT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO PARTAUDT, FILE STATUS: "
                   WS-PAUDT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FUSION-FILE
           MOVE 'N' TO WS-FIN-SORT
           PERFORM UNTIL WS-FIN-SORT = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-FIN-SORT
                   NOT AT END
                       ADD 1 TO WS-FRASES-MAPA
                       IF WS-FUSION-ERROR = 'N'
                           PERFORM EMPAREJA-FILA
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-FUSION-ERROR = 'N'
               READ PART-RSLT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "PARTRSLT TRAE MAS FILAS QUE PARTMAP"
                       MOVE 'Y' TO WS-FUSION-ERROR
               END-READ
               READ PART-AUDT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "PARTAUDT TRAE MAS FILAS QUE PARTMAP"
                       MOVE 'Y' TO WS-FUSION-ERROR
               END-READ
           END-IF
           CLOSE PART-RSLT-FILE
           CLOSE PART-AUDT-FILE
           CLOSE FUSION-FILE.

      *> Empareja la frase del mapa en curso con su fila de RESULTS
      *> y de AUDITLOG: las dos tienen que existir y ser de la misma
      *> frase con el mismo veredicto.
       EMPAREJA-FILA.
           READ PART-RSLT-FILE
               AT END
                   DISPLAY "PARTRSLT TERMINA ANTES QUE PARTMAP EN LA "
                       "PARTICION " SORT-PARTICION
                   MOVE 'Y' TO WS-FUSION-ERROR
           END-READ
           IF WS-FUSION-ERROR = 'N'
               READ PART-AUDT-FILE
                   AT END
                       DISPLAY "PARTAUDT TERMINA ANTES QUE PARTMAP "
                           "EN LA PARTICION " SORT-PARTICION
                       MOVE 'Y' TO WS-FUSION-ERROR
               END-READ
           END-IF
           IF WS-FUSION-ERROR = 'N'
               IF RSLT-FRASE NOT = AUD-FRASE
                       OR RSLT-VERDICT NOT = AUD-VERDICT
                   DISPLAY "RESULTS Y AUDITLOG NO CUADRAN EN LA "
                       "PARTICION " SORT-PARTICION " FRASE "
                       SORT-SECUENCIA
                   MOVE 'Y' TO WS-FUSION-ERROR
               ELSE
                   MOVE PART-RSLT-REC TO SORT-RESULTADO
                   MOVE PART-AUDT-REC TO SORT-AUDITORIA
                   WRITE FUSION-REC FROM SORT-REC
                   ADD 1 TO WS-FILAS-FUSIONADAS
               END-IF
           END-IF.

      *> Procedimiento de salida del segundo SORT: las filas salen
      *> en el orden original de FRASEDUP y se escriben en RESULTS
      *> (creado de nuevo) y al final de AUDITLOG.
       ESCRIBE-FUSION.
           OPEN OUTPUT RESULT-OUT-FILE
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO RESULTS, FILE STATUS: "
                   WS-RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-FIN-SORT
           PERFORM UNTIL WS-FIN-SORT = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-FIN-SORT
                   NOT AT END
                       WRITE RESULT-OUT-REC FROM SORT-RESULTADO
                       WRITE AUDIT-REC FROM SORT-AUDITORIA
                       ADD 1 TO WS-FILAS-ESCRITAS
               END-RETURN
           END-PERFORM
           CLOSE RESULT-OUT-FILE
           CLOSE AUDIT-FILE.

      *> Aplica a los maestros, abiertos ahora en actualizacion, las
      *> apariciones que las particiones juzgaron en diferido. El
      *> fichero puede faltar si ninguna particion tenia maestros
      *> disponibles.
       APLICA-DELTAS.
           OPEN INPUT DELTA-FILE
           EVALUATE WS-DELTA-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: MSTDELTA NO ASIGNADO, NO HAY "
                       "APARICIONES QUE ANOTAR EN LOS MAESTROS"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO MSTDELTA, FILE STATUS: "
                       WS-DELTA-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-DELTA-STATUS = "00"
               MOVE 'S' TO VRD-USA-EXCEPCIONES
               MOVE 'S' TO VRD-USA-MAESTRO
               MOVE 'S' TO VRD-ACTUALIZA
               MOVE SPACES TO VRD-VERDICT-IMPUESTO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DELTA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APLICA-DELTA
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
               MOVE 'C' TO VRD-FUNCION
               CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
           END-IF.

       APLICA-DELTA.
           ADD 1 TO WS-DELTAS-LEIDOS
           MOVE 'A' TO VRD-FUNCION
           MOVE MDL-FRASE TO VRD-FRASE
           MOVE MDL-FRASE-LIMPIA TO VRD-FRASE-LIMPIA
           MOVE MDL-FECHA TO VRD-FECHA-PROCESO
           MOVE MDL-MODO-COMPARACION TO VRD-MODO-COMPARACION
           MOVE MDL-MODO-PROCESO TO VRD-MODO-PROCESO
           MOVE MDL-VERDICT TO VRD-VERDICT
           MOVE MDL-VERDICT-PAL TO VRD-VERDICT-PAL
           MOVE MDL-DISTANCIA TO VRD-DISTANCIA
           MOVE MDL-CASI TO VRD-CASI
           MOVE MDL-SUB-INICIO TO VRD-SUB-INICIO
           MOVE MDL-SUB-FIN TO VRD-SUB-FIN
           MOVE MDL-SUB-LONGITUD TO VRD-SUB-LONGITUD
           MOVE MDL-ANOTA TO VRD-APA-ANOTA
           MOVE MDL-RECALCULADA TO VRD-APA-RECALCULADA
           MOVE MDL-EXC-FORZADA TO VRD-APA-EXC-FORZADA
           MOVE MDL-EXC-USADA TO VRD-APA-EXC-USADA
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM.

      *> Anota la marca de arranque del paso, que ESCRIBE-RUNLOG
      *> grabara al terminar en el registro de control de la cadena.
       INICIA-RUNLOG.
           ACCEPT WS-RLOG-FECHA-ACT FROM DATE YYYYMMDD
           ACCEPT WS-RLOG-HORA FROM TIME
           MOVE SPACES TO WS-RLOG-INICIO
           STRING WS-RLOG-FECHA-ACT DELIMITED BY SIZE
                  WS-RLOG-HH  DELIMITED BY SIZE
                  WS-RLOG-MM  DELIMITED BY SIZE
                  WS-RLOG-SS  DELIMITED BY SIZE
                  INTO WS-RLOG-INICIO
           END-STRING.

      *> Graba en el RUNLOG compartido de la cadena, si la fusion
      *> cuadro, el registro BATCH que suma las particiones (desde
      *> el primer arranque hasta el ultimo fin, con el peor CC), y
      *> siempre el registro de este paso. Si el RUNLOG no esta
      *> disponible se avisa y el paso termina igual: el registro
      *> de control no debe tumbar la cadena.
       ESCRIBE-RUNLOG.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "AVISO: RUNLOG NO DISPONIBLE, FILE STATUS: "
                   WS-RUNLOG-STATUS
           ELSE
               IF WS-FUSION-ERROR = 'N'
                   MOVE WS-FECHA-HOY TO RLOG-FECHA OF RUNLOG-REC
                   MOVE "BATCH" TO RLOG-PASO OF RUNLOG-REC
                   MOVE WS-LOG-INICIO TO RLOG-INICIO OF RUNLOG-REC
                   MOVE WS-LOG-FIN TO RLOG-FIN OF RUNLOG-REC
                   MOVE WS-LOG-ENTRADAS TO RLOG-ENTRADAS OF RUNLOG-REC
                   MOVE WS-LOG-SALIDAS TO RLOG-SALIDAS OF RUNLOG-REC
                   MOVE WS-LOG-RECHAZOS TO RLOG-RECHAZOS OF RUNLOG-REC
                   MOVE ZERO TO RLOG-BLOQUES OF RUNLOG-REC
                   MOVE WS-LOG-RETORNO TO RLOG-RETORNO OF RUNLOG-REC
                   WRITE RUNLOG-REC
               END-IF
               ACCEPT WS-RLOG-FECHA-ACT FROM DATE YYYYMMDD
               ACCEPT WS-RLOG-HORA FROM TIME
               MOVE WS-FECHA-HOY TO RLOG-FECHA OF RUNLOG-REC
               MOVE "MERG" TO RLOG-PASO OF RUNLOG-REC
               MOVE WS-RLOG-INICIO TO RLOG-INICIO OF RUNLOG-REC
               MOVE SPACES TO RLOG-FIN OF RUNLOG-REC
               STRING WS-RLOG-FECHA-ACT DELIMITED BY SIZE
                      WS-RLOG-HH  DELIMITED BY SIZE
                      WS-RLOG-MM  DELIMITED BY SIZE
                      WS-RLOG-SS  DELIMITED BY SIZE
                      INTO RLOG-FIN OF RUNLOG-REC
               END-STRING
               MOVE WS-FRASES-MAPA TO RLOG-ENTRADAS OF RUNLOG-REC
               MOVE WS-FILAS-ESCRITAS TO RLOG-SALIDAS OF RUNLOG-REC
               MOVE ZERO TO RLOG-RECHAZOS OF RUNLOG-REC
               MOVE WS-PARTES-LOG TO RLOG-BLOQUES OF RUNLOG-REC
               MOVE RETURN-CODE TO RLOG-RETORNO OF RUNLOG-REC
               WRITE RUNLOG-REC
               CLOSE RUNLOG-FILE
           END-IF.

      *> Anyade al fichero acumulado CONSUMO el consumo del lote
      *> sumado por departamento, con el mismo paso BATCH que deja
      *> el lote sin particionar, para que PALINDROMO-CHRG lo
      *> refacture igual. Si el fichero no esta disponible se avisa
      *> y el paso termina igual.
       ESCRIBE-CONSUMO.
           OPEN EXTEND CONSUMO-FILE
           IF WS-CONSUMO-STATUS = "35"
               OPEN OUTPUT CONSUMO-FILE
           END-IF
           IF WS-CONSUMO-STATUS NOT = "00"
               DISPLAY "AVISO: CONSUMO NO DISPONIBLE, FILE STATUS: "
                   WS-CONSUMO-STATUS
           ELSE
               MOVE ZERO TO CNS-RECIBIDAS OF CONSUMO-REC
               MOVE ZERO TO CNS-RECHAZOS OF CONSUMO-REC
               MOVE ZERO TO CNS-DUPLICADOS OF CONSUMO-REC
               MOVE WS-FECHA-HOY TO CNS-FECHA OF CONSUMO-REC
               MOVE "BATCH" TO CNS-PASO OF CONSUMO-REC
               PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > 3
                   EVALUATE WS-ORG-IDX
                       WHEN 1 MOVE "MKT" TO CNS-ORIGEN OF CONSUMO-REC
                       WHEN 2 MOVE "LAB" TO CNS-ORIGEN OF CONSUMO-REC
                       WHEN 3 MOVE "EXT" TO CNS-ORIGEN OF CONSUMO-REC
                   END-EVALUATE
                   MOVE WS-ORG-PROCESADAS(WS-ORG-IDX)
                       TO CNS-PROCESADAS OF CONSUMO-REC
                   MOVE WS-ORG-REUSADAS(WS-ORG-IDX)
                       TO CNS-REUSADAS OF CONSUMO-REC
                   WRITE CONSUMO-REC
               END-PERFORM
               CLOSE CONSUMO-FILE
           END-IF.

      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), la misma que
      *> leen los demas pasos. Si la tarjeta no viene asignada en
      *> el job se usa la fecha del sistema; una tarjeta presente
      *> pero ilegible para el proceso con CC 12.
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

       END PROGRAM PALINDROMO-MERG.
