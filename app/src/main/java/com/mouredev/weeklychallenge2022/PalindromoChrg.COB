      *> Refacturacion mensual a los departamentos (marketing,
      *> laboratorio de idiomas y proveedor externo) del servicio de
      *> comprobacion de frases. Lee el fichero acumulado CONSUMO
      *> (VER PALICONS) que anyaden cada noche PALINDROMO-CONS,
      *> -DEDUP y -BATCH, se queda con los registros del mes que se
      *> factura (de cada fecha, paso y departamento solo el ultimo,
      *> para no cobrar dos veces una noche relanzada) y acumula por
      *> departamento las frases recibidas, las rechazadas por
      *> longitud, los duplicados eliminados, las frases unicas
      *> procesadas y, de ellas, las que reutilizaron el veredicto
      *> de FRASMAST. Cada concepto se cobra a su tarifa de la
      *> tarjeta CHGRATE: la frase calculada de nuevo a tarifa
      *> completa, y la reusada del maestro, el duplicado y el
      *> rechazo a las suyas, para que cada departamento vea lo que
      *> le ahorran el maestro de frases y la deduplicacion. Escribe
      *> un extracto impreso por departamento (CHGSMKT, CHGSLAB,
      *> CHGSEXT) y el fichero CHGGL para el interfaz de la
      *> contabilidad general (VER PALICHGL). Sin tarjeta o con una
      *> tarjeta incompleta o ilegible no se factura nada (CC 12);
      *> un mes cuyos recuentos no cuadran (una noche que no llego a
      *> terminar) se factura igual y termina con CC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-CHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT STMT-MKT-FILE ASSIGN TO "CHGSMKT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SMKT-STATUS.
           SELECT STMT-LAB-FILE ASSIGN TO "CHGSLAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLAB-STATUS.
           SELECT STMT-EXT-FILE ASSIGN TO "CHGSEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEXT-STATUS.
           SELECT GL-OUT-FILE ASSIGN TO "CHGGL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-REC           PIC X(80).
       FD  CONSUMO-FILE.
       01  CONSUMO-REC.
           COPY PALICONS.
       SD  SORT-FILE.
       01  SORT-REC.
           05 SORT-FECHA      PIC 9(8).
           05 SORT-PASO       PIC X(8).
           05 SORT-ORIGEN     PIC X(3).
           05 SORT-SEQ        PIC 9(9).
           05 SORT-RECIBIDAS  PIC 9(9).
           05 SORT-RECHAZOS   PIC 9(9).
           05 SORT-DUPLICADOS PIC 9(9).
           05 SORT-PROCESADAS PIC 9(9).
           05 SORT-REUSADAS   PIC 9(9).
       FD  STMT-MKT-FILE.
       01  STMT-MKT-LINE      PIC X(132).
       FD  STMT-LAB-FILE.
       01  STMT-LAB-LINE      PIC X(132).
       FD  STMT-EXT-FILE.
       01  STMT-EXT-LINE      PIC X(132).
       FD  GL-OUT-FILE.
       01  GL-OUT-REC.
           COPY PALICHGL.
       WORKING-STORAGE SECTION.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FIN-GRUPOS PIC X VALUE 'N'.
           77 WS-RATE-STATUS PIC XX.
           77 WS-CONSUMO-STATUS PIC XX.
           77 WS-GL-STATUS PIC XX.
           77 WS-SMKT-STATUS PIC XX.
           77 WS-SLAB-STATUS PIC XX.
           77 WS-SEXT-STATUS PIC XX.
           77 WS-PARM-PALABRA PIC X(20).
           77 WS-PARM-VALOR PIC X(60).
           77 WS-TARJETA-ERROR PIC X VALUE 'N'.
           77 WS-FECHA-HOY PIC 9(8).
           77 WS-MES PIC 9(6) VALUE ZERO.
           77 WS-ANYO-TRABAJO PIC 9(4).
           77 WS-MES-TRABAJO PIC 9(2).
           77 WS-LEIDOS PIC 9(9) VALUE ZERO.
           77 WS-DEL-MES PIC 9(9) VALUE ZERO.
           77 WS-SUSTITUIDOS PIC 9(9) VALUE ZERO.
           77 WS-DESCUADRES PIC 9 VALUE ZERO.
           77 WS-DEP-IDX PIC 9.
           77 WS-CON-IDX PIC 9.
           77 WS-LINEA PIC X(132).
           77 WS-GL-LINEAS PIC 9(9) VALUE ZERO.
           77 WS-GL-DEBE PIC 9(11)V99 VALUE ZERO.
           77 WS-GL-HABER PIC 9(11)V99 VALUE ZERO.
           77 WS-CENTRO-ABONO PIC X(10) VALUE SPACES.
           77 WS-CUENTA-CARGO PIC X(10) VALUE SPACES.
           77 WS-CUENTA-ABONO PIC X(10) VALUE SPACES.
           77 WS-AHORRO PIC S9(9)V99.
           77 WS-BASE-COMPLETA PIC 9(9)V99.
           77 WS-GRP-ACTIVO PIC X VALUE 'N'.
      *> Registro del grupo en curso (fecha, paso y departamento):
      *> del SORT llegan en orden de grabacion y se queda el ultimo.
       01  WS-GRUPO.
           05 WS-GRP-FECHA      PIC 9(8).
           05 WS-GRP-PASO       PIC X(8).
           05 WS-GRP-ORIGEN     PIC X(3).
           05 WS-GRP-RECIBIDAS  PIC 9(9).
           05 WS-GRP-RECHAZOS   PIC 9(9).
           05 WS-GRP-DUPLICADOS PIC 9(9).
           05 WS-GRP-PROCESADAS PIC 9(9).
           05 WS-GRP-REUSADAS   PIC 9(9).
      *> Tarjeta de tarifas en formato NNNN.NNNN (importe por frase).
       01  WS-TARIFA-LEIDA.
           05 WS-TAR-ENTERO  PIC 9(4).
           05 WS-TAR-PUNTO   PIC X.
           05 WS-TAR-DECIMAL PIC 9(4).
      *> Conceptos facturados: 1 CALCULADA (frase unica calculada de
      *> nuevo), 2 REUSADA (veredicto reutilizado de FRASMAST),
      *> 3 DUPLICADA (copia eliminada por la deduplicacion),
      *> 4 RECHAZADA (frase de mas de 500 caracteres).
       01  WS-CONCEPTOS-TABLA.
           05 WS-CON-ENT OCCURS 4 TIMES.
               10 WS-CON-NOMBRE  PIC X(10).
               10 WS-CON-TARIFA  PIC 9(4)V9(4).
               10 WS-CON-LEIDA   PIC X.
      *> Acumulados del mes por departamento: 1 MKT, 2 LAB, 3 EXT.
       01  WS-DEPTOS-TABLA.
           05 WS-DEP-ENT OCCURS 3 TIMES.
               10 WS-DEP-CODIGO     PIC X(3).
               10 WS-DEP-CENTRO     PIC X(10).
               10 WS-DEP-RECIBIDAS  PIC 9(9).
               10 WS-DEP-RECHAZOS   PIC 9(9).
               10 WS-DEP-DUPLICADOS PIC 9(9).
               10 WS-DEP-PROCESADAS PIC 9(9).
               10 WS-DEP-REUSADAS   PIC 9(9).
               10 WS-DEP-CANTIDAD   PIC 9(9) OCCURS 4 TIMES.
               10 WS-DEP-IMPORTE    PIC 9(9)V99 OCCURS 4 TIMES.
               10 WS-DEP-TOTAL      PIC 9(9)V99.
       01  WS-CONCEPTO-LINEA.
           05 WS-CLN-NOMBRE    PIC X(10).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-CLN-CANTIDAD  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-CLN-TARIFA    PIC Z,ZZ9.9999.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-CLN-IMPORTE   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CIFRA-LINEA.
           05 WS-CIF-TEXTO     PIC X(40).
           05 WS-CIF-VALOR     PIC ZZZ,ZZZ,ZZ9.
       01  WS-IMPORTE-LINEA.
           05 WS-IMP-TEXTO     PIC X(40).
           05 WS-IMP-VALOR     PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIA-TABLAS
           PERFORM LEE-TARJETA
           IF WS-TARJETA-ERROR = 'Y'
               DISPLAY "NO SE FACTURA: TARJETA CHGRATE INCOMPLETA O "
                   "ILEGIBLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PERIODO FACTURADO     : " WS-MES
           SORT SORT-FILE
               ON ASCENDING KEY SORT-FECHA SORT-PASO SORT-ORIGEN
                                SORT-SEQ
               INPUT PROCEDURE IS LEE-CONSUMO
               OUTPUT PROCEDURE IS ACUMULA-CONSUMO
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3
               PERFORM VALORA-DEPARTAMENTO
           END-PERFORM
           PERFORM ESCRIBE-EXTRACTOS
           PERFORM ESCRIBE-FICHERO-GL
           DISPLAY "REGISTROS DE CONSUMO  : " WS-LEIDOS
           DISPLAY "REGISTROS DEL PERIODO : " WS-DEL-MES
           DISPLAY "REGISTROS SUSTITUIDOS : " WS-SUSTITUIDOS
           DISPLAY "APUNTES EN CHGGL      : " WS-GL-LINEAS
           IF WS-DESCUADRES > ZERO
               DISPLAY "AVISO: DEPARTAMENTOS CON RECUENTOS QUE NO "
                   "CUADRAN: " WS-DESCUADRES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INICIA-TABLAS.
           INITIALIZE WS-DEPTOS-TABLA
           MOVE "MKT" TO WS-DEP-CODIGO(1)
           MOVE "LAB" TO WS-DEP-CODIGO(2)
           MOVE "EXT" TO WS-DEP-CODIGO(3)
           INITIALIZE WS-CONCEPTOS-TABLA
           MOVE "CALCULADA" TO WS-CON-NOMBRE(1)
           MOVE "REUSADA" TO WS-CON-NOMBRE(2)
           MOVE "DUPLICADA" TO WS-CON-NOMBRE(3)
           MOVE "RECHAZADA" TO WS-CON-NOMBRE(4)
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL WS-CON-IDX > 4
               MOVE 'N' TO WS-CON-LEIDA(WS-CON-IDX)
           END-PERFORM.

      *> Carga la tarjeta CHGRATE, una linea PALABRA=VALOR por
      *> dato (las lineas que empiezan por * son comentarios):
      *>   MES=AAAAMM            periodo a facturar (opcional; por
      *>                         defecto el mes anterior al de hoy)
      *>   TARIFA-CALCULADA=NNNN.NNNN  y TARIFA-REUSADA,
      *>   TARIFA-DUPLICADA, TARIFA-RECHAZADA: importe por frase
      *>   CENTRO-MKT, CENTRO-LAB, CENTRO-EXT: centro de coste de
      *>                         cada departamento (10 posiciones)
      *>   CUENTA-CARGO=         cuenta del gasto en el departamento
      *>   CUENTA-ABONO=         cuenta del ingreso por refacturacion
      *>   CENTRO-ABONO=         centro que presta el servicio
      *> Todo es obligatorio salvo MES: facturar con una tarifa o un
      *> centro que falta es peor que no facturar.
       LEE-TARJETA.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO CHGRATE, FILE STATUS: "
                   WS-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RATE-REC NOT = SPACES
                               AND RATE-REC(1:1) NOT = "*"
                           PERFORM TRATA-LINEA-TARJETA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-MES = ZERO
               MOVE WS-FECHA-HOY(1:4) TO WS-ANYO-TRABAJO
               MOVE WS-FECHA-HOY(5:2) TO WS-MES-TRABAJO
               IF WS-MES-TRABAJO = 1
                   SUBTRACT 1 FROM WS-ANYO-TRABAJO
                   MOVE 12 TO WS-MES-TRABAJO
               ELSE
                   SUBTRACT 1 FROM WS-MES-TRABAJO
               END-IF
               COMPUTE WS-MES = WS-ANYO-TRABAJO * 100 + WS-MES-TRABAJO
           END-IF
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL WS-CON-IDX > 4
               IF WS-CON-LEIDA(WS-CON-IDX) = 'N'
                   DISPLAY "FALTA EN CHGRATE LA TARIFA-"
                       WS-CON-NOMBRE(WS-CON-IDX)
                   MOVE 'Y' TO WS-TARJETA-ERROR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3
               IF WS-DEP-CENTRO(WS-DEP-IDX) = SPACES
                   DISPLAY "FALTA EN CHGRATE EL CENTRO-"
                       WS-DEP-CODIGO(WS-DEP-IDX)
                   MOVE 'Y' TO WS-TARJETA-ERROR
               END-IF
           END-PERFORM
           IF WS-CUENTA-CARGO = SPACES OR WS-CUENTA-ABONO = SPACES
                   OR WS-CENTRO-ABONO = SPACES
               DISPLAY "FALTAN EN CHGRATE LA CUENTA-CARGO, LA "
                   "CUENTA-ABONO O EL CENTRO-ABONO"
               MOVE 'Y' TO WS-TARJETA-ERROR
           END-IF.

       TRATA-LINEA-TARJETA.
           MOVE SPACES TO WS-PARM-PALABRA
           MOVE SPACES TO WS-PARM-VALOR
           UNSTRING RATE-REC DELIMITED BY "="
               INTO WS-PARM-PALABRA WS-PARM-VALOR
           END-UNSTRING
           EVALUATE WS-PARM-PALABRA
               WHEN "MES"
                   IF WS-PARM-VALOR(1:6) IS NUMERIC
                           AND WS-PARM-VALOR(5:2) >= "01"
                           AND WS-PARM-VALOR(5:2) <= "12"
                       MOVE WS-PARM-VALOR(1:6) TO WS-MES
                   ELSE
                       PERFORM INFORMA-LINEA-ERRONEA
                   END-IF
               WHEN "TARIFA-CALCULADA"
                   MOVE 1 TO WS-CON-IDX
                   PERFORM GUARDA-TARIFA
               WHEN "TARIFA-REUSADA"
                   MOVE 2 TO WS-CON-IDX
                   PERFORM GUARDA-TARIFA
               WHEN "TARIFA-DUPLICADA"
                   MOVE 3 TO WS-CON-IDX
                   PERFORM GUARDA-TARIFA
               WHEN "TARIFA-RECHAZADA"
                   MOVE 4 TO WS-CON-IDX
                   PERFORM GUARDA-TARIFA
               WHEN "CENTRO-MKT"
                   MOVE WS-PARM-VALOR(1:10) TO WS-DEP-CENTRO(1)
               WHEN "CENTRO-LAB"
                   MOVE WS-PARM-VALOR(1:10) TO WS-DEP-CENTRO(2)
               WHEN "CENTRO-EXT"
                   MOVE WS-PARM-VALOR(1:10) TO WS-DEP-CENTRO(3)
               WHEN "CUENTA-CARGO"
                   MOVE WS-PARM-VALOR(1:10) TO WS-CUENTA-CARGO
               WHEN "CUENTA-ABONO"
                   MOVE WS-PARM-VALOR(1:10) TO WS-CUENTA-ABONO
               WHEN "CENTRO-ABONO"
                   MOVE WS-PARM-VALOR(1:10) TO WS-CENTRO-ABONO
               WHEN OTHER
                   PERFORM INFORMA-LINEA-ERRONEA
           END-EVALUATE.

      *> La tarifa tiene que venir exactamente como NNNN.NNNN.
       GUARDA-TARIFA.
           MOVE WS-PARM-VALOR(1:9) TO WS-TARIFA-LEIDA
           IF WS-TAR-ENTERO IS NUMERIC AND WS-TAR-PUNTO = "."
                   AND WS-TAR-DECIMAL IS NUMERIC
               COMPUTE WS-CON-TARIFA(WS-CON-IDX) =
                   WS-TAR-ENTERO + WS-TAR-DECIMAL / 10000
               MOVE 'Y' TO WS-CON-LEIDA(WS-CON-IDX)
           ELSE
               PERFORM INFORMA-LINEA-ERRONEA
           END-IF.

       INFORMA-LINEA-ERRONEA.
           DISPLAY "LINEA NO VALIDA EN CHGRATE: " RATE-REC(1:60)
           MOVE 'Y' TO WS-TARJETA-ERROR.

      *> Procedimiento de entrada del SORT: entrega los registros
      *> de consumo del mes facturado con su numero de orden en el
      *> fichero, para que dentro de cada fecha, paso y
      *> departamento el ultimo grabado quede el ultimo.
       LEE-CONSUMO.
           OPEN INPUT CONSUMO-FILE
           IF WS-CONSUMO-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO CONSUMO, FILE STATUS: "
                   WS-CONSUMO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONSUMO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF CNS-FECHA(1:6) = WS-MES
                           ADD 1 TO WS-DEL-MES
                           MOVE CNS-FECHA TO SORT-FECHA
                           MOVE CNS-PASO TO SORT-PASO
                           MOVE CNS-ORIGEN TO SORT-ORIGEN
                           MOVE WS-LEIDOS TO SORT-SEQ
                           MOVE CNS-RECIBIDAS TO SORT-RECIBIDAS
                           MOVE CNS-RECHAZOS TO SORT-RECHAZOS
                           MOVE CNS-DUPLICADOS TO SORT-DUPLICADOS
                           MOVE CNS-PROCESADAS TO SORT-PROCESADAS
                           MOVE CNS-REUSADAS TO SORT-REUSADAS
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSUMO-FILE.

      *> Procedimiento de salida del SORT: de cada grupo de fecha,
      *> paso y departamento suma solo el ultimo registro; los
      *> anteriores son de pasos relanzados y se cuentan como
      *> sustituidos.
       ACUMULA-CONSUMO.
           PERFORM UNTIL WS-FIN-GRUPOS = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-FIN-GRUPOS
                       IF WS-GRP-ACTIVO = 'Y'
                           PERFORM SUMA-GRUPO
                       END-IF
                   NOT AT END
                       IF WS-GRP-ACTIVO = 'Y'
                           IF SORT-FECHA = WS-GRP-FECHA
                                   AND SORT-PASO = WS-GRP-PASO
                                   AND SORT-ORIGEN = WS-GRP-ORIGEN
                               ADD 1 TO WS-SUSTITUIDOS
                           ELSE
                               PERFORM SUMA-GRUPO
                           END-IF
                       END-IF
                       MOVE SORT-FECHA TO WS-GRP-FECHA
                       MOVE SORT-PASO TO WS-GRP-PASO
                       MOVE SORT-ORIGEN TO WS-GRP-ORIGEN
                       MOVE SORT-RECIBIDAS TO WS-GRP-RECIBIDAS
                       MOVE SORT-RECHAZOS TO WS-GRP-RECHAZOS
                       MOVE SORT-DUPLICADOS TO WS-GRP-DUPLICADOS
                       MOVE SORT-PROCESADAS TO WS-GRP-PROCESADAS
                       MOVE SORT-REUSADAS TO WS-GRP-REUSADAS
                       MOVE 'Y' TO WS-GRP-ACTIVO
               END-RETURN
           END-PERFORM.

       SUMA-GRUPO.
           EVALUATE WS-GRP-ORIGEN
               WHEN "MKT" MOVE 1 TO WS-DEP-IDX
               WHEN "LAB" MOVE 2 TO WS-DEP-IDX
               WHEN "EXT" MOVE 3 TO WS-DEP-IDX
               WHEN OTHER MOVE ZERO TO WS-DEP-IDX
           END-EVALUATE
           IF WS-DEP-IDX = ZERO
               DISPLAY "AVISO: CONSUMO CON ORIGEN DESCONOCIDO: "
                   WS-GRP-ORIGEN " " WS-GRP-FECHA " " WS-GRP-PASO
           ELSE
               ADD WS-GRP-RECIBIDAS TO WS-DEP-RECIBIDAS(WS-DEP-IDX)
               ADD WS-GRP-RECHAZOS TO WS-DEP-RECHAZOS(WS-DEP-IDX)
               ADD WS-GRP-DUPLICADOS TO WS-DEP-DUPLICADOS(WS-DEP-IDX)
               ADD WS-GRP-PROCESADAS TO WS-DEP-PROCESADAS(WS-DEP-IDX)
               ADD WS-GRP-REUSADAS TO WS-DEP-REUSADAS(WS-DEP-IDX)
           END-IF.

      *> Cantidades e importes de cada concepto del departamento
      *> WS-DEP-IDX. Las frases unicas que no reutilizaron el
      *> maestro son las calculadas de nuevo.
       VALORA-DEPARTAMENTO.
           IF WS-DEP-PROCESADAS(WS-DEP-IDX) >=
                   WS-DEP-REUSADAS(WS-DEP-IDX)
               COMPUTE WS-DEP-CANTIDAD(WS-DEP-IDX, 1) =
                   WS-DEP-PROCESADAS(WS-DEP-IDX)
                   - WS-DEP-REUSADAS(WS-DEP-IDX)
           ELSE
               MOVE ZERO TO WS-DEP-CANTIDAD(WS-DEP-IDX, 1)
           END-IF
           MOVE WS-DEP-REUSADAS(WS-DEP-IDX)
               TO WS-DEP-CANTIDAD(WS-DEP-IDX, 2)
           MOVE WS-DEP-DUPLICADOS(WS-DEP-IDX)
               TO WS-DEP-CANTIDAD(WS-DEP-IDX, 3)
           MOVE WS-DEP-RECHAZOS(WS-DEP-IDX)
               TO WS-DEP-CANTIDAD(WS-DEP-IDX, 4)
           MOVE ZERO TO WS-DEP-TOTAL(WS-DEP-IDX)
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL WS-CON-IDX > 4
               COMPUTE WS-DEP-IMPORTE(WS-DEP-IDX, WS-CON-IDX) ROUNDED =
                   WS-DEP-CANTIDAD(WS-DEP-IDX, WS-CON-IDX)
                   * WS-CON-TARIFA(WS-CON-IDX)
               ADD WS-DEP-IMPORTE(WS-DEP-IDX, WS-CON-IDX)
                   TO WS-DEP-TOTAL(WS-DEP-IDX)
           END-PERFORM
           IF WS-DEP-RECIBIDAS(WS-DEP-IDX) NOT =
                   WS-DEP-RECHAZOS(WS-DEP-IDX)
                   + WS-DEP-DUPLICADOS(WS-DEP-IDX)
                   + WS-DEP-PROCESADAS(WS-DEP-IDX)
               ADD 1 TO WS-DESCUADRES
           END-IF.

      *> Extracto impreso de cada departamento: recuentos del mes,
      *> un renglon por concepto con cantidad, tarifa e importe, el
      *> total a refacturar y lo que se habria cobrado si cada frase
      *> recibida se hubiera calculado de nuevo a tarifa completa.
       ESCRIBE-EXTRACTOS.
           OPEN OUTPUT STMT-MKT-FILE
           IF WS-SMKT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO CHGSMKT, FILE STATUS: "
                   WS-SMKT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STMT-LAB-FILE
           IF WS-SLAB-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO CHGSLAB, FILE STATUS: "
                   WS-SLAB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STMT-EXT-FILE
           IF WS-SEXT-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO CHGSEXT, FILE STATUS: "
                   WS-SEXT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3
               PERFORM ESCRIBE-EXTRACTO
           END-PERFORM
           CLOSE STMT-MKT-FILE
           CLOSE STMT-LAB-FILE
           CLOSE STMT-EXT-FILE.

       ESCRIBE-EXTRACTO.
           MOVE SPACES TO WS-LINEA
           STRING "REFACTURACION DEL SERVICIO DE PALINDROMOS - "
               DELIMITED BY SIZE
               "DEPARTAMENTO " DELIMITED BY SIZE
               WS-DEP-CODIGO(WS-DEP-IDX) DELIMITED BY SIZE
               " - PERIODO " DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM ESCRIBE-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "CENTRO DE COSTE " DELIMITED BY SIZE
               WS-DEP-CENTRO(WS-DEP-IDX) DELIMITED BY SIZE
               "  FECHA DE EMISION " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM ESCRIBE-LINEA
           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBE-LINEA

           MOVE "FRASES RECIBIDAS                      : "
               TO WS-CIF-TEXTO
           MOVE WS-DEP-RECIBIDAS(WS-DEP-IDX) TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "  RECHAZADAS POR LONGITUD             : "
               TO WS-CIF-TEXTO
           MOVE WS-DEP-RECHAZOS(WS-DEP-IDX) TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "  DUPLICADAS ELIMINADAS               : "
               TO WS-CIF-TEXTO
           MOVE WS-DEP-DUPLICADOS(WS-DEP-IDX) TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "  UNICAS PROCESADAS                   : "
               TO WS-CIF-TEXTO
           MOVE WS-DEP-PROCESADAS(WS-DEP-IDX) TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           MOVE "    DE ELLAS REUSADAS DEL MAESTRO     : "
               TO WS-CIF-TEXTO
           MOVE WS-DEP-REUSADAS(WS-DEP-IDX) TO WS-CIF-VALOR
           PERFORM ESCRIBE-CIFRA
           IF WS-DEP-RECIBIDAS(WS-DEP-IDX) NOT =
                   WS-DEP-RECHAZOS(WS-DEP-IDX)
                   + WS-DEP-DUPLICADOS(WS-DEP-IDX)
                   + WS-DEP-PROCESADAS(WS-DEP-IDX)
               MOVE SPACES TO WS-LINEA
               STRING "AVISO: LOS RECUENTOS DEL MES NO CUADRAN "
                   DELIMITED BY SIZE
                   "(ALGUNA NOCHE NO LLEGO A TERMINAR)"
                   DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM ESCRIBE-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBE-LINEA

           MOVE SPACES TO WS-LINEA
           STRING "CONCEPTO         CANTIDAD         TARIFA"
               DELIMITED BY SIZE
               "           IMPORTE" DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM ESCRIBE-LINEA
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1 UNTIL WS-CON-IDX > 4
               MOVE WS-CON-NOMBRE(WS-CON-IDX) TO WS-CLN-NOMBRE
               MOVE WS-DEP-CANTIDAD(WS-DEP-IDX, WS-CON-IDX)
                   TO WS-CLN-CANTIDAD
               MOVE WS-CON-TARIFA(WS-CON-IDX) TO WS-CLN-TARIFA
               MOVE WS-DEP-IMPORTE(WS-DEP-IDX, WS-CON-IDX)
                   TO WS-CLN-IMPORTE
               MOVE WS-CONCEPTO-LINEA TO WS-LINEA
               PERFORM ESCRIBE-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA
           PERFORM ESCRIBE-LINEA
           MOVE "TOTAL A REFACTURAR                    : "
               TO WS-IMP-TEXTO
           MOVE WS-DEP-TOTAL(WS-DEP-IDX) TO WS-IMP-VALOR
           PERFORM ESCRIBE-IMPORTE

      *> Ahorro frente a calcular de nuevo cada frase aceptada (las
      *> reusadas y las duplicadas a tarifa completa).
           COMPUTE WS-BASE-COMPLETA ROUNDED =
               (WS-DEP-CANTIDAD(WS-DEP-IDX, 1)
                + WS-DEP-CANTIDAD(WS-DEP-IDX, 2)
                + WS-DEP-CANTIDAD(WS-DEP-IDX, 3))
               * WS-CON-TARIFA(1)
               + WS-DEP-IMPORTE(WS-DEP-IDX, 4)
           COMPUTE WS-AHORRO =
               WS-BASE-COMPLETA - WS-DEP-TOTAL(WS-DEP-IDX)
           MOVE "SIN MAESTRO NI DEDUPLICACION SERIAN   : "
               TO WS-IMP-TEXTO
           MOVE WS-BASE-COMPLETA TO WS-IMP-VALOR
           PERFORM ESCRIBE-IMPORTE
           MOVE "AHORRO POR REUSO Y DEDUPLICACION      : "
               TO WS-IMP-TEXTO
           MOVE WS-AHORRO TO WS-IMP-VALOR
           PERFORM ESCRIBE-IMPORTE.

       ESCRIBE-CIFRA.
           MOVE WS-CIFRA-LINEA TO WS-LINEA
           PERFORM ESCRIBE-LINEA.

       ESCRIBE-IMPORTE.
           MOVE WS-IMPORTE-LINEA TO WS-LINEA
           PERFORM ESCRIBE-LINEA.

      *> Escribe WS-LINEA en el extracto del departamento en curso.
       ESCRIBE-LINEA.
           EVALUATE WS-DEP-IDX
               WHEN 1
                   MOVE WS-LINEA TO STMT-MKT-LINE
                   WRITE STMT-MKT-LINE
               WHEN 2
                   MOVE WS-LINEA TO STMT-LAB-LINE
                   WRITE STMT-LAB-LINE
               WHEN 3
                   MOVE WS-LINEA TO STMT-EXT-LINE
                   WRITE STMT-EXT-LINE
           END-EVALUATE.

      *> Fichero para el interfaz de contabilidad: por cada
      *> departamento, un cargo a su centro de coste por cada
      *> concepto con importe y un abono por su total al centro que
      *> presta el servicio, de modo que el debe y el haber del pie
      *> cuadran siempre.
       ESCRIBE-FICHERO-GL.
           OPEN OUTPUT GL-OUT-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO CHGGL, FILE STATUS: "
                   WS-GL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-OUT-REC
           MOVE "CAB" TO GL-TIPO
           MOVE WS-MES TO GL-CAB-PERIODO
           MOVE WS-FECHA-HOY TO GL-CAB-FECHA
           MOVE "PALINDR" TO GL-CAB-SISTEMA
           WRITE GL-OUT-REC
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 3
               PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                       UNTIL WS-CON-IDX > 4
                   IF WS-DEP-IMPORTE(WS-DEP-IDX, WS-CON-IDX) > ZERO
                       PERFORM ESCRIBE-CARGO-GL
                   END-IF
               END-PERFORM
               IF WS-DEP-TOTAL(WS-DEP-IDX) > ZERO
                   PERFORM ESCRIBE-ABONO-GL
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-OUT-REC
           MOVE "FIN" TO GL-TIPO
           MOVE WS-GL-LINEAS TO GL-FIN-LINEAS
           MOVE WS-GL-DEBE TO GL-FIN-DEBE
           MOVE WS-GL-HABER TO GL-FIN-HABER
           WRITE GL-OUT-REC
           CLOSE GL-OUT-FILE.

       ESCRIBE-CARGO-GL.
           MOVE SPACES TO GL-OUT-REC
           MOVE "DET" TO GL-TIPO
           MOVE WS-MES TO GL-PERIODO
           MOVE WS-DEP-CODIGO(WS-DEP-IDX) TO GL-DEPTO
           MOVE WS-DEP-CENTRO(WS-DEP-IDX) TO GL-CENTRO
           MOVE WS-CUENTA-CARGO TO GL-CUENTA
           MOVE WS-CON-NOMBRE(WS-CON-IDX) TO GL-CONCEPTO
           MOVE WS-DEP-CANTIDAD(WS-DEP-IDX, WS-CON-IDX) TO GL-CANTIDAD
           MOVE WS-CON-TARIFA(WS-CON-IDX) TO GL-TARIFA
           MOVE WS-DEP-IMPORTE(WS-DEP-IDX, WS-CON-IDX) TO GL-IMPORTE
           MOVE 'D' TO GL-SIGNO
           WRITE GL-OUT-REC
           ADD 1 TO WS-GL-LINEAS
           ADD WS-DEP-IMPORTE(WS-DEP-IDX, WS-CON-IDX) TO WS-GL-DEBE.

       ESCRIBE-ABONO-GL.
           MOVE SPACES TO GL-OUT-REC
           MOVE "DET" TO GL-TIPO
           MOVE WS-MES TO GL-PERIODO
           MOVE WS-DEP-CODIGO(WS-DEP-IDX) TO GL-DEPTO
           MOVE WS-CENTRO-ABONO TO GL-CENTRO
           MOVE WS-CUENTA-ABONO TO GL-CUENTA
           MOVE "REFACTURA" TO GL-CONCEPTO
           MOVE ZERO TO GL-CANTIDAD
           MOVE ZERO TO GL-TARIFA
           MOVE WS-DEP-TOTAL(WS-DEP-IDX) TO GL-IMPORTE
           MOVE 'H' TO GL-SIGNO
           WRITE GL-OUT-REC
           ADD 1 TO WS-GL-LINEAS
           ADD WS-DEP-TOTAL(WS-DEP-IDX) TO WS-GL-HABER.

       END PROGRAM PALINDROMO-CHRG.
