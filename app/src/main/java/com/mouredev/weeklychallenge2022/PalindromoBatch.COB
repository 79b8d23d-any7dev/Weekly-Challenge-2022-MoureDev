      *> Variante de PALINDROMO que procesa un fichero de frases en
      *> lote, en vez de pedir la frase por consola con ACCEPT.
      *> Al terminar un lote valido anyade al fichero acumulado
      *> CONSUMO (VER PALICONS) las frases procesadas y reusadas de
      *> FRASMAST de cada departamento, para la refacturacion
      *> mensual. El veredicto de cada frase lo da la rutina comun
      *> PALINDROMO-VERD (VER PALIVERD), la misma que usan la
      *> consola y los programas de correccion y consulta, y es esa
      *> rutina la que abre y actualiza EXCEPTNS y FRASMAST. Cuando
      *> el fichero es una particion de PALINDROMO-PART (VER
      *> PALIFEED), varias particiones corren a la vez: los
      *> maestros solo se leen y cada aparicion se anota en
      *> MSTDELTA (VER PALIMDLT) para que PALINDROMO-MERG la aplique
      *> al fusionar las particiones.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-BATCH.
       ENVIRONMENT DIVISION.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.
           SELECT FECHA-PARAM-FILE ASSIGN TO "FECHAPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAPRM-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MSTDELTA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRASE-IN-FILE.
           COPY PALIAUDT.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC     PIC 9(9).
       FD  FECHA-PARAM-FILE.
       01  FECHA-PARAM-REC    PIC X(80).
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       FD  CONSUMO-FILE.
       01  CONSUMO-REC.
           COPY PALICONS.
       FD  DELTA-FILE.
       01  DELTA-REC.
           COPY PALIMDLT.
       WORKING-STORAGE SECTION.
           COPY PALIFRAS.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FECHA-VALOR PIC X(60).
           77 K PIC 9(3).
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FRASES-LEIDAS PIC 9(9) VALUE ZERO.
           77 WS-AUDIT-STATUS PIC XX.
               88 MODO-FRASE-COMPLETA VALUE 'C'.
               88 MODO-SUBCADENA VALUE 'S'.
               88 MODO-PALABRAS VALUE 'P'.
           77 WS-EXC-APLICADAS PIC 9(9) VALUE ZERO.
           77 WS-EXC-NO-VIGENTES PIC 9(9) VALUE ZERO.
           77 WS-MST-REUSADAS PIC 9(9) VALUE ZERO.
           77 WS-FECHA-PROCESO PIC 9(8).
           77 WS-ORIGEN PIC X(3).
           77 WS-UMBRAL-TEXTO PIC X(3) VALUE SPACES.
           77 WS-UMBRAL-CASI PIC 9(3) VALUE 3.
           77 WS-UMBRAL-TRABAJO PIC 9(3).
           77 WS-UMBRAL-VALIDO PIC X.
           77 WS-UMBRAL-DIGITO PIC 9.
           77 WS-FEED-ERROR PIC X VALUE 'N'.
           77 WS-CAB-ABIERTA PIC X VALUE 'N'.
           77 WS-CABS-VISTAS PIC 9(3) VALUE ZERO.
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
           77 WS-CONSUMO-STATUS PIC XX.
           77 WS-ORG-IDX PIC 9.
           77 WS-CADENA-EXPRESS PIC X VALUE 'N'.
           77 WS-HORA-MONTAJE PIC 9(6) VALUE ZERO.
           77 WS-PASO-CONSUMO PIC X(8).
           77 WS-PARTICION PIC X VALUE SPACE.
           77 WS-DELTA-STATUS PIC XX.
           77 WS-DELTA-ABIERTO PIC X VALUE 'N'.
           77 WS-DELTAS-ESCRITOS PIC 9(9) VALUE ZERO.
      *> Consumo del lote por departamento: 1 MKT, 2 LAB, 3 EXT.
       01  WS-ORIGEN-TABLA.
           05 WS-ORG-ENT OCCURS 3 TIMES.
               10 WS-ORG-PROCESADAS PIC 9(9) VALUE ZERO.
               10 WS-ORG-REUSADAS   PIC 9(9) VALUE ZERO.
       01  WS-HORA-GROUP.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
           05 WS-HORA-CC PIC 99.
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
               "PALINDROMO-UMBRAL-CASI"
           PERFORM LEE-UMBRAL-CASI
           PERFORM LEE-FECHA-PROCESO
           PERFORM PREPARA-VEREDICTO
           PERFORM LEE-CHECKPOINT
           OPEN INPUT FRASE-IN-FILE
           IF WS-FRASEIN-STATUS NOT = "00"
           CLOSE FRASE-IN-FILE
           CLOSE RESULT-OUT-FILE
           CLOSE AUDIT-FILE
           IF WS-DELTA-ABIERTO = 'Y'
               CLOSE DELTA-FILE
           END-IF
           MOVE 'C' TO VRD-FUNCION
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
           PERFORM ESCRIBE-CHECKPOINT
           PERFORM VALIDA-PIE
           DISPLAY "FRASES PROCESADAS: " WS-FRASES-LEIDAS
           DISPLAY "VEREDICTOS REUSADOS DEL MAESTRO: " WS-MST-REUSADAS
           DISPLAY "EXCEPCIONES APLICADAS: " WS-EXC-APLICADAS
           DISPLAY "EXCEPCIONES FUERA DE VIGENCIA: " WS-EXC-NO-VIGENTES
           IF WS-PARTICION NOT = SPACE
               DISPLAY "PARTICION: " WS-PARTICION
                   " APARICIONES ANOTADAS EN MSTDELTA: "
                   WS-DELTAS-ESCRITOS
           END-IF
           IF WS-FEED-ERROR = 'Y'
               DISPLAY "SE RECHAZA EL LOTE: FRASEIN NO SUPERA LA "
                   "VALIDACION DE REGISTROS DE CONTROL"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBE-RUNLOG
           IF WS-FEED-ERROR = 'N'
               PERFORM ESCRIBE-CONSUMO
           END-IF
           STOP RUN.

      *> Abre el envio cuya cabecera CAB acaba de llegar. FRASEIN
      *> anterior a la fecha de proceso (eso es justamente el envio
      *> atrasado que se recupera), pero nunca posterior, y todas
      *> las frases del bloque quedan selladas con ella en RESULTS.
      *> Una cabecera de remitente EXPRESS marca la ejecucion como
      *> cadena express (VER ESCRIBE-AUDITORIA y ESCRIBE-CONSUMO).
      *> Una cabecera con numero de particion pasa el lote a modo
      *> diferido (VER ABRE-DELTA).
       TRATA-CABECERA-FEED.
           IF WS-CAB-ABIERTA = 'Y'
               DISPLAY "CABECERA CAB SIN PIE DEL ENVIO ANTERIOR EN "
                   MOVE 'Y' TO WS-FEED-ERROR
               ELSE
                   MOVE FEED-CAB-FECHA TO WS-FECHA-FEED
                   IF FEED-CAB-PROVEEDOR = "EXPRESS"
                       MOVE 'Y' TO WS-CADENA-EXPRESS
                       MOVE FEED-CAB-HORA TO WS-HORA-MONTAJE
                   END-IF
                   IF FEED-CAB-PARTICION NOT = SPACE
                       MOVE FEED-CAB-PARTICION TO WS-PARTICION
                       PERFORM ABRE-DELTA
                   END-IF
                   MOVE 'Y' TO WS-CAB-ABIERTA
                   ADD 1 TO WS-CABS-VISTAS
                   MOVE ZERO TO WS-FRASES-FEED
                       MOVE FEED-FRASE TO FRASE
                       ADD 1 TO WS-FRASES-LEIDAS
                       ADD 1 TO WS-FRASES-FEED
                       PERFORM CUENTA-CONSUMO-ORIGEN
                       PERFORM PROCESA-FRASE
                       PERFORM ESCRIBE-RESULTADO
                       PERFORM ESCRIBE-AUDITORIA
      *> atras se tratan igual que en la pasada normal, para que la
      *> fecha del envio en curso y el cuadre por envio sigan
      *> siendo correctos al reanudar en mitad de un fichero con
      *> varios envios. Las frases saltadas cuentan en el consumo
      *> de su departamento como procesadas; si reusaron o no el
      *> maestro en la ejecucion interrumpida ya no se sabe, y se
      *> cobran como calculadas.
       SALTA-FRASES-PROCESADAS.
           PERFORM UNTIL WS-FRASES-LEIDAS >= WS-RESTART-FROM
                   OR WS-EOF = 'Y' OR WS-FEED-ERROR = 'Y'
                           WHEN FEED-DETALLE
                               ADD 1 TO WS-FRASES-LEIDAS
                               ADD 1 TO WS-FRASES-FEED
                               MOVE FEED-TIPO TO WS-ORIGEN
                               PERFORM CUENTA-CONSUMO-ORIGEN
                           WHEN FEED-PIE
                               PERFORM TRATA-PIE-FEED
                           WHEN OTHER
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

      *> Juzga la frase en curso con la rutina comun
      *> PALINDROMO-VERD (excepcion vigente, reutilizacion del
      *> maestro FRASMAST o calculo completo), que ademas anota el
      *> uso de la excepcion y la aparicion en el maestro. Los
      *> contadores del lote y el consumo del departamento se
      *> llevan aqui segun el origen del veredicto.
       PROCESA-FRASE.
           MOVE FUNCTION LOWER-CASE(FRASE) TO FRASE
           MOVE 'V' TO VRD-FUNCION
           MOVE FRASE TO VRD-FRASE
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
           MOVE VRD-LONG TO LONG
           IF VRD-EXC-NO-VIGENTE = 'S'
               ADD 1 TO WS-EXC-NO-VIGENTES
           END-IF
           IF VRD-DE-EXCEPCION
               ADD 1 TO WS-EXC-APLICADAS
           END-IF
           IF VRD-DEL-MAESTRO
               ADD 1 TO WS-MST-REUSADAS
               IF WS-ORG-IDX > ZERO
                   ADD 1 TO WS-ORG-REUSADAS(WS-ORG-IDX)
               END-IF
           END-IF
           IF WS-DELTA-ABIERTO = 'Y'
               IF VRD-APA-ANOTA = 'S' OR VRD-APA-EXC-USADA = 'S'
                   PERFORM ESCRIBE-DELTA
               END-IF
           END-IF.

      *> Particion de la cadena particionada: los maestros pasan a
      *> solo lectura (otras particiones los leen a la vez) y se
      *> abre MSTDELTA para las apariciones pendientes de anotar.
      *> En un restart se anyade a lo ya anotado antes del abend,
      *> igual que RESULTS.
       ABRE-DELTA.
           IF WS-DELTA-ABIERTO = 'N'
               MOVE 'D' TO VRD-ACTUALIZA
               IF WS-RESTART-FROM > ZERO
                   OPEN EXTEND DELTA-FILE
                   IF WS-DELTA-STATUS = "35"
                       OPEN OUTPUT DELTA-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT DELTA-FILE
               END-IF
               IF WS-DELTA-STATUS NOT = "00"
                   DISPLAY "ERROR ABRIENDO MSTDELTA, FILE STATUS: "
                       WS-DELTA-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-DELTA-ABIERTO
           END-IF.

      *> Anota en MSTDELTA lo que PALINDROMO-VERD habria actualizado
      *> en los maestros con la frase en curso.
       ESCRIBE-DELTA.
           MOVE SPACES TO DELTA-REC
           MOVE WS-FECHA-PROCESO TO MDL-FECHA
           MOVE WS-PARTICION TO MDL-PARTICION
           MOVE FRASE TO MDL-FRASE
           MOVE VRD-FRASE-LIMPIA TO MDL-FRASE-LIMPIA
           MOVE WS-MODO-COMPARACION TO MDL-MODO-COMPARACION
           MOVE WS-MODO-PROCESO TO MDL-MODO-PROCESO
           MOVE VRD-VERDICT TO MDL-VERDICT
           MOVE VRD-VERDICT-PAL TO MDL-VERDICT-PAL
           MOVE VRD-DISTANCIA TO MDL-DISTANCIA
           MOVE VRD-CASI TO MDL-CASI
           MOVE VRD-SUB-INICIO TO MDL-SUB-INICIO
           MOVE VRD-SUB-FIN TO MDL-SUB-FIN
           MOVE VRD-SUB-LONGITUD TO MDL-SUB-LONGITUD
           MOVE VRD-APA-ANOTA TO MDL-ANOTA
           MOVE VRD-APA-RECALCULADA TO MDL-RECALCULADA
           MOVE VRD-APA-EXC-FORZADA TO MDL-EXC-FORZADA
           MOVE VRD-APA-EXC-USADA TO MDL-EXC-USADA
           WRITE DELTA-REC
           ADD 1 TO WS-DELTAS-ESCRITOS.

      *> Parametros fijos de todo el lote para PALINDROMO-VERD:
      *> modos, umbral y fecha de negocio, con consulta de EXCEPTNS
      *> y FRASMAST y actualizacion de ambos maestros.
       PREPARA-VEREDICTO.
           MOVE WS-MODO-COMPARACION TO VRD-MODO-COMPARACION
           MOVE WS-MODO-PROCESO TO VRD-MODO-PROCESO
           MOVE WS-UMBRAL-CASI TO VRD-UMBRAL-CASI
           MOVE WS-FECHA-PROCESO TO VRD-FECHA-PROCESO
           MOVE 'S' TO VRD-USA-EXCEPCIONES
           MOVE 'S' TO VRD-USA-MAESTRO
           MOVE 'S' TO VRD-ACTUALIZA
           MOVE SPACES TO VRD-VERDICT-IMPUESTO.

       ESCRIBE-RESULTADO.
           MOVE FRASE TO RSLT-FRASE
           MOVE LONG TO RSLT-LONG
           MOVE VRD-LIMPIADA TO RSLT-CLEANED
           MOVE VRD-VERDICT TO RSLT-VERDICT
           IF MODO-SUBCADENA
               MOVE VRD-SUB-INICIO TO RSLT-SUB-INICIO
               MOVE VRD-SUB-FIN TO RSLT-SUB-FIN
               MOVE VRD-SUB-LONGITUD TO RSLT-SUB-LONGITUD
           ELSE
               MOVE ZERO TO RSLT-SUB-INICIO
               MOVE ZERO TO RSLT-SUB-FIN
               MOVE ZERO TO RSLT-SUB-LONGITUD
           END-IF
           MOVE WS-ORIGEN TO RSLT-ORIGEN
           MOVE VRD-VERDICT-PAL TO RSLT-VERDICT-PAL
           MOVE VRD-DISTANCIA TO RSLT-DISTANCIA
           MOVE VRD-CASI TO RSLT-CASI
           MOVE WS-FECHA-FEED TO RSLT-FECHA-FEED
           WRITE RESULT-OUT-REC.

      *> lote, no la del reloj: asi el cuadre de PALINDROMO-RECON
      *> (que filtra AUDITLOG por la fecha de proceso) sigue
      *> funcionando aunque el job termine pasada la medianoche.
      *> En la cadena express el usuario va precedido de EXP, la
      *> hora del montaje y un guion (VER PALIAUDT): la fila llega
      *> a AUDITLOG como cualquier otra, pero el cuadre nocturno no
      *> la confunde con las suyas y el de la ejecucion express
      *> encuentra solo las de esa ejecucion.
           MOVE WS-FECHA-PROCESO TO WS-FECHA
           ACCEPT WS-HORA-GROUP FROM TIME
           MOVE FRASE TO AUD-FRASE
                  WS-HORA-SS  DELIMITED BY SIZE
                  INTO AUD-TIMESTAMP
           END-STRING
           IF WS-CADENA-EXPRESS = 'Y'
               MOVE SPACES TO AUD-USER-ID
               STRING "EXP" WS-HORA-MONTAJE "-" WS-USER-ID
                   DELIMITED BY SIZE INTO AUD-USER-ID
               END-STRING
           ELSE
               MOVE WS-USER-ID TO AUD-USER-ID
           END-IF
           WRITE AUDIT-REC.

      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), para que todos
      *> los pasos de la noche trabajen con la misma fecha acordada
               END-IF
           END-IF.

      *> Situa la frase en curso en el consumo de su departamento
      *> de origen (WS-ORG-IDX queda a cero para un origen que no
      *> sea MKT/LAB/EXT, que no se refactura a nadie).
       CUENTA-CONSUMO-ORIGEN.
           EVALUATE WS-ORIGEN
               WHEN "MKT" MOVE 1 TO WS-ORG-IDX
               WHEN "LAB" MOVE 2 TO WS-ORG-IDX
               WHEN "EXT" MOVE 3 TO WS-ORG-IDX
               WHEN OTHER MOVE ZERO TO WS-ORG-IDX
           END-EVALUATE
           IF WS-ORG-IDX > ZERO
               ADD 1 TO WS-ORG-PROCESADAS(WS-ORG-IDX)
           END-IF.

      *> Anyade al fichero acumulado CONSUMO un registro por
      *> departamento con las frases unicas procesadas y las que
      *> reutilizaron el veredicto de FRASMAST, que PALINDROMO-CHRG
      *> refactura a fin de mes a tarifas distintas. Igual que el
      *> RUNLOG, si el fichero no esta disponible se avisa y el
      *> paso termina igual. La cadena express lo anota bajo el
      *> paso EB mas la hora del montaje (VER PALICONS).
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
               MOVE ZERO TO CNS-DUPLICADOS
               MOVE WS-FECHA-PROCESO TO CNS-FECHA
               IF WS-CADENA-EXPRESS = 'Y'
                   MOVE SPACES TO WS-PASO-CONSUMO
                   STRING "EB" WS-HORA-MONTAJE DELIMITED BY SIZE
                       INTO WS-PASO-CONSUMO
                   END-STRING
                   MOVE WS-PASO-CONSUMO TO CNS-PASO
               ELSE
                   MOVE "BATCH" TO CNS-PASO
               END-IF
               PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > 3
                   EVALUATE WS-ORG-IDX
                       WHEN 1 MOVE "MKT" TO CNS-ORIGEN
                       WHEN 2 MOVE "LAB" TO CNS-ORIGEN
                       WHEN 3 MOVE "EXT" TO CNS-ORIGEN
                   END-EVALUATE
                   MOVE WS-ORG-PROCESADAS(WS-ORG-IDX)
                       TO CNS-PROCESADAS
                   MOVE WS-ORG-REUSADAS(WS-ORG-IDX) TO CNS-REUSADAS
                   WRITE CONSUMO-REC
               END-PERFORM
               CLOSE CONSUMO-FILE
           END-IF.

       END PROGRAM PALINDROMO-BATCH.
