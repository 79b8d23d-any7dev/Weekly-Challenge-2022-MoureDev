      *> calidad de datos lleguen al departamento correcto. El
      *> fichero consolidado sale con cabecera CAB del dia y pie FIN
      *> con el total de frases, listos para la validacion de
      *> registros de control del lote. Cada frase arrastra ademas
      *> la referencia del envio que le puso su departamento, para
      *> que el retorno se la devuelva linea a linea. Al terminar
      *> anyade al fichero acumulado CONSUMO (VER PALICONS) las
      *> frases recibidas y rechazadas de cada departamento, para
      *> la refacturacion mensual.
      *>
      *> Cadena express (job PALINEXP): con la tarjeta CADENPRM
      *> (una linea EXPRESS=MKT, LAB o EXT) el programa consolida
      *> solo el fichero urgente FEEDURG de ese departamento, con
      *> cabecera de remitente EXPRESS y la hora del montaje, que
      *> los pasos siguientes usan para distinguir la ejecucion
      *> express en CONSUMO y en AUDITLOG. En la cadena nocturna,
      *> las lineas ya devueltas por una ejecucion express del
      *> mismo dia (el registro acumulado EXPHECHO, una copia de
      *> cada FRASEIN express que termino bien) se apartan: ni se
      *> vuelven a devolver ni se vuelven a facturar. Lo mismo
      *> vale para las lineas que la ejecucion express rechazo por
      *> longitud: la express las deja en EXPRECH, que acaba
      *> tambien en EXPHECHO, y la noche no las vuelve a contar
      *> como rechazadas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-CONS.
       ENVIRONMENT DIVISION.
           SELECT FEED-EXT-FILE ASSIGN TO "FEEDEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT FEED-URG-FILE ASSIGN TO "FEEDURG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-URG-STATUS.
           SELECT CADENA-PARAM-FILE ASSIGN TO "CADENPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CADENPRM-STATUS.
           SELECT EXPRESS-HECHO-FILE ASSIGN TO "EXPHECHO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPHECHO-STATUS.
           SELECT EXPRESS-RECHAZO-FILE ASSIGN TO "EXPRECH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRECH-STATUS.
           SELECT FRASE-OUT-FILE ASSIGN TO "FRASEIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRASEIN-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CONSUMO-FILE ASSIGN TO "CONSUMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Los registros de departamento se leen con holgura (hasta
      *> ventana de deteccion cubre frases de hasta 1000
      *> caracteres, el doble del limite; un parrafo aun mas largo
      *> cuyo tramo 501-1000 fuera todo espacios seguiria colando,
      *> pero a ese tamanyo ya no es un eslogan plausible. Las
      *> columnas 1001-1020 llevan la referencia del envio que el
      *> departamento pone en cada linea (VER FEED-REFERENCIA en
      *> PALIFEED); quien no la informa deja la linea mas corta y
      *> la referencia sale en blanco.
       FD  FEED-MKT-FILE.
       01  FEED-MKT-REC PIC X(1020).
       FD  FEED-LAB-FILE.
       01  FEED-LAB-REC PIC X(1020).
       FD  FEED-EXT-FILE.
       01  FEED-EXT-REC PIC X(1020).
       FD  FEED-URG-FILE.
       01  FEED-URG-REC PIC X(1020).
       FD  CADENA-PARAM-FILE.
       01  CADENA-PARAM-REC   PIC X(80).
       FD  EXPRESS-HECHO-FILE.
       01  EXPRESS-HECHO-REC.
           COPY PALIFEED.
       FD  EXPRESS-RECHAZO-FILE.
       01  EXPRESS-RECHAZO-REC.
           COPY PALIFEED.
       FD  FRASE-OUT-FILE.
       01  FRASE-OUT-REC.
           COPY PALIFEED.
       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           COPY PALIRLOG.
       FD  CONSUMO-FILE.
       01  CONSUMO-REC.
           COPY PALICONS.
       WORKING-STORAGE SECTION.
           77 WS-FECHAPRM-STATUS PIC XX.
           77 WS-FECHA-PALABRA PIC X(20).
           77 WS-FRASES-TOTAL PIC 9(9) VALUE ZERO.
           77 WS-FEEDS-AUSENTES PIC 9(1) VALUE ZERO.
           77 WS-FRASES-RECHAZADAS PIC 9(9) VALUE ZERO.
           77 WS-RECHAZADAS-MKT PIC 9(9) VALUE ZERO.
           77 WS-RECHAZADAS-LAB PIC 9(9) VALUE ZERO.
           77 WS-RECHAZADAS-EXT PIC 9(9) VALUE ZERO.
           77 WS-CONSUMO-STATUS PIC XX.
           77 WS-RUNLOG-STATUS PIC XX.
           77 WS-RLOG-INICIO PIC X(14).
           77 WS-RLOG-FECHA-ACT PIC 9(8).
           77 WS-URG-STATUS PIC XX.
           77 WS-CADENPRM-STATUS PIC XX.
           77 WS-EXPHECHO-STATUS PIC XX.
           77 WS-EXPRECH-STATUS PIC XX.
           77 WS-CADENA-EXPRESS PIC X VALUE 'N'.
           77 WS-ORIGEN-EXPRESS PIC X(3) VALUE SPACES.
           77 WS-FRASES-URG PIC 9(9) VALUE ZERO.
           77 WS-RECHAZADAS-URG PIC 9(9) VALUE ZERO.
           77 WS-HORA-MONTAJE PIC 9(6).
           77 WS-PASO-CONSUMO PIC X(8).
           77 WS-HECHO-VALIDO PIC X VALUE 'N'.
           77 WS-HECHO-BLOQUE-RECH PIC X VALUE 'N'.
           77 WS-BUSCA-RECHAZADA PIC X VALUE 'N'.
           77 WS-HECHO-CARGADAS PIC 9(4) VALUE ZERO.
           77 WS-HECHO-SIN-SITIO PIC 9(9) VALUE ZERO.
           77 WS-HECHO-IDX PIC 9(4).
           77 WS-YA-EXPRESS PIC X VALUE 'N'.
           77 WS-EXPRESS-MKT PIC 9(9) VALUE ZERO.
           77 WS-EXPRESS-LAB PIC 9(9) VALUE ZERO.
           77 WS-EXPRESS-EXT PIC 9(9) VALUE ZERO.
           77 WS-EXPRESS-TOTAL PIC 9(9) VALUE ZERO.
      *> Lineas devueltas o rechazadas hoy por la cadena express
      *> (VER CARGA-EXPRESS-HECHO): origen, frase y referencia de
      *> cada una, si fue rechazada por longitud (de la frase solo
      *> se guardan los 500 primeros caracteres), y si ya se ha
      *> apartado la linea nocturna que le corresponde (cada linea
      *> express aparta una sola linea).
       01  WS-HECHO-TABLA.
           05 WS-HECHO-ENT OCCURS 2000 TIMES.
               10 WS-HECHO-ORIGEN     PIC X(3).
               10 WS-HECHO-FRASE      PIC X(500).
               10 WS-HECHO-REFERENCIA PIC X(20).
               10 WS-HECHO-RECHAZADA  PIC X.
               10 WS-HECHO-USADA      PIC X.
       01  WS-RLOG-HORA.
           05 WS-RLOG-HH PIC 99.
           05 WS-RLOG-MM PIC 99.
       MAIN-PROCEDURE.
           PERFORM INICIA-RUNLOG
           PERFORM LEE-FECHA-PROCESO
           PERFORM LEE-CADENA
           MOVE WS-RLOG-INICIO(9:6) TO WS-HORA-MONTAJE
           OPEN OUTPUT FRASE-OUT-FILE
           IF WS-FRASEIN-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO FRASEIN, FILE STATUS: "
               STOP RUN
           END-IF
           PERFORM ESCRIBE-CABECERA
           IF WS-CADENA-EXPRESS = 'Y'
               PERFORM CONSOLIDA-URGENTE
           ELSE
               PERFORM CARGA-EXPRESS-HECHO
               PERFORM CONSOLIDA-MKT
               PERFORM CONSOLIDA-LAB
               PERFORM CONSOLIDA-EXT
           END-IF
           PERFORM ESCRIBE-PIE
           CLOSE FRASE-OUT-FILE
           IF WS-CADENA-EXPRESS = 'Y'
               DISPLAY "CADENA EXPRESS DE " WS-ORIGEN-EXPRESS
                   " MONTADA A LAS " WS-HORA-MONTAJE
           END-IF
           DISPLAY "FRASES MARKETING   : " WS-FRASES-MKT
           DISPLAY "FRASES LABORATORIO : " WS-FRASES-LAB
           DISPLAY "FRASES PROVEEDOR   : " WS-FRASES-EXT
           DISPLAY "FRASES CONSOLIDADAS: " WS-FRASES-TOTAL
           IF WS-EXPRESS-TOTAL > ZERO
               DISPLAY "YA TRATADAS POR LA CADENA EXPRESS: "
                   WS-EXPRESS-TOTAL " (MKT " WS-EXPRESS-MKT
                   " LAB " WS-EXPRESS-LAB " EXT " WS-EXPRESS-EXT ")"
           END-IF
           IF WS-HECHO-SIN-SITIO > ZERO
               DISPLAY "AVISO: " WS-HECHO-SIN-SITIO " LINEAS EXPRESS "
                   "DE HOY NO CABEN EN LA TABLA (MAXIMO 2000) Y SE "
                   "VUELVEN A TRATAR"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FRASES RECHAZADAS POR LONGITUD: "
               WS-FRASES-RECHAZADAS
           IF WS-FRASES-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBE-RUNLOG
           PERFORM ESCRIBE-CONSUMO
           STOP RUN.

       ESCRIBE-CABECERA.
           MOVE SPACES TO FRASE-OUT-REC
           MOVE "CAB" TO FEED-TIPO OF FRASE-OUT-REC
           MOVE WS-FECHA-HOY TO FEED-CAB-FECHA OF FRASE-OUT-REC
           IF WS-CADENA-EXPRESS = 'Y'
               MOVE "EXPRESS" TO FEED-CAB-PROVEEDOR OF FRASE-OUT-REC
           ELSE
               MOVE "CONSOLID" TO FEED-CAB-PROVEEDOR OF FRASE-OUT-REC
           END-IF
           MOVE WS-HORA-MONTAJE TO FEED-CAB-HORA OF FRASE-OUT-REC
           WRITE FRASE-OUT-REC.

       ESCRIBE-PIE.
           MOVE SPACES TO FRASE-OUT-REC
           MOVE "FIN" TO FEED-TIPO OF FRASE-OUT-REC
           MOVE WS-FRASES-TOTAL TO FEED-FIN-TOTAL OF FRASE-OUT-REC
           WRITE FRASE-OUT-REC.

      *> Copia el fichero de marketing al consolidado sellando cada
      *> operaciones lo quito a sabiendas. En ese caso la
      *> consolidacion sigue, se informa, y el job termina con CC 4
      *> para que el operador confirme que la ausencia era esperada.
      *> Las lineas que la cadena express ya devolvio o rechazo
      *> hoy se apartan (VER BUSCA-YA-EXPRESS) y no cuentan ni como
      *> recibidas ni como rechazadas.
       CONSOLIDA-MKT.
           OPEN INPUT FEED-MKT-FILE
           IF WS-MKT-STATUS = "35"
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE "MKT" TO FEED-TIPO OF FRASE-OUT-REC
                           MOVE FEED-MKT-REC(1:500)
                               TO FEED-FRASE OF FRASE-OUT-REC
                           MOVE FEED-MKT-REC(1001:20)
                               TO FEED-REFERENCIA OF FRASE-OUT-REC
                           IF FEED-MKT-REC(501:500) NOT = SPACES
                               MOVE 'Y' TO WS-BUSCA-RECHAZADA
                           ELSE
                               MOVE 'N' TO WS-BUSCA-RECHAZADA
                           END-IF
                           PERFORM BUSCA-YA-EXPRESS
                           EVALUATE TRUE
                               WHEN WS-YA-EXPRESS = 'Y'
                                   ADD 1 TO WS-EXPRESS-MKT
                                   ADD 1 TO WS-EXPRESS-TOTAL
                               WHEN WS-BUSCA-RECHAZADA = 'Y'
                                   ADD 1 TO WS-FRASES-RECHAZADAS
                                   ADD 1 TO WS-RECHAZADAS-MKT
                                   DISPLAY "FRASE MKT RECHAZADA POR "
                                       "EXCEDER 500 CARACTERES: "
                                       FEED-MKT-REC(1:60)
                               WHEN OTHER
                                   WRITE FRASE-OUT-REC
                                   ADD 1 TO WS-FRASES-MKT
                                   ADD 1 TO WS-FRASES-TOTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FEED-MKT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE "LAB" TO FEED-TIPO OF FRASE-OUT-REC
                           MOVE FEED-LAB-REC(1:500)
                               TO FEED-FRASE OF FRASE-OUT-REC
                           MOVE FEED-LAB-REC(1001:20)
                               TO FEED-REFERENCIA OF FRASE-OUT-REC
                           IF FEED-LAB-REC(501:500) NOT = SPACES
                               MOVE 'Y' TO WS-BUSCA-RECHAZADA
                           ELSE
                               MOVE 'N' TO WS-BUSCA-RECHAZADA
                           END-IF
                           PERFORM BUSCA-YA-EXPRESS
                           EVALUATE TRUE
                               WHEN WS-YA-EXPRESS = 'Y'
                                   ADD 1 TO WS-EXPRESS-LAB
                                   ADD 1 TO WS-EXPRESS-TOTAL
                               WHEN WS-BUSCA-RECHAZADA = 'Y'
                                   ADD 1 TO WS-FRASES-RECHAZADAS
                                   ADD 1 TO WS-RECHAZADAS-LAB
                                   DISPLAY "FRASE LAB RECHAZADA POR "
                                       "EXCEDER 500 CARACTERES: "
                                       FEED-LAB-REC(1:60)
                               WHEN OTHER
                                   WRITE FRASE-OUT-REC
                                   ADD 1 TO WS-FRASES-LAB
                                   ADD 1 TO WS-FRASES-TOTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FEED-LAB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE "EXT" TO FEED-TIPO OF FRASE-OUT-REC
                           MOVE FEED-EXT-REC(1:500)
                               TO FEED-FRASE OF FRASE-OUT-REC
                           MOVE FEED-EXT-REC(1001:20)
                               TO FEED-REFERENCIA OF FRASE-OUT-REC
                           IF FEED-EXT-REC(501:500) NOT = SPACES
                               MOVE 'Y' TO WS-BUSCA-RECHAZADA
                           ELSE
                               MOVE 'N' TO WS-BUSCA-RECHAZADA
                           END-IF
                           PERFORM BUSCA-YA-EXPRESS
                           EVALUATE TRUE
                               WHEN WS-YA-EXPRESS = 'Y'
                                   ADD 1 TO WS-EXPRESS-EXT
                                   ADD 1 TO WS-EXPRESS-TOTAL
                               WHEN WS-BUSCA-RECHAZADA = 'Y'
                                   ADD 1 TO WS-FRASES-RECHAZADAS
                                   ADD 1 TO WS-RECHAZADAS-EXT
                                   DISPLAY "FRASE EXT RECHAZADA POR "
                                       "EXCEDER 500 CARACTERES: "
                                       FEED-EXT-REC(1:60)
                               WHEN OTHER
                                   WRITE FRASE-OUT-REC
                                   ADD 1 TO WS-FRASES-EXT
                                   ADD 1 TO WS-FRASES-TOTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FEED-EXT-FILE
           END-IF.

      *> Cadena express: copia al consolidado el fichero urgente
      *> FEEDURG del departamento de la tarjeta CADENPRM, con las
      *> mismas reglas de longitud y referencia que la cadena
      *> nocturna, y deja sus recuentos en los del departamento
      *> para el RUNLOG y el CONSUMO. Sin el fichero urgente no
      *> hay nada que tratar y el paso termina con CC 12. Las
      *> lineas rechazadas por longitud quedan ademas en EXPRECH
      *> (bloque CAB...FIN de remitente EXPRECHZ con la fecha y la
      *> hora del montaje), que el job express anyade a EXPHECHO
      *> junto con el FRASEIN para que la noche no las vuelva a
      *> contar ni a facturar. Sin EXPRECH el paso termina tambien
      *> con CC 12.
       CONSOLIDA-URGENTE.
           OPEN INPUT FEED-URG-FILE
           IF WS-URG-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO FEEDURG, FILE STATUS: "
                   WS-URG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPRESS-RECHAZO-FILE
           IF WS-EXPRECH-STATUS NOT = "00"
               DISPLAY "ERROR ABRIENDO EXPRECH, FILE STATUS: "
                   WS-EXPRECH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXPRESS-RECHAZO-REC
           MOVE "CAB" TO FEED-TIPO OF EXPRESS-RECHAZO-REC
           MOVE WS-FECHA-HOY TO FEED-CAB-FECHA OF EXPRESS-RECHAZO-REC
           MOVE "EXPRECHZ"
               TO FEED-CAB-PROVEEDOR OF EXPRESS-RECHAZO-REC
           MOVE WS-HORA-MONTAJE
               TO FEED-CAB-HORA OF EXPRESS-RECHAZO-REC
           WRITE EXPRESS-RECHAZO-REC
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-URG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FEED-URG-REC(501:500) NOT = SPACES
                           ADD 1 TO WS-FRASES-RECHAZADAS
                           ADD 1 TO WS-RECHAZADAS-URG
                           DISPLAY "FRASE " WS-ORIGEN-EXPRESS
                               " RECHAZADA POR EXCEDER 500 "
                               "CARACTERES: " FEED-URG-REC(1:60)
                           MOVE WS-ORIGEN-EXPRESS
                               TO FEED-TIPO OF EXPRESS-RECHAZO-REC
                           MOVE FEED-URG-REC(1:500)
                               TO FEED-FRASE OF EXPRESS-RECHAZO-REC
                           MOVE FEED-URG-REC(1001:20)
                               TO FEED-REFERENCIA OF EXPRESS-RECHAZO-REC
                           WRITE EXPRESS-RECHAZO-REC
                       ELSE
                           MOVE WS-ORIGEN-EXPRESS
                               TO FEED-TIPO OF FRASE-OUT-REC
                           MOVE FEED-URG-REC(1:500)
                               TO FEED-FRASE OF FRASE-OUT-REC
                           MOVE FEED-URG-REC(1001:20)
                               TO FEED-REFERENCIA OF FRASE-OUT-REC
                           WRITE FRASE-OUT-REC
                           ADD 1 TO WS-FRASES-URG
                           ADD 1 TO WS-FRASES-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-URG-FILE
           MOVE SPACES TO EXPRESS-RECHAZO-REC
           MOVE "FIN" TO FEED-TIPO OF EXPRESS-RECHAZO-REC
           MOVE WS-RECHAZADAS-URG
               TO FEED-FIN-TOTAL OF EXPRESS-RECHAZO-REC
           WRITE EXPRESS-RECHAZO-REC
           CLOSE EXPRESS-RECHAZO-FILE
           EVALUATE WS-ORIGEN-EXPRESS
               WHEN "MKT"
                   MOVE WS-FRASES-URG TO WS-FRASES-MKT
                   MOVE WS-RECHAZADAS-URG TO WS-RECHAZADAS-MKT
               WHEN "LAB"
                   MOVE WS-FRASES-URG TO WS-FRASES-LAB
                   MOVE WS-RECHAZADAS-URG TO WS-RECHAZADAS-LAB
               WHEN "EXT"
                   MOVE WS-FRASES-URG TO WS-FRASES-EXT
                   MOVE WS-RECHAZADAS-URG TO WS-RECHAZADAS-EXT
           END-EVALUATE.

      *> Cadena nocturna: carga en la tabla las lineas que la
      *> cadena express ya devolvio con la fecha de negocio de hoy.
      *> EXPHECHO acumula una copia de cada FRASEIN express que
      *> termino bien (bloques CAB...FIN de remitente EXPRESS) y de
      *> sus lineas rechazadas por longitud (bloques de remitente
      *> EXPRECHZ, que se cargan marcadas como rechazadas); los
      *> bloques de otras fechas se saltan. Sin el DD no hay nada
      *> que apartar; un registro presente pero ilegible para el
      *> paso con CC 12, porque seguir supondria devolver y
      *> facturar dos veces lo ya enviado.
       CARGA-EXPRESS-HECHO.
           OPEN INPUT EXPRESS-HECHO-FILE
           EVALUATE WS-EXPHECHO-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ EXPRESS-HECHO-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM ANOTA-EXPRESS-HECHO
                       END-READ
                   END-PERFORM
                   CLOSE EXPRESS-HECHO-FILE
                   IF WS-HECHO-CARGADAS > ZERO
                       DISPLAY "LINEAS EXPRESS DE HOY EN EXPHECHO: "
                           WS-HECHO-CARGADAS
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO EXPHECHO, FILE STATUS: "
                       WS-EXPHECHO-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ANOTA-EXPRESS-HECHO.
           EVALUATE TRUE
               WHEN FEED-CABECERA OF EXPRESS-HECHO-REC
                   MOVE 'N' TO WS-HECHO-VALIDO
                   IF FEED-CAB-FECHA OF EXPRESS-HECHO-REC
                           = WS-FECHA-HOY
                       EVALUATE
                               FEED-CAB-PROVEEDOR OF EXPRESS-HECHO-REC
                           WHEN "EXPRESS"
                               MOVE 'Y' TO WS-HECHO-VALIDO
                               MOVE 'N' TO WS-HECHO-BLOQUE-RECH
                           WHEN "EXPRECHZ"
                               MOVE 'Y' TO WS-HECHO-VALIDO
                               MOVE 'Y' TO WS-HECHO-BLOQUE-RECH
                       END-EVALUATE
                   END-IF
               WHEN FEED-PIE OF EXPRESS-HECHO-REC
                   MOVE 'N' TO WS-HECHO-VALIDO
               WHEN FEED-DETALLE OF EXPRESS-HECHO-REC
                   IF WS-HECHO-VALIDO = 'Y'
                       IF WS-HECHO-CARGADAS < 2000
                           ADD 1 TO WS-HECHO-CARGADAS
                           MOVE FEED-TIPO OF EXPRESS-HECHO-REC
                               TO WS-HECHO-ORIGEN(WS-HECHO-CARGADAS)
                           MOVE FEED-FRASE OF EXPRESS-HECHO-REC
                               TO WS-HECHO-FRASE(WS-HECHO-CARGADAS)
                           MOVE FEED-REFERENCIA OF EXPRESS-HECHO-REC
                               TO WS-HECHO-REFERENCIA
                                  (WS-HECHO-CARGADAS)
                           MOVE WS-HECHO-BLOQUE-RECH
                               TO WS-HECHO-RECHAZADA
                                  (WS-HECHO-CARGADAS)
                           MOVE 'N'
                               TO WS-HECHO-USADA(WS-HECHO-CARGADAS)
                       ELSE
                           ADD 1 TO WS-HECHO-SIN-SITIO
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Busca la linea nocturna en curso (origen, frase y
      *> referencia tal y como llegan) entre las lineas express de
      *> hoy aun no emparejadas: una linea aceptada solo entre las
      *> devueltas y una demasiado larga (WS-BUSCA-RECHAZADA = 'Y',
      *> comparando sus 500 primeros caracteres) solo entre las
      *> rechazadas. Si la encuentra la marca usada y deja
      *> WS-YA-EXPRESS = 'Y': el departamento ya tiene su
      *> veredicto o su rechazo y la linea ya se facturo en la
      *> ejecucion express. Una frase enviada dos veces por la
      *> noche y una sola por express solo aparta una de las dos.
       BUSCA-YA-EXPRESS.
           MOVE 'N' TO WS-YA-EXPRESS
           PERFORM VARYING WS-HECHO-IDX FROM 1 BY 1
                   UNTIL WS-HECHO-IDX > WS-HECHO-CARGADAS
                      OR WS-YA-EXPRESS = 'Y'
               IF WS-HECHO-USADA(WS-HECHO-IDX) = 'N'
                       AND WS-HECHO-RECHAZADA(WS-HECHO-IDX)
                           = WS-BUSCA-RECHAZADA
                       AND WS-HECHO-ORIGEN(WS-HECHO-IDX)
                           = FEED-TIPO OF FRASE-OUT-REC
                       AND WS-HECHO-REFERENCIA(WS-HECHO-IDX)
                           = FEED-REFERENCIA OF FRASE-OUT-REC
                       AND WS-HECHO-FRASE(WS-HECHO-IDX)
                           = FEED-FRASE OF FRASE-OUT-REC
                   MOVE 'Y' TO WS-HECHO-USADA(WS-HECHO-IDX)
                   MOVE 'Y' TO WS-YA-EXPRESS
               END-IF
           END-PERFORM.

      *> Lee la tarjeta opcional CADENPRM. Sin ella (el caso de la
      *> cadena nocturna) no cambia nada; con EXPRESS=MKT, LAB o
      *> EXT el paso trabaja como cadena express de ese
      *> departamento. Una tarjeta presente pero ilegible para el
      *> paso con CC 12, igual que FECHAPRM.
       LEE-CADENA.
           OPEN INPUT CADENA-PARAM-FILE
           EVALUATE WS-CADENPRM-STATUS
               WHEN "00"
                   MOVE SPACES TO CADENA-PARAM-REC
                   READ CADENA-PARAM-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE CADENA-PARAM-FILE
                   MOVE SPACES TO WS-FECHA-PALABRA
                   MOVE SPACES TO WS-FECHA-VALOR
                   UNSTRING CADENA-PARAM-REC DELIMITED BY "="
                       INTO WS-FECHA-PALABRA WS-FECHA-VALOR
                   END-UNSTRING
                   IF WS-FECHA-PALABRA = "EXPRESS"
                           AND (WS-FECHA-VALOR(1:4) = "MKT "
                             OR WS-FECHA-VALOR(1:4) = "LAB "
                             OR WS-FECHA-VALOR(1:4) = "EXT ")
                       MOVE 'Y' TO WS-CADENA-EXPRESS
                       MOVE WS-FECHA-VALOR(1:3) TO WS-ORIGEN-EXPRESS
                   ELSE
                       DISPLAY "TARJETA CADENPRM INVALIDA: "
                           CADENA-PARAM-REC(1:20)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CADENPRM, FILE STATUS: "
                       WS-CADENPRM-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Carga la fecha de negocio de la cadena desde la tarjeta de
      *> control FECHAPRM (una linea FECHA=AAAAMMDD), para que todos
               END-STRING
               COMPUTE RLOG-ENTRADAS =
                   WS-FRASES-TOTAL + WS-FRASES-RECHAZADAS
                   + WS-EXPRESS-TOTAL
               MOVE WS-FRASES-TOTAL TO RLOG-SALIDAS
               MOVE WS-FRASES-RECHAZADAS TO RLOG-RECHAZOS
               MOVE ZERO TO RLOG-BLOQUES
               CLOSE RUNLOG-FILE
           END-IF.

      *> Anyade al fichero acumulado CONSUMO un registro por
      *> departamento con las frases que envio (consolidadas mas
      *> rechazadas) y las rechazadas por longitud, que
      *> PALINDROMO-CHRG refactura a fin de mes. Igual que el
      *> RUNLOG, si el fichero no esta disponible se avisa y el paso
      *> termina igual. La cadena express anota su consumo bajo el
      *> paso EC mas la hora del montaje (VER PALICONS), para que
      *> ni la noche ni otra ejecucion express del dia lo tomen
      *> por un relanzamiento suyo; solo lleva la fila del
      *> departamento tratado.
       ESCRIBE-CONSUMO.
           OPEN EXTEND CONSUMO-FILE
           IF WS-CONSUMO-STATUS = "35"
               OPEN OUTPUT CONSUMO-FILE
           END-IF
           IF WS-CONSUMO-STATUS NOT = "00"
               DISPLAY "AVISO: CONSUMO NO DISPONIBLE, FILE STATUS: "
                   WS-CONSUMO-STATUS
           ELSE
               MOVE ZERO TO CNS-DUPLICADOS
               MOVE ZERO TO CNS-PROCESADAS
               MOVE ZERO TO CNS-REUSADAS
               MOVE WS-FECHA-HOY TO CNS-FECHA
               IF WS-CADENA-EXPRESS = 'Y'
                   MOVE SPACES TO WS-PASO-CONSUMO
                   STRING "EC" WS-HORA-MONTAJE DELIMITED BY SIZE
                       INTO WS-PASO-CONSUMO
                   END-STRING
                   MOVE WS-PASO-CONSUMO TO CNS-PASO
                   MOVE WS-ORIGEN-EXPRESS TO CNS-ORIGEN
                   COMPUTE CNS-RECIBIDAS =
                       WS-FRASES-URG + WS-RECHAZADAS-URG
                   MOVE WS-RECHAZADAS-URG TO CNS-RECHAZOS
                   WRITE CONSUMO-REC
               ELSE
                   MOVE "CONS" TO CNS-PASO
                   MOVE "MKT" TO CNS-ORIGEN
                   COMPUTE CNS-RECIBIDAS =
                       WS-FRASES-MKT + WS-RECHAZADAS-MKT
                   MOVE WS-RECHAZADAS-MKT TO CNS-RECHAZOS
                   WRITE CONSUMO-REC
                   MOVE "LAB" TO CNS-ORIGEN
                   COMPUTE CNS-RECIBIDAS =
                       WS-FRASES-LAB + WS-RECHAZADAS-LAB
                   MOVE WS-RECHAZADAS-LAB TO CNS-RECHAZOS
                   WRITE CONSUMO-REC
                   MOVE "EXT" TO CNS-ORIGEN
                   COMPUTE CNS-RECIBIDAS =
                       WS-FRASES-EXT + WS-RECHAZADAS-EXT
                   MOVE WS-RECHAZADAS-EXT TO CNS-RECHAZOS
                   WRITE CONSUMO-REC
               END-IF
               CLOSE CONSUMO-FILE
           END-IF.

       END PROGRAM PALINDROMO-CONS.
