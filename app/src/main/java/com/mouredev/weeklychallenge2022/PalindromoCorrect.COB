      *> Correccion retroactiva de veredictos. Cuando un override
      *> llega a EXCEPTNS despues de que el lote de la manyana ya
      *> haya corrido (PALINDROMO-MAINT solo lo registra como
      *> pendiente en EXCPEND y lo aplica PALINDROMO-EXCAPR al
      *> aprobarlo), los veredictos escritos en RESULTS (y cargados
      *> por BI desde WAREXTR) se quedan mal y el unico remedio era
      *> relanzar PALINDRJ entero. Este programa toma las
      *> transacciones aprobadas que PALINDROMO-EXCAPR copia en
      *> MAINTAPR (con el formato de MAINTIN; el job PALINCOR las
      *> asigna al DD MAINTIN), localiza las frases afectadas en
      *> RESULTS, reevalua su veredicto (las altas imponen el
      *> veredicto de la excepcion si esta vigente; las bajas se
      *> recalculan con la misma comparacion del lote) y produce:
      *> RESULTNW, la copia corregida de RESULTS con la que el job
      *> PALINCOR sustituye el fichero vivo; CORRDELT, el fichero
      *> delta de correcciones (veredicto anterior, nuevo y motivo,
      *> VER PALICORR) que PALINDROMO-EXTR formatea para el almacen
      *> y PALINDROMO-RPT usa para rehacer las filas de HISTORY
      *> afectadas; y las filas de enmienda en AUDITLOG, para que el
      *> rastro de auditoria muestre el veredicto original y su
      *> correccion. El maestro acumulado de frases FRASMAST tambien
      *> se enmienda fila a fila (veredicto y marca de forzado por
      *> excepcion, VER PALIMAST), porque si conservara el veredicto
      *> anterior el siguiente PALINDRJ lo reutilizaria y volveria a
      *> emitir el veredicto sin corregir. Las bajas se rejuzgan y
      *> las distancias se recalculan con la rutina comun
      *> PALINDROMO-VERD (VER PALIVERD), la misma del lote, para que
      *> la fila corregida salga identica a la que habria escrito
      *> PALINDROMO-BATCH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINDROMO-CORR.
       ENVIRONMENT DIVISION.
           77 WS-NUEVO-VERDICT PIC X(3).
           77 WS-MOTIVO PIC X(40).
           77 WS-CAMBIA PIC X.
           77 K PIC 9(3).
           77 WS-MODO-COMPARACION PIC X VALUE 'N'.
               88 MODO-NORMALIZADO VALUE 'N'.
               88 MODO-ESTRICTO VALUE 'E'.
           77 WS-UMBRAL-TRABAJO PIC 9(3).
           77 WS-UMBRAL-VALIDO PIC X.
           77 WS-UMBRAL-DIGITO PIC 9.
       01  WS-HORA-GROUP.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
               10 WS-TRX-VERDICT  PIC X(3).
               10 WS-TRX-EFECTIVA PIC 9(8).
               10 WS-TRX-EXPIRA   PIC 9(8).
      *> Area de parametros de la rutina comun del veredicto.
       01  WS-VEREDICTO-PARM.
           COPY PALIVERD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO-COMPARACION FROM ENVIRONMENT "PALINDROMO-MODO"
               "PALINDROMO-UMBRAL-CASI"
           PERFORM LEE-UMBRAL-CASI
           PERFORM LEE-FECHA-PROCESO
           PERFORM PREPARA-VEREDICTO
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM CARGA-TRANSACCIONES
           PERFORM ABRE-MAESTRO-FRASES
           END-IF
           STOP RUN.

      *> Carga en memoria las transacciones aprobadas de MAINTAPR,
      *> en minusculas como las registra PALINDROMO-MAINT en
      *> EXCPEND, para cruzarlas contra cada fila de RESULTS. Las
      *> acciones desconocidas se ignoran (PALINDROMO-MAINT las
      *> rechaza antes de dejarlas pendientes, asi que nunca llegan
      *> a la aprobacion de PALINDROMO-EXCAPR ni a MAINTAPR) y un
      *> fichero con mas transacciones de las que caben
      *> detiene el proceso antes de corregir nada a medias.
       CARGA-TRANSACCIONES.
           OPEN INPUT MAINT-IN-FILE
      *> veredicto antiguo del maestro y desharia la correccion.
       ACTUALIZA-MAESTRO-CORR.
           IF WS-MST-DISPONIBLE = 'Y'
               MOVE 'L' TO VRD-FUNCION
               MOVE RSLT-FRASE TO VRD-FRASE
               CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM
               MOVE VRD-FRASE-LIMPIA TO MST-FRASE
               READ PHRASE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               MOVE ZERO TO RSLT-DISTANCIA
               MOVE 'N' TO RSLT-CASI
           ELSE
               MOVE WS-NUEVO-VERDICT TO VRD-VERDICT-IMPUESTO
               PERFORM LLAMA-VEREDICTO
               MOVE VRD-DISTANCIA TO RSLT-DISTANCIA
               MOVE VRD-CASI TO RSLT-CASI
           END-IF.

      *> Deja constancia en AUDITLOG de la enmienda, con el
           MOVE WS-USER-ID TO AUD-USER-ID
           WRITE AUDIT-REC.

      *> Vuelve a juzgar la frase con la rutina comun del lote
      *> (limpieza y comparacion por letras incluidas), para las
      *> bajas de excepcion que devuelven la frase al calculo
      *> normal. Ni EXCEPTNS (la excepcion se acaba de retirar) ni
      *> FRASMAST (guarda el veredicto forzado) deben intervenir.
       RECALCULA-VEREDICTO.
           MOVE SPACES TO VRD-VERDICT-IMPUESTO
           PERFORM LLAMA-VEREDICTO
           MOVE VRD-VERDICT TO WS-NUEVO-VERDICT.

       LLAMA-VEREDICTO.
           MOVE 'V' TO VRD-FUNCION
           MOVE RSLT-FRASE TO VRD-FRASE
           CALL "PALINDROMO-VERD" USING WS-VEREDICTO-PARM.

      *> Parametros fijos de la correccion para PALINDROMO-VERD:
      *> modos, umbral y fecha de negocio, juzgando solo con el
      *> calculo y sin tocar ningun maestro. Con un veredicto
      *> impuesto (alta de excepcion) la rutina devuelve la
      *> distancia y la marca de casi-palindromo coherentes con el,
      *> igual que las habria escrito el lote.
       PREPARA-VEREDICTO.
           MOVE WS-MODO-COMPARACION TO VRD-MODO-COMPARACION
           MOVE 'C' TO VRD-MODO-PROCESO
           MOVE WS-UMBRAL-CASI TO VRD-UMBRAL-CASI
           MOVE WS-FECHA-PROCESO TO VRD-FECHA-PROCESO
           MOVE 'N' TO VRD-USA-EXCEPCIONES
           MOVE 'N' TO VRD-USA-MAESTRO
           MOVE 'N' TO VRD-ACTUALIZA
           MOVE SPACES TO VRD-VERDICT-IMPUESTO.

      *> Carga la fecha de negocio desde la tarjeta de control
      *> FECHAPRM (una linea FECHA=AAAAMMDD), la misma del resto de
