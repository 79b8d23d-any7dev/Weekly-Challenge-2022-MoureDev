      *> PALIDISP - Layout comun de los ficheros de disputas que
      *> devuelven los departamentos (DISPMKT, DISPLAB, DISPEXT)
      *> cuando no estan de acuerdo con un veredicto recibido en su
      *> fichero de retorno. Sigue el estilo de PALIRETN: una
      *> cabecera CAB con la fecha del envio, el destinatario y el
      *> departamento que disputa, los registros de detalle DET con
      *> la frase, el veredicto que se disputa y el motivo, y un pie
      *> FIN con el total de disputas, que PALINDROMO-DSPCAR valida
      *> antes de cargar el fichero. Cualquier cambio de longitud o
      *> de campos se hace aqui una unica vez para que los
      *> departamentos y el cargador no se puedan desincronizar.
           05 DSP-TIPO PIC X(3).
               88 DSP-CABECERA VALUE "CAB".
               88 DSP-DETALLE  VALUE "DET".
               88 DSP-PIE      VALUE "FIN".
           05 DSP-RESTO PIC X(563).
           05 DSP-CAB-DATOS REDEFINES DSP-RESTO.
               10 DSP-CAB-FECHA     PIC 9(8).
               10 DSP-CAB-DESTINO   PIC X(8).
               10 DSP-CAB-REMITENTE PIC X(3).
               10 FILLER            PIC X(544).
           05 DSP-PIE-DATOS REDEFINES DSP-RESTO.
               10 DSP-FIN-TOTAL PIC 9(9).
               10 FILLER        PIC X(554).
           05 DSP-DET-DATOS REDEFINES DSP-RESTO.
               10 DSP-FRASE        PIC X(500).
               10 DSP-VERDICT      PIC X(3).
               10 DSP-MOTIVO       PIC X(60).
