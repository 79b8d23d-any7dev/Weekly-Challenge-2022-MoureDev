      *> PALIPEND - Layout comun de la transaccion de excepcion
      *> pendiente de aprobacion del maestro indexado EXCPEND
      *> (clave: PEND-CLAVE). PALINDROMO-MAINT registra aqui cada
      *> alta/baja de MAINTIN en estado pendiente en vez de aplicarla
      *> sobre EXCEPTNS; PALINDROMO-EXCPRV lista el impacto de las
      *> pendientes y PALINDROMO-EXCAPR las aprueba o rechaza con un
      *> usuario distinto del solicitante. Cualquier cambio de
      *> longitud o de campos se hace aqui una unica vez para que
      *> los tres programas no se puedan desincronizar.
      *> La clave es la fecha y hora de registro mas el numero de la
      *> transaccion dentro de la ejecucion, unica entre ejecuciones
      *> y en orden de llegada.
           05 PEND-CLAVE.
               10 PEND-FECHA-SOL   PIC 9(8).
               10 PEND-HORA-SOL    PIC 9(6).
               10 PEND-SECUENCIA   PIC 9(5).
           05 PEND-ESTADO      PIC X.
               88 PEND-PENDIENTE   VALUE 'P'.
               88 PEND-APROBADA    VALUE 'A'.
               88 PEND-RECHAZADA   VALUE 'R'.
      *> La transaccion tal y como llego en MAINTIN (frase en
      *> minusculas, vigencia ya validada, cero = sin limite).
           05 PEND-ACCION      PIC X.
           05 PEND-FRASE       PIC X(500).
           05 PEND-VERDICT     PIC X(3).
           05 PEND-EFECTIVA    PIC 9(8).
           05 PEND-EXPIRA      PIC 9(8).
           05 PEND-MOTIVO      PIC X(40).
      *> Quien pidio el cambio y cuando, y quien lo decidio, cuando
      *> y con que nota (en blanco mientras sigue pendiente).
           05 PEND-SOLICITANTE PIC X(20).
           05 PEND-TS-SOLICITUD PIC X(14).
           05 PEND-DECISOR     PIC X(20).
           05 PEND-TS-DECISION PIC X(14).
           05 PEND-NOTA        PIC X(40).
