      *> PALIDSPM - Layout comun de la fila del maestro indexado de
      *> disputas DISPMAST (clave: DSM-CLAVE). PALINDROMO-DSPCAR da
      *> de alta cada disputa recibida en estado abierta,
      *> PALINDROMO-DSPRES la cierra como aceptada (generando el
      *> alta de excepcion para el circuito de aprobacion) o
      *> rechazada, y PALINDROMO-DSPAGE saca el envejecimiento de las
      *> abiertas por departamento. Cualquier cambio de longitud o
      *> de campos se hace aqui una unica vez para que los tres
      *> programas no se puedan desincronizar.
      *> La clave empieza por el departamento, para que cada uno se
      *> pueda recorrer por separado, y sigue con la fecha y hora de
      *> la carga y el numero de la disputa dentro de la carga.
           05 DSM-CLAVE.
               10 DSM-ORIGEN       PIC X(3).
               10 DSM-FECHA-ALTA   PIC 9(8).
               10 DSM-HORA-ALTA    PIC 9(6).
               10 DSM-SECUENCIA    PIC 9(5).
           05 DSM-ESTADO       PIC X.
               88 DSM-ABIERTA      VALUE 'O'.
               88 DSM-ACEPTADA     VALUE 'A'.
               88 DSM-RECHAZADA    VALUE 'R'.
      *> La disputa tal y como llego: fecha de la cabecera del envio,
      *> frase (en minusculas, como en RESULTS), veredicto que se
      *> disputa, veredicto que se pide (el contrario) y motivo.
           05 DSM-FECHA-ENVIO  PIC 9(8).
           05 DSM-FRASE        PIC X(500).
           05 DSM-VERDICT      PIC X(3).
           05 DSM-VERDICT-PEDIDO PIC X(3).
           05 DSM-MOTIVO       PIC X(60).
      *> Resolucion: fecha, quien la resolvio y con que nota (en
      *> blanco y a cero mientras sigue abierta).
           05 DSM-FECHA-RESOL  PIC 9(8).
           05 DSM-RESUELTO-POR PIC X(20).
           05 DSM-NOTA         PIC X(40).
