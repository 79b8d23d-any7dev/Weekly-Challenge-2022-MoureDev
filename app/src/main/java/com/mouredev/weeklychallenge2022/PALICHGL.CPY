      *> PALICHGL - Layout comun del fichero de refacturacion
      *> mensual CHGGL que PALINDROMO-CHRG entrega al interfaz de la
      *> contabilidad general. Lleva registros de control al estilo
      *> de PALIFEED: una cabecera CAB con el periodo (AAAAMM) y la
      *> fecha de generacion, una linea DET por apunte (cargo D al
      *> centro de coste del departamento por cada concepto
      *> facturado, y abono H al centro que presta el servicio por
      *> el total de cada departamento) y un pie FIN con el numero
      *> de apuntes y las sumas del debe y del haber, que tienen que
      *> cuadrar. Cualquier cambio de longitud o de campos se hace
      *> aqui una unica vez para que el escritor y el interfaz no se
      *> puedan desincronizar.
           05 GL-TIPO PIC X(3).
               88 GL-CABECERA VALUE "CAB".
               88 GL-DETALLE  VALUE "DET".
               88 GL-PIE      VALUE "FIN".
           05 GL-RESTO PIC X(77).
           05 GL-CAB-DATOS REDEFINES GL-RESTO.
               10 GL-CAB-PERIODO PIC 9(6).
               10 GL-CAB-FECHA   PIC 9(8).
               10 GL-CAB-SISTEMA PIC X(8).
               10 FILLER         PIC X(55).
           05 GL-DET-DATOS REDEFINES GL-RESTO.
               10 GL-PERIODO     PIC 9(6).
               10 GL-DEPTO       PIC X(3).
               10 GL-CENTRO      PIC X(10).
               10 GL-CUENTA      PIC X(10).
               10 GL-CONCEPTO    PIC X(10).
               10 GL-CANTIDAD    PIC 9(9).
               10 GL-TARIFA      PIC 9(4)V9(4).
               10 GL-IMPORTE     PIC 9(9)V99.
               10 GL-SIGNO       PIC X.
                   88 GL-DEBE  VALUE 'D'.
                   88 GL-HABER VALUE 'H'.
               10 FILLER         PIC X(9).
           05 GL-PIE-DATOS REDEFINES GL-RESTO.
               10 GL-FIN-LINEAS  PIC 9(9).
               10 GL-FIN-DEBE    PIC 9(11)V99.
               10 GL-FIN-HABER   PIC 9(11)V99.
               10 FILLER         PIC X(42).
