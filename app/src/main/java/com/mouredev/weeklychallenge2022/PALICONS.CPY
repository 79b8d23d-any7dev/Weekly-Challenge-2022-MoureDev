      *> PALICONS - Layout comun del registro de consumo diario por
      *> departamento que PALINDROMO-CONS, -DEDUP y -BATCH anyaden
      *> al fichero acumulado CONSUMO al terminar (un registro por
      *> paso y departamento de origen), y que PALINDROMO-CHRG lee a
      *> fin de mes para la refacturacion a los departamentos. Cada
      *> paso solo informa los contadores que conoce y deja los
      *> demas a cero: CONS las frases recibidas y las rechazadas
      *> por longitud, DEDUP los duplicados eliminados, y BATCH las
      *> frases unicas procesadas y, de ellas, las que reutilizaron
      *> el veredicto de FRASMAST. Si un paso se repite para la
      *> misma fecha de negocio, PALINDROMO-CHRG se queda con el
      *> ultimo registro de cada fecha, paso y departamento, para no
      *> cobrar dos veces una noche relanzada. La cadena express
      *> escribe con paso EC, ED o EB seguido de la hora (HHMMSS) a
      *> la que se monto su fichero urgente, de modo que cada
      *> ejecucion express se factura aparte de la noche y de las
      *> demas del dia, y un paso express relanzado con el mismo
      *> fichero sustituye a su ejecucion fallida. Cualquier cambio de
      *> longitud o de campos se hace aqui una unica vez para que los
      *> escritores y el lector del fichero CONSUMO no se puedan
      *> desincronizar.
           05 CNS-FECHA        PIC 9(8).
           05 CNS-PASO         PIC X(8).
           05 CNS-ORIGEN       PIC X(3).
           05 CNS-RECIBIDAS    PIC 9(9).
           05 CNS-RECHAZOS     PIC 9(9).
           05 CNS-DUPLICADOS   PIC 9(9).
           05 CNS-PROCESADAS   PIC 9(9).
           05 CNS-REUSADAS     PIC 9(9).
