      *> sus veredictos, y un pie FIN con los totales (filas,
      *> palindromos y no palindromos) contra los que el
      *> destinatario puede cuadrar lo recibido con lo que envio.
      *> Hay una linea DET por cada frase enviada, no por frase
      *> distinta: si el departamento manda la misma frase treinta
      *> veces recibe treinta lineas, cada una con la referencia
      *> que puso en su linea de envio, y el pie FIN cuenta lo
      *> mismo que envio.
      *> RET-CAB-REENVIO va a 'S' cuando el fichero es un reenvio
      *> de una generacion anterior (job PALINRNV, VER PALIREEN),
      *> con la fecha en que se reenvia en RET-CAB-FECHA-REENVIO:
      *> el destinatario no debe cargarlo si ya cargo el original.
      *> En el reparto diario ambos campos van en blanco.
      *> Cualquier cambio de longitud o de campos se hace aqui una
      *> unica vez para que el escritor y los lectores de los
      *> ficheros de retorno no se puedan desincronizar.
               88 RET-CABECERA VALUE "CAB".
               88 RET-DETALLE  VALUE "DET".
               88 RET-PIE      VALUE "FIN".
           05 RET-RESTO PIC X(530).
           05 RET-CAB-DATOS REDEFINES RET-RESTO.
               10 RET-CAB-FECHA     PIC 9(8).
               10 RET-CAB-DESTINO   PIC X(3).
               10 RET-CAB-REMITENTE PIC X(8).
               10 RET-CAB-REENVIO   PIC X.
                   88 RET-CAB-ES-REENVIO VALUE 'S'.
               10 RET-CAB-FECHA-REENVIO PIC 9(8).
               10 FILLER            PIC X(482).
           05 RET-PIE-DATOS REDEFINES RET-RESTO.
               10 RET-FIN-TOTAL PIC 9(9).
               10 RET-FIN-SI    PIC 9(9).
               10 RET-VERDICT-PAL  PIC X(3).
               10 RET-DISTANCIA    PIC 9(3).
               10 RET-CASI         PIC X.
               10 RET-REFERENCIA   PIC X(20).
