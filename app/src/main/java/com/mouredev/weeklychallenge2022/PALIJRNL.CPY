      *> PALIJRNL - Layout comun de la fila del diario permanente de
      *> cambios del maestro de excepciones EXCJRNL. PALINDROMO-EXCAPR
      *> escribe una fila por cada alta o baja aprobada que llega a
      *> EXCEPTNS, con la imagen completa del registro PALEXCPT antes
      *> y despues del cambio, quien lo pidio, quien lo aprobo y
      *> cuando, para que auditoria pueda saber quien autorizo cada
      *> override. Cualquier cambio de longitud o de campos se hace
      *> aqui una unica vez para que el escritor y los lectores del
      *> fichero EXCJRNL no se puedan desincronizar.
           05 JRN-TIMESTAMP    PIC X(14).
           05 JRN-CLAVE-PEND   PIC X(19).
           05 JRN-ACCION       PIC X.
           05 JRN-SOLICITANTE  PIC X(20).
           05 JRN-APROBADOR    PIC X(20).
      *> Imagenes del registro de EXCEPTNS (604 bytes, VER PALEXCPT).
      *> La marca de existencia distingue un alta nueva (sin imagen
      *> anterior) y una baja (sin imagen posterior) de una imagen
      *> en blanco.
           05 JRN-ANTES-EXISTE PIC X.
               88 JRN-HAY-ANTES    VALUE 'S'.
           05 JRN-IMAGEN-ANTES PIC X(604).
           05 JRN-DESPUES-EXISTE PIC X.
               88 JRN-HAY-DESPUES  VALUE 'S'.
           05 JRN-IMAGEN-DESPUES PIC X(604).
