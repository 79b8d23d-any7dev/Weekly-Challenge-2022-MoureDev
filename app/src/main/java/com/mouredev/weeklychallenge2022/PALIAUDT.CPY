           05 AUD-FRASE       PIC X(500).
           05 AUD-VERDICT     PIC X(3).
           05 AUD-TIMESTAMP   PIC X(14).
      *> AUD-USER-ID es el usuario que lanzo el job; en las filas
      *> de la cadena express va precedido de EXP, la hora del
      *> montaje del fichero urgente (HHMMSS) y un guion, p. ej.
      *> EXP143205-OPER01.
           05 AUD-USER-ID     PIC X(20).
