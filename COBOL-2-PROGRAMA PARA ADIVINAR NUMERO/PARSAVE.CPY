      *****************************************************************
      * REGLA-GUARDADA: copia en WORKING-STORAGE de una fila del
      * archivo de reglas de la casa (PARREC.CPY), byte a byte con
      * otros nombres, porque el area del FD se pisa con cada READ y
      * no esta definida despues del CLOSE (mismo criterio que
      * TREGSAVE.CPY). Compartida entre PARAM0, ABMPAR y AUDPAR; si
      * PARREC cambia, esta copia tiene que cambiar a la par.
      *****************************************************************
       01  REGLA-GUARDADA.
           05 RG-LONG-MINIMA      PIC 9.
           05 FILLER              PIC X.
           05 RG-LONG-MAXIMA      PIC 9.
           05 FILLER              PIC X.
           05 RG-LONG-DEFECTO     PIC 9.
           05 FILLER              PIC X.
           05 RG-INTENTOS-MIN     PIC 99.
           05 FILLER              PIC X.
           05 RG-INTENTOS-MAX     PIC 99.
           05 FILLER              PIC X.
           05 RG-INTENTOS-DEF     PIC 99.
           05 FILLER              PIC X.
           05 RG-MODO-DEFECTO     PIC 9.
           05 FILLER              PIC X.
           05 RG-VERSION          PIC 9(3).
           05 RG-VERSION-X REDEFINES RG-VERSION PIC X(3).
           05 FILLER              PIC X.
           05 RG-FECHA-EFECTIVA   PIC 9(8).
           05 RG-FECHA-EFECTIVA-X REDEFINES RG-FECHA-EFECTIVA
                                  PIC X(8).
           05 FILLER              PIC X.
           05 RG-USUARIO          PIC X(8).
           05 FILLER              PIC X.
           05 RG-FECHA-CAMBIO     PIC 9(8).
           05 FILLER              PIC X.
           05 RG-HORA-CAMBIO      PIC 9(6).
           05 FILLER              PIC X.
           05 RG-MOTIVO           PIC X(30).
