      * permitidos y valores por defecto de longitud del secreto,
      * maximo de intentos y modo. Si PAR-ESTADO no queda en OK,
      * PAR-MENSAJE explica el problema y el driver debe abortar.
      * Modifications:
      *   10/2026 - Reglas con fecha efectiva: PAR-FUNCION elige entre
      *             traer la version vigente a PAR-FECHA-REGLA (en
      *             cero, la de hoy), devuelta en PAR-VERSION y
      *             PAR-FECHA-EFECTIVA, o solo validar los rangos que
      *             el llamador dejo en el area (mantenimiento ABMPAR).
      *****************************************************************
       01  AREA-PARAMETROS.
           05 PAR-ESTADO          PIC XX.
           05 PAR-INTENTOS-MAX    PIC 99.
           05 PAR-INTENTOS-DEF    PIC 99.
           05 PAR-MODO-DEFECTO    PIC 9.
           05 PAR-FUNCION         PIC X.
              88 PAR-FN-VIGENTE   VALUE "C".
              88 PAR-FN-VALIDAR   VALUE "V".
           05 PAR-FECHA-REGLA     PIC 9(8).
           05 PAR-VERSION         PIC 9(3).
           05 PAR-FECHA-EFECTIVA  PIC 9(8).
