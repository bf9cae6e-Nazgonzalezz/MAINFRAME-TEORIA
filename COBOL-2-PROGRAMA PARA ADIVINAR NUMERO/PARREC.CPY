      *****************************************************************
      * PARAMETROS-RECORD del archivo de reglas de la casa
      * (PARAMETROS): una fila por version de las reglas, cada una con
      * la fecha desde la que rige. Los primeros campos son los de
      * siempre (longitud minima, maxima y por defecto, intentos
      * minimo, maximo y por defecto, modo por defecto); detras van el
      * numero de version, la fecha efectiva y quien grabo la version,
      * cuando y por que. La fila original, anterior al historial,
      * trae en blanco todo lo que sigue al modo: los lectores la
      * toman como version 1, vigente desde siempre.
      * PARAM0 devuelve la version vigente a una fecha, ABMPAR agrega
      * versiones y AUDPAR las lista; mismo criterio que TEMPREC.CPY:
      * el lector no puede desfasarse del grabador.
      *****************************************************************
       01  PARAMETROS-RECORD.
           05 PR-LONG-MINIMA      PIC 9.
           05 FILLER              PIC X.
           05 PR-LONG-MAXIMA      PIC 9.
           05 FILLER              PIC X.
           05 PR-LONG-DEFECTO     PIC 9.
           05 FILLER              PIC X.
           05 PR-INTENTOS-MIN     PIC 99.
           05 FILLER              PIC X.
           05 PR-INTENTOS-MAX     PIC 99.
           05 FILLER              PIC X.
           05 PR-INTENTOS-DEF     PIC 99.
           05 FILLER              PIC X.
           05 PR-MODO-DEFECTO     PIC 9.
           05 FILLER              PIC X.
           05 PR-VERSION          PIC 9(3).
           05 FILLER              PIC X.
           05 PR-FECHA-EFECTIVA   PIC 9(8).
           05 FILLER              PIC X.
           05 PR-USUARIO          PIC X(8).
           05 FILLER              PIC X.
           05 PR-FECHA-CAMBIO     PIC 9(8).
           05 FILLER              PIC X.
           05 PR-HORA-CAMBIO      PIC 9(6).
           05 FILLER              PIC X.
           05 PR-MOTIVO           PIC X(30).
