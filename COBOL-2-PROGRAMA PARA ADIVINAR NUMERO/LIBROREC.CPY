      *****************************************************************
      * LIBRO-RECORD del libro de cuenta por jugador (archivo
      * LIBROJUG): una fila por movimiento de dinero de un torneo o de
      * una llave con cuota, que graba la liquidacion LIQUIDA al
      * liquidar el evento:
      *   C - cuota de inscripcion cobrada a un jugador del roster
      *       que la pago (debito del jugador),
      *   P - premio acreditado a un jugador segun la tabla de
      *       premios (credito del jugador),
      *   M - margen de la casa del evento: lo que queda de la
      *       recaudacion despues de los premios (sin jugador).
      * Por evento, las cuotas suman lo mismo que premios mas margen;
      * la conciliacion de caja de ESTCTA lo comprueba. El libro solo
      * crece por EXTEND; un evento ya liquidado tiene filas aca y no
      * se vuelve a liquidar. Compartido entre LIQUIDA, ESTCTA y
      * FUSION, mismo criterio que TEMPREC.CPY.
      *****************************************************************
       01  LIBRO-RECORD.
           05 LM-JUGADOR-COD      PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
      * Fecha de la liquidacion (la del movimiento en el estado de
      * cuenta) y fecha en que se jugo el evento.
           05 LM-FECHA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LM-FECHA-EVENTO     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LM-TORNEO-ID        PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LM-TIPO             PIC X.
              88 LM-CUOTA         VALUE "C".
              88 LM-PREMIO        VALUE "P".
              88 LM-MARGEN        VALUE "M".
           05 FILLER              PIC X VALUE SPACE.
           05 LM-IMPORTE          PIC 9(7)V99.
           05 FILLER              PIC X VALUE SPACE.
      * Puesto que cobro el premio; cero en cuotas y margen.
           05 LM-PUESTO           PIC 99.
