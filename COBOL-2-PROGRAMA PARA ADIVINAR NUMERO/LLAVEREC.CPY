      *****************************************************************
      * LLAVE-RECORD del archivo de estado de las llaves por
      * eliminacion (archivo TORNEOLLAVE). Una llave se juega por
      * etapas de series de hasta 8 jugadores; de cada serie pasan a
      * la etapa siguiente los primeros N y la etapa de una sola serie
      * es la final. Tres tipos de fila, todas con el id de la llave
      * al frente, en el orden en que se grabaron:
      *   E - evento: configuracion de la partida, formato de la
      *       llave (tamano de serie y clasificados por serie),
      *       estado y etapa en curso. Una sola por llave.
      *   I - inscripto: un jugador del campo, con la ultima etapa que
      *       alcanzo, su puesto en la ultima serie que jugo y, cuando
      *       la llave termina, su puesto final en el evento.
      *   S - serie: etapa, numero de serie, estado, game id con que
      *       se jugo y el roster con el puesto de cada uno en la serie
      *       y si paso a la etapa siguiente.
      * REGTOR graba el evento, el campo y las series de la primera
      * etapa; TORNEO juega la siguiente serie pendiente, graba como
      * quedo y arma la etapa siguiente cuando se completa la actual;
      * PUNTOS acredita la temporada por el puesto final en el evento.
      * Compartido entre los tres, mismo criterio que TREGREC.CPY.
      * Modifications:
      *   10/2026 - La fila de evento agrega la cuota de inscripcion y
      *             el supervisor que autorizo arrancar con impagos, y
      *             la de inscripto si pago la cuota, tomados del
      *             relleno; la liquidacion de premios LIQUIDA toma de
      *             aca la recaudacion de la llave. En las llaves
      *             anteriores al cambio quedan en blanco: sin cuota.
      *   10/2026 - El relleno final de la fila de evento completa las
      *             80 posiciones de LL-DATA, igual que las otras filas.
      *****************************************************************
       01  LLAVE-RECORD.
           05 LL-LLAVE-ID         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LL-TIPO             PIC X.
              88 LL-TIPO-EVENTO   VALUE "E".
              88 LL-TIPO-INSCRIPTO VALUE "I".
              88 LL-TIPO-SERIE    VALUE "S".
           05 FILLER              PIC X VALUE SPACE.
           05 LL-DATA             PIC X(80).
           05 LL-EVENTO REDEFINES LL-DATA.
              10 LL-FECHA          PIC 9(8).
              10 FILLER            PIC X.
              10 LL-LONGITUD       PIC 9.
              10 FILLER            PIC X.
              10 LL-MODO           PIC 9.
              10 FILLER            PIC X.
              10 LL-MAX-INTENTOS   PIC 99.
              10 FILLER            PIC X.
              10 LL-TAM-SERIE      PIC 9.
              10 FILLER            PIC X.
              10 LL-CLASIFICAN     PIC 9.
              10 FILLER            PIC X.
              10 LL-CANT-INSCRIPTOS PIC 99.
              10 FILLER            PIC X.
              10 LL-ESTADO         PIC X.
                 88 LL-PENDIENTE   VALUE "P".
                 88 LL-EN-CURSO    VALUE "C".
                 88 LL-FINALIZADA  VALUE "F".
              10 FILLER            PIC X.
              10 LL-ETAPA-ACTUAL   PIC 9.
              10 FILLER            PIC X.
      * Fecha del game id de la final: la fecha en que PUNTOS acredita
      * los puestos del evento. En cero mientras la llave no termina.
              10 LL-FECHA-FINAL    PIC 9(8).
              10 FILLER            PIC X.
      * Cuota de inscripcion por jugador (cero: llave sin cuota) y
      * supervisor que autorizo arrancar la llave con impagos.
              10 LL-CUOTA         PIC 9(5)V99.
              10 LL-CUOTA-X REDEFINES LL-CUOTA PIC X(7).
              10 FILLER            PIC X.
              10 LL-AUTORIZO      PIC X(8).
              10 FILLER            PIC X(28).
           05 LL-INSCRIPTO REDEFINES LL-DATA.
              10 LL-I-ORDEN        PIC 99.
              10 FILLER            PIC X.
              10 LL-I-JUGADOR-COD  PIC X(4).
              10 FILLER            PIC X.
              10 LL-I-ETAPA        PIC 9.
              10 FILLER            PIC X.
              10 LL-I-PUESTO-SERIE PIC 9.
              10 FILLER            PIC X.
              10 LL-I-PUESTO-FINAL PIC 99.
              10 FILLER            PIC X.
      * S si el inscripto pago la cuota de la llave.
              10 LL-I-PAGADO      PIC X.
                 88 LL-I-PAGO-SI  VALUE "S".
              10 FILLER            PIC X(64).
           05 LL-SERIE REDEFINES LL-DATA.
              10 LL-S-ETAPA        PIC 9.
              10 FILLER            PIC X.
              10 LL-S-SERIE        PIC 99.
              10 FILLER            PIC X.
              10 LL-S-ESTADO       PIC X.
                 88 LL-S-PENDIENTE VALUE "P".
                 88 LL-S-EN-JUEGO  VALUE "E".
                 88 LL-S-JUGADA    VALUE "J".
              10 FILLER            PIC X.
              10 LL-S-GAME-ID      PIC 9(16).
              10 FILLER            PIC X.
              10 LL-S-CANT         PIC 9.
              10 FILLER            PIC X.
              10 LL-S-PARTICIPANTE OCCURS 8 TIMES.
                 15 LL-S-JUGADOR-COD PIC X(4).
                 15 LL-S-PUESTO    PIC 9.
                 15 LL-S-AVANZA    PIC X.
              10 FILLER            PIC X(6).
