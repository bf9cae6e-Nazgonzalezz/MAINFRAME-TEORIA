      *             extracto para el MIS (EXTRMIS) necesita informar;
      *             en las filas anteriores al cambio quedan en blanco
      *             y los lectores los toman como cero.
      *   10/2026 - LB-VERSION-REGLAS agrega al final la version de las
      *             reglas de la casa (archivo PARAMETROS, via PARAM0)
      *             con que se jugo la partida; en las filas
      *             anteriores al cambio queda en blanco.
      *****************************************************************
       01  LEADERBOARD-RECORD.
           05 LB-FECHA           PIC 9(8).
           05 LB-MODO            PIC 9.
           05 FILLER             PIC X VALUE SPACE.
           05 LB-RECHAZADOS      PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 LB-VERSION-REGLAS  PIC 9(3).
