      *             en vez de inferirla de la fecha del game id; en
      *             los torneos tipeados a mano y en las filas
      *             anteriores al cambio queda en blanco.
      *   10/2026 - TR-LONGITUD, TR-MODO y TR-NUMERO-SECRETO agregan al
      *             final la configuracion y el secreto de la partida,
      *             que el control de resultados sospechosos SOSPECHA
      *             necesita para comparar tasas por longitud y modo y
      *             detectar secretos repetidos; en las filas
      *             anteriores al cambio quedan en blanco y los
      *             lectores las toman como configuracion desconocida.
      *   10/2026 - TR-VERSION-REGLAS agrega al final la version de las
      *             reglas de la casa (archivo PARAMETROS, via PARAM0)
      *             con que se jugo la partida; en las filas
      *             anteriores al cambio queda en blanco.
      *****************************************************************
       01  TORNEO-RESULT-RECORD.
           05 TR-GAME-ID         PIC 9(16).
           05 TR-JUGADOR-COD     PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 TR-TORNEO-ID       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 TR-LONGITUD        PIC 9.
           05 FILLER             PIC X VALUE SPACE.
           05 TR-MODO            PIC 9.
           05 FILLER             PIC X VALUE SPACE.
           05 TR-NUMERO-SECRETO  PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 TR-VERSION-REGLAS  PIC 9(3).
