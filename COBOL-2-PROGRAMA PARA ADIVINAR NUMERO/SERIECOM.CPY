      *****************************************************************
      * AREA-SERIES compartida entre SERIES0 (que reparte un campo de
      * jugadores en series de una llave por eliminacion) y los
      * programas que arman etapas de llave: REGTOR al inscribir la
      * llave (primera etapa) y TORNEO al cerrar una etapa (las
      * siguientes). El llamador deja los codigos en orden de
      * siembra, del mejor al peor, y el tamano maximo de serie; la
      * rutina devuelve las series ya armadas. Si SE-ESTADO no queda
      * en OK, SE-MENSAJE explica el problema y no se arma nada.
      *****************************************************************
       01  AREA-SERIES.
           05 SE-ESTADO           PIC XX.
              88 SE-OK            VALUE "OK".
              88 SE-ERROR         VALUE "ER".
           05 SE-MENSAJE          PIC X(40).
           05 SE-TAM-SERIE        PIC 9.
           05 SE-CANT-JUGADORES   PIC 99.
           05 SE-JUGADOR-COD OCCURS 32 TIMES PIC X(4).
           05 SE-CANT-SERIES      PIC 99.
           05 SE-SERIE OCCURS 16 TIMES.
              10 SE-S-CANT        PIC 9.
              10 SE-S-JUGADOR-COD OCCURS 8 TIMES PIC X(4).
