      *****************************************************************
      * TORNEO-JUGADA-RECORD del detalle de jugadas de torneo (archivo
      * TORNEOJUG): una fila por intento de cada participante, con lo
      * que contesto el juego, que TORNEO graba junto con la fila del
      * participante en TORNEORESULT. Todos los participantes de un
      * torneo o de una serie comparten el game id, asi que la clave
      * es la misma que la de TORNEORESULT (y la de las marcas de
      * REVISION): game id mas numero de orden del jugador. El codigo
      * de jugador, el secreto, la longitud y el modo estan en esa
      * fila de TORNEORESULT y no se repiten aca. Lo lee el analisis
      * de calidad de las jugadas CALIDAD; mismo criterio que
      * TEMPREC.CPY: el lector no puede desfasarse del grabador.
      *****************************************************************
       01  TORNEO-JUGADA-RECORD.
           05 TJ-GAME-ID         PIC 9(16).
           05 FILLER             PIC X VALUE SPACE.
           05 TJ-JUGADOR         PIC 99.
           05 FILLER             PIC X VALUE SPACE.
           05 TJ-INTENTO-NRO     PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 TJ-DIGITOS         PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 TJ-CORRECT         PIC 9.
           05 FILLER             PIC X VALUE SPACE.
           05 TJ-REGULAR         PIC 9.
           05 FILLER             PIC X VALUE SPACE.
           05 TJ-ERROR           PIC 9.
           05 FILLER             PIC X(14).
