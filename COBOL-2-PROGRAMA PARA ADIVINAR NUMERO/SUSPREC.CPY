      *****************************************************************
      * SUSPENDIDA-DATOS: imagen estructurada del registro de
      * PARTIDASUSP, una partida suspendida por codigo de jugador con
      * todo lo necesario para retomarla donde quedo (secreto,
      * configuracion, historial de intentos y el game id original).
      * Compartida entre EJEAZAR1 (que la graba y la retoma) y los
      * batch que recorren las partidas suspendidas, mismo criterio
      * que LEADREC.CPY: el lector no puede desfasarse del grabador.
      * El archivo se declara con registro PIC X(198) y se mueve a
      * esta area.
      *****************************************************************
       01  SUSPENDIDA-DATOS.
           05 SU-JUGADOR          PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 SU-GAME-ID          PIC 9(16).
           05 FILLER              PIC X VALUE SPACE.
           05 SU-TIMESTAMP        PIC 9(16).
           05 FILLER              PIC X VALUE SPACE.
           05 SU-INCOGNITO        PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 SU-LONGITUD         PIC 9.
           05 FILLER              PIC X VALUE SPACE.
           05 SU-MODO             PIC 9.
           05 FILLER              PIC X VALUE SPACE.
           05 SU-MAX-INTENTOS     PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 SU-INTENTOS         PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 SU-RECHAZADOS       PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 SU-JUGADAS          PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 SU-HISTORIAL        PIC X(135).
