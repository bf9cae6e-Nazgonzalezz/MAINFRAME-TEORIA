      *             para informar el modo de la partida al extracto
      *             para el MIS (EXTRMIS); en las filas anteriores al
      *             cambio queda en blanco y se toma como cero.
      *   10/2026 - GR-VERSION-REGLAS toma cuatro bytes mas del relleno
      *             final del resumen para la version de las reglas de
      *             la casa (archivo PARAMETROS, via PARAM0) con que
      *             se jugo la partida; en las filas anteriores al
      *             cambio queda en blanco.
      *****************************************************************
       01  GAME-RESULTS-RECORD.
           05 GR-GAME-ID          PIC 9(16).
              10 GR-RECHAZADOS     PIC 9(3).
              10 FILLER            PIC X VALUE SPACE.
              10 GR-MODO           PIC 9.
              10 FILLER            PIC X.
              10 GR-VERSION-REGLAS PIC 9(3).
              10 FILLER            PIC X(3).
