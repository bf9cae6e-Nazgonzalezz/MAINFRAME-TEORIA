      * codigo que luego queda grabado en LEADERBOARD-FILE y en
      * TORNEO-RESULTADOS, para que el historial sea atribuible a una
      * persona real.
      * Modifications:
      *   10/2026 - La consulta muestra el codigo sucesor cuando el
      *             jugador fue fusionado en otro codigo (FUSION).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMJUG.
                   DISPLAY "NOMBRE: " JUG-NOMBRE
                   DISPLAY "FECHA DE ALTA: " JUG-FECHA-ALTA
                   DISPLAY "ESTADO: " JUG-ESTADO
                   IF JUG-SUCESOR NOT = SPACES
                       DISPLAY "FUSIONADO EN: " JUG-SUCESOR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
