      * indexado por JUG-CODIGO). Compartido entre ABMJUG (que lo
      * mantiene) y los drivers EJEAZAR1 y TORNEO (que validan el
      * codigo del jugador contra el maestro antes de cada partida).
      * Modifications:
      *   10/2026 - JUG-SUCESOR agrega al final el codigo que absorbio
      *             a este cuando dos codigos de la misma persona se
      *             fusionan (FUSION): el retirado queda inactivo y
      *             apuntando al sobreviviente. En blanco para los
      *             demas. El registro pasa de 43 a 47 posiciones: un
      *             maestro grabado antes del cambio se convierte una
      *             sola vez con CONVJUG antes de correr cualquier
      *             programa que lo abra.
      *****************************************************************
       01  REGISTRO-JUGADOR.
           05 JUG-CODIGO         PIC X(4).
           05 JUG-ESTADO         PIC X.
              88 JUG-ACTIVO      VALUE "A".
              88 JUG-INACTIVO    VALUE "I".
           05 JUG-SUCESOR        PIC X(4).
