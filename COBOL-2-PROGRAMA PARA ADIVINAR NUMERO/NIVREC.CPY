      *****************************************************************
      * NIVEL-RECORD del maestro de niveles de juego (archivo
      * NIVELJUG): el nivel vigente de cada codigo de jugador, el que
      * tenia antes de la ultima corrida que lo movio (para mostrar la
      * tendencia), las partidas calificadas y la fecha de la ultima
      * calificacion. Lo mantiene la corrida nocturna NIVELES y lo
      * leen la preinscripcion REGTOR y el extracto INFJUG, mismo
      * criterio que TEMPREC.CPY: el lector no puede desfasarse del
      * grabador. Un codigo sin registro juega con el nivel inicial
      * (1500).
      *****************************************************************
       01  NIVEL-RECORD.
           05 NV-JUGADOR-COD      PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 NV-NIVEL            PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
           05 NV-NIVEL-ANTERIOR   PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
           05 NV-PARTIDAS         PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 NV-FECHA            PIC 9(8).
