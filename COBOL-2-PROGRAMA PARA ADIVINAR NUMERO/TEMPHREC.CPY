      *****************************************************************
      * TEMPHIST-RECORD del historial de temporadas cerradas (archivo
      * TEMPHIST), que graba el cierre de temporada CIERRE. El archivo
      * solo crece por EXTEND; cada cierre deja, en este orden:
      *   J - una fila por jugador con su puesto final, puntos,
      *       torneos y ganados tal como quedaron en TEMPORADA,
      *   C - la fila de cierre: fechas aplicadas de la temporada
      *       (la ultima es el corte: PUNTOS no acepta ninguna fecha
      *       hasta ahi), campeon y cantidades. Vale como prueba de
      *       que las filas J de esa corrida estan completas,
      *   R - el pase: TEMPORADA y PUNTOSCTL ya quedaron en blanco
      *       para la temporada siguiente.
      * TH-CORRIDA (fecha y hora del cierre) identifica la corrida: si
      * un cierre se corto a mitad de las filas J, esas filas quedan
      * con una corrida que ninguna fila C confirma y los lectores las
      * ignoran. Un cierre con C y sin R esta pendiente: CIERRE lo
      * completa y PUNTOS no corre mientras tanto. Compartido entre
      * CIERRE, PUNTOS, INFJUG y FUSION, mismo criterio que
      * TEMPREC.CPY.
      *****************************************************************
       01  TEMPHIST-RECORD.
           05 TH-TEMPORADA-ID     PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 TH-TIPO             PIC X.
              88 TH-TIPO-JUGADOR  VALUE "J".
              88 TH-TIPO-CIERRE   VALUE "C".
              88 TH-TIPO-PASE     VALUE "R".
           05 FILLER              PIC X VALUE SPACE.
           05 TH-CORRIDA          PIC 9(14).
           05 FILLER              PIC X VALUE SPACE.
           05 TH-DATA             PIC X(50).
           05 TH-JUGADOR REDEFINES TH-DATA.
              10 TH-J-JUGADOR-COD PIC X(4).
              10 FILLER           PIC X.
              10 TH-J-PUESTO      PIC 9(3).
              10 FILLER           PIC X.
              10 TH-J-PUNTOS      PIC 9(5).
              10 FILLER           PIC X.
              10 TH-J-TORNEOS     PIC 9(3).
              10 FILLER           PIC X.
              10 TH-J-GANADOS     PIC 9(3).
              10 FILLER           PIC X(28).
           05 TH-CIERRE REDEFINES TH-DATA.
              10 TH-C-FECHA-DESDE PIC 9(8).
              10 FILLER           PIC X.
              10 TH-C-FECHA-HASTA PIC 9(8).
              10 FILLER           PIC X.
              10 TH-C-CAMPEON     PIC X(4).
              10 FILLER           PIC X.
              10 TH-C-PUNTOS-CAMPEON PIC 9(5).
              10 FILLER           PIC X.
              10 TH-C-JUGADORES   PIC 9(3).
              10 FILLER           PIC X.
              10 TH-C-FECHAS      PIC 9(3).
              10 FILLER           PIC X(14).
