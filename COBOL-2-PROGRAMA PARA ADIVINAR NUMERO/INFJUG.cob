      * "como vengo?" habia que grepear archivos a mano. Al final
      * lista los codigos que aparecen en los archivos de resultados
      * pero no en el maestro, para destapar agujeros de atribucion.
      * Modifications:
      *   10/2026 - Cada extracto informa el nivel de juego vigente del
      *             maestro NIVELJUG (que mantiene NIVELES), el que
      *             tenia antes de su ultima calificacion y la
      *             tendencia (SUBE/BAJA/ESTABLE con la diferencia).
      *   10/2026 - Temporadas anteriores: cada extracto lista los
      *             puestos finales del jugador en las temporadas ya
      *             cerradas segun el historial TEMPHIST (que graba
      *             CIERRE), con puntos, torneos, ganados y la marca
      *             de campeon. Solo cuentan las filas de un cierre
      *             confirmado por su fila de cierre.
      *   10/2026 - La marca de campeon sale del campeon que registra
      *             la fila de cierre, no del puesto 1 de la fila del
      *             jugador, para que el extracto no contradiga al
      *             cierre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFJUG.
           SELECT TEMPORADA-MASTER ASSIGN TO "TEMPORADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT NIVEL-MASTER ASSIGN TO "NIVELJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.
           SELECT HISTORIAL-TEMPORADAS ASSIGN TO "TEMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT INFORME-JUGADORES ASSIGN TO "INFJUGADOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.
       FD  TEMPORADA-MASTER.
       COPY TEMPREC.

       FD  NIVEL-MASTER.
       COPY NIVREC.

       FD  HISTORIAL-TEMPORADAS.
       COPY TEMPHREC.

       FD  INFORME-JUGADORES.
       01  LINEA-INFORME          PIC X(80).

       77  WS-LB-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-TM-STATUS           PIC XX.
       77  WS-NV-STATUS           PIC XX.
       77  WS-TH-STATUS           PIC XX.
       77  WS-IJ-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

              10 JT-MEJOR-INTENTOS PIC 9(3).
              10 JT-MEJOR-FECHA    PIC 9(8).
              10 JT-MEJOR-SECRETO  PIC X(6).
              10 JT-NIVEL          PIC 9(4).
              10 JT-NIVEL-ANTERIOR PIC 9(4).
              10 JT-NIVEL-FECHA    PIC 9(8).

      * Codigos que aparecen en los archivos de resultados pero no en
      * el maestro: agujeros de atribucion que el extracto destapa.

       77  CODIGO-BUSCADO         PIC X(4).

      * Temporadas cerradas: las corridas de cierre confirmadas por
      * una fila C de TEMPHIST y, de esas corridas, el puesto final de
      * cada jugador.
       77  CANT-CIERRES           PIC 9(3)  COMP VALUE 0.
       77  CIE-IDX                PIC 9(3)  COMP.
       01  CIERRES-TABLA.
           05 CIERRE-ENTRADA OCCURS 200 TIMES.
              10 CT-TEMPORADA-ID  PIC X(8).
              10 CT-CORRIDA       PIC 9(14).
              10 CT-CAMPEON       PIC X(4).
       77  CANT-HISTORIAL         PIC 9(4)  COMP VALUE 0.
       77  HIS-IDX                PIC 9(4)  COMP.
       77  TEMPORADAS-JUGADOR     PIC 9(3)  COMP.
       01  HISTORIAL-TABLA.
           05 HISTORIAL-ENTRADA OCCURS 3000 TIMES.
              10 HT-JUGADOR-COD   PIC X(4).
              10 HT-TEMPORADA-ID  PIC X(8).
              10 HT-PUESTO        PIC 9(3).
              10 HT-PUNTOS        PIC 9(5).
              10 HT-TORNEOS       PIC 9(3).
              10 HT-GANADOS       PIC 9(3).
              10 HT-CAMPEON-SW    PIC X.
                 88 HT-ES-CAMPEON VALUE 'S'.

       77  LEIDOS-LB              PIC 9(5)  VALUE 0.
       77  LEIDOS-TR              PIC 9(5)  VALUE 0.
       77  LEIDOS-TM              PIC 9(5)  VALUE 0.
       77  SECRETO-EXAMEN         PIC X(6).
       77  aux                    PIC 9.
       77  PROMEDIO-INTENTOS      PIC 9(3)V99.
       77  NIVEL-INICIAL          PIC 9(4)  VALUE 1500.
       77  DIFERENCIA-NIVEL       PIC S9(4) COMP.

       01  ENCABEZADO-1.
           05 FILLER              PIC X(22) VALUE
              "  PUNTOS DE LA TEMPORADA:   ".
           05 LS-PUNTOS           PIC ZZZZ9.

       01  LINEA-TEMPORADA-ANTERIOR.
           05 FILLER              PIC X(14) VALUE "    TEMPORADA ".
           05 LX-TEMPORADA        PIC X(8).
           05 FILLER              PIC X(9)  VALUE "  PUESTO ".
           05 LX-PUESTO           PIC ZZ9.
           05 FILLER              PIC X(8)  VALUE " PUNTOS ".
           05 LX-PUNTOS           PIC ZZZZ9.
           05 FILLER              PIC X(9)  VALUE " TORNEOS ".
           05 LX-TORNEOS          PIC ZZ9.
           05 FILLER              PIC X(9)  VALUE " GANADOS ".
           05 LX-GANADOS          PIC ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-CAMPEON          PIC X(7).

       01  LINEA-NIVEL.
           05 FILLER              PIC X(18) VALUE
              "  NIVEL DE JUEGO: ".
           05 LN-NIVEL            PIC ZZZ9.
           05 FILLER              PIC X(12) VALUE "  ANTERIOR: ".
           05 LN-ANTERIOR         PIC ZZZ9.
           05 FILLER              PIC X(13) VALUE "  TENDENCIA: ".
           05 LN-TENDENCIA        PIC X(8).
           05 LN-DIFERENCIA       PIC +ZZZ9.
           05 FILLER              PIC X(8)  VALUE "  FECHA ".
           05 LN-FECHA            PIC 9(8).

       01  LINEA-MEJOR.
           05 FILLER              PIC X(23) VALUE
              "  MEJOR PARTIDA: FECHA ".
           PERFORM 1000-INICIAR
           PERFORM 1100-CARGAR-JUGADORES
           PERFORM 1200-CARGAR-TEMPORADA
           PERFORM 1300-CARGAR-NIVELES
           PERFORM 1400-CARGAR-CIERRES
           PERFORM 1500-CARGAR-HISTORIAL
           PERFORM 2000-ACUMULAR-LEADERBOARD
           PERFORM 3000-ACUMULAR-TORNEO
           PERFORM 4000-IMPRIMIR-EXTRACTOS
                               TO JT-NOMBRE(CANT-JUGADORES)
                           MOVE JUG-ESTADO
                               TO JT-ESTADO(CANT-JUGADORES)
                           MOVE NIVEL-INICIAL
                               TO JT-NIVEL(CANT-JUGADORES)
                           MOVE NIVEL-INICIAL
                               TO JT-NIVEL-ANTERIOR(CANT-JUGADORES)
                       ELSE
                           DISPLAY "TABLA DE JUGADORES LLENA (100)"
                           STOP RUN
               MOVE TM-PUNTOS TO JT-PUNTOS(JUG-IDX)
           END-IF.

      *-----------------------------------------------------------------

      * Los niveles vienen del maestro NIVELJUG que mantiene NIVELES;
      * quien todavia no fue calificado figura con el nivel inicial.
       1300-CARGAR-NIVELES.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "NIVELJUG AUSENTE, NIVELES INICIALES"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ NIVEL-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE NV-JUGADOR-COD TO CODIGO-BUSCADO
                       PERFORM 8000-BUSCAR-JUGADOR
                       IF JUG-IDX NOT > CANT-JUGADORES
                           MOVE NV-NIVEL TO JT-NIVEL(JUG-IDX)
                           MOVE NV-NIVEL-ANTERIOR
                               TO JT-NIVEL-ANTERIOR(JUG-IDX)
                           MOVE NV-FECHA TO JT-NIVEL-FECHA(JUG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NV-STATUS = "00" OR WS-NV-STATUS = "10"
               CLOSE NIVEL-MASTER
           END-IF.

      *-----------------------------------------------------------------

      * Primera pasada por TEMPHIST: las filas de cierre, que son las
      * que dan por completas las filas de jugador de su corrida. Sin
      * historial todavia no se cerro ninguna temporada.
       1400-CARGAR-CIERRES.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT HISTORIAL-TEMPORADAS
           IF WS-TH-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-TEMPORADAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF TH-TIPO-CIERRE
                           IF CANT-CIERRES < 200
                               ADD 1 TO CANT-CIERRES
                               MOVE TH-TEMPORADA-ID
                                   TO CT-TEMPORADA-ID(CANT-CIERRES)
                               MOVE TH-CORRIDA
                                   TO CT-CORRIDA(CANT-CIERRES)
                               MOVE TH-C-CAMPEON
                                   TO CT-CAMPEON(CANT-CIERRES)
                           ELSE
                               DISPLAY "TABLA DE CIERRES LLENA (200)"
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TH-STATUS = "00" OR WS-TH-STATUS = "10"
               CLOSE HISTORIAL-TEMPORADAS
           END-IF.

      *-----------------------------------------------------------------

      * Segunda pasada: las filas de jugador de un cierre confirmado;
      * las de un cierre que se corto a mitad se ignoran.
       1500-CARGAR-HISTORIAL.
           IF CANT-CIERRES > 0
               SET HAY-REGISTROS TO TRUE
               OPEN INPUT HISTORIAL-TEMPORADAS
               PERFORM UNTIL FIN-ARCHIVO
                   READ HISTORIAL-TEMPORADAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TH-TIPO-JUGADOR
                               PERFORM 1510-AGREGAR-HISTORIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-TEMPORADAS
           END-IF.

      *-----------------------------------------------------------------

       1510-AGREGAR-HISTORIAL.
           MOVE 1 TO CIE-IDX
           PERFORM UNTIL CIE-IDX > CANT-CIERRES
               OR (CT-TEMPORADA-ID(CIE-IDX) = TH-TEMPORADA-ID
               AND CT-CORRIDA(CIE-IDX) = TH-CORRIDA)
               ADD 1 TO CIE-IDX
           END-PERFORM
           IF CIE-IDX NOT > CANT-CIERRES
               IF CANT-HISTORIAL < 3000
                   ADD 1 TO CANT-HISTORIAL
                   MOVE TH-J-JUGADOR-COD
                       TO HT-JUGADOR-COD(CANT-HISTORIAL)
                   MOVE TH-TEMPORADA-ID
                       TO HT-TEMPORADA-ID(CANT-HISTORIAL)
                   MOVE TH-J-PUESTO  TO HT-PUESTO(CANT-HISTORIAL)
                   MOVE TH-J-PUNTOS  TO HT-PUNTOS(CANT-HISTORIAL)
                   MOVE TH-J-TORNEOS TO HT-TORNEOS(CANT-HISTORIAL)
                   MOVE TH-J-GANADOS TO HT-GANADOS(CANT-HISTORIAL)
                   IF CT-CAMPEON(CIE-IDX) = TH-J-JUGADOR-COD
                       MOVE 'S' TO HT-CAMPEON-SW(CANT-HISTORIAL)
                   ELSE
                       MOVE 'N' TO HT-CAMPEON-SW(CANT-HISTORIAL)
                   END-IF
               ELSE
                   DISPLAY "TABLA DE HISTORIAL LLENA (3000)"
                   STOP RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-ACUMULAR-LEADERBOARD.
               WRITE LINEA-INFORME FROM LINEA-TORNEOS
               MOVE JT-PUNTOS(JUG-IDX) TO LS-PUNTOS
               WRITE LINEA-INFORME FROM LINEA-TEMPORADA
               PERFORM 4500-TEMPORADAS-ANTERIORES
               PERFORM 4400-LINEA-NIVEL
               IF JT-MEJOR-INTENTOS(JUG-IDX) > 0
                   MOVE JT-MEJOR-FECHA(JUG-IDX)    TO LJ-FECHA
                   MOVE JT-MEJOR-SECRETO(JUG-IDX)  TO LJ-SECRETO
           WRITE LINEA-INFORME FROM LINEA-PROM-MODO
           ADD 1 TO MOD-IDX.

      *-----------------------------------------------------------------

       4400-LINEA-NIVEL.
           MOVE JT-NIVEL(JUG-IDX)          TO LN-NIVEL
           MOVE JT-NIVEL-ANTERIOR(JUG-IDX) TO LN-ANTERIOR
           MOVE JT-NIVEL-FECHA(JUG-IDX)    TO LN-FECHA
           COMPUTE DIFERENCIA-NIVEL =
               JT-NIVEL(JUG-IDX) - JT-NIVEL-ANTERIOR(JUG-IDX)
           MOVE DIFERENCIA-NIVEL TO LN-DIFERENCIA
           EVALUATE TRUE
               WHEN DIFERENCIA-NIVEL > 0
                   MOVE "SUBE"    TO LN-TENDENCIA
               WHEN DIFERENCIA-NIVEL < 0
                   MOVE "BAJA"    TO LN-TENDENCIA
               WHEN OTHER
                   MOVE "ESTABLE" TO LN-TENDENCIA
           END-EVALUATE
           WRITE LINEA-INFORME FROM LINEA-NIVEL.

      *-----------------------------------------------------------------

      * Las temporadas cerradas salen en el orden del historial, que
      * es el orden en que se cerraron. El campeon es el que nombra la
      * fila de cierre de esa temporada.
       4500-TEMPORADAS-ANTERIORES.
           MOVE 0 TO TEMPORADAS-JUGADOR
           MOVE "  TEMPORADAS ANTERIORES:" TO LINEA-INFORME
           WRITE LINEA-INFORME
           MOVE 1 TO HIS-IDX
           PERFORM UNTIL HIS-IDX > CANT-HISTORIAL
               IF HT-JUGADOR-COD(HIS-IDX) = JT-CODIGO(JUG-IDX)
                   ADD 1 TO TEMPORADAS-JUGADOR
                   MOVE HT-TEMPORADA-ID(HIS-IDX) TO LX-TEMPORADA
                   MOVE HT-PUESTO(HIS-IDX)       TO LX-PUESTO
                   MOVE HT-PUNTOS(HIS-IDX)       TO LX-PUNTOS
                   MOVE HT-TORNEOS(HIS-IDX)      TO LX-TORNEOS
                   MOVE HT-GANADOS(HIS-IDX)      TO LX-GANADOS
                   IF HT-ES-CAMPEON(HIS-IDX)
                       MOVE "CAMPEON" TO LX-CAMPEON
                   ELSE
                       MOVE SPACES    TO LX-CAMPEON
                   END-IF
                   WRITE LINEA-INFORME FROM LINEA-TEMPORADA-ANTERIOR
               END-IF
               ADD 1 TO HIS-IDX
           END-PERFORM
           IF TEMPORADAS-JUGADOR = 0
               MOVE "    NINGUNA TEMPORADA CERRADA" TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

      *-----------------------------------------------------------------

       5000-IMPRIMIR-HUERFANOS.
