      * RUTINA QUE REPARTE EL CAMPO DE UNA LLAVE EN SERIES.
      * Una llave por eliminacion juega por etapas: el campo (hasta 32
      * jugadores) se divide en series de hasta 8, de cada serie pasan
      * los primeros a la etapa siguiente y la etapa de una sola serie
      * es la final. El reparto lo necesitan REGTOR al inscribir la
      * llave y TORNEO cada vez que cierra una etapa, y vive aca,
      * centralizado como PARAM0 y GAMEID0, para que las dos etapas
      * se armen con el mismo criterio. Se usan las menos series
      * posibles sin pasar el tamano maximo, y los jugadores se
      * reparten en serpentina por orden de siembra (1 a N, despues
      * N a 1, y asi), de modo que las series queden parejas en
      * cantidad (a lo sumo uno de diferencia) y en fuerza. Una serie
      * de un solo jugador es un pase libre: la decide el llamador.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIES0.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  JUGADOR-IDX            PIC 99    COMP.
       77  SERIE-IDX              PIC 99    COMP.
       77  PASADA                 PIC 99    COMP.
       77  POSICION               PIC 99    COMP.
       77  RESTO                  PIC 99    COMP.

       LINKAGE SECTION.
       COPY SERIECOM.

       PROCEDURE DIVISION USING AREA-SERIES.

       0000-CONTROL.
           SET SE-ERROR TO TRUE
           MOVE SPACES TO SE-MENSAJE
           MOVE 0 TO SE-CANT-SERIES
           PERFORM 1000-VALIDAR
           IF SE-MENSAJE = SPACES
               PERFORM 2000-REPARTIR
               SET SE-OK TO TRUE
           END-IF
           GOBACK.

       1000-VALIDAR.
           IF SE-TAM-SERIE IS NOT NUMERIC OR
               SE-CANT-JUGADORES IS NOT NUMERIC
               MOVE "TAMANO DE SERIE O CAMPO NO NUMERICO"
                   TO SE-MENSAJE
           ELSE
               IF SE-TAM-SERIE < 2 OR SE-TAM-SERIE > 8
                   MOVE "LA SERIE TIENE QUE SER DE 2 A 8"
                       TO SE-MENSAJE
               END-IF
               IF SE-CANT-JUGADORES < 2 OR SE-CANT-JUGADORES > 32
                   MOVE "EL CAMPO TIENE QUE SER DE 2 A 32"
                       TO SE-MENSAJE
               END-IF
           END-IF.

      * Cantidad de series: el campo dividido por el tamano maximo,
      * redondeado para arriba. El jugador de orden I cae en la
      * posicion RESTO de la pasada PASADA; las pasadas pares van de
      * la primera serie a la ultima y las impares vuelven.
       2000-REPARTIR.
           DIVIDE SE-CANT-JUGADORES BY SE-TAM-SERIE
               GIVING SE-CANT-SERIES REMAINDER RESTO
           IF RESTO > 0
               ADD 1 TO SE-CANT-SERIES
           END-IF
           MOVE 1 TO SERIE-IDX
           PERFORM UNTIL SERIE-IDX > SE-CANT-SERIES
               MOVE 0 TO SE-S-CANT(SERIE-IDX)
               MOVE SPACES TO SE-S-JUGADOR-COD(SERIE-IDX, 1)
                   SE-S-JUGADOR-COD(SERIE-IDX, 2)
                   SE-S-JUGADOR-COD(SERIE-IDX, 3)
                   SE-S-JUGADOR-COD(SERIE-IDX, 4)
                   SE-S-JUGADOR-COD(SERIE-IDX, 5)
                   SE-S-JUGADOR-COD(SERIE-IDX, 6)
                   SE-S-JUGADOR-COD(SERIE-IDX, 7)
                   SE-S-JUGADOR-COD(SERIE-IDX, 8)
               ADD 1 TO SERIE-IDX
           END-PERFORM
           MOVE 1 TO JUGADOR-IDX
           PERFORM 2100-UBICAR-JUGADOR
               UNTIL JUGADOR-IDX > SE-CANT-JUGADORES.

       2100-UBICAR-JUGADOR.
           DIVIDE SE-CANT-SERIES INTO JUGADOR-IDX
               GIVING PASADA REMAINDER POSICION
           IF POSICION = 0
               SUBTRACT 1 FROM PASADA
               MOVE SE-CANT-SERIES TO POSICION
           END-IF
           DIVIDE PASADA BY 2 GIVING SERIE-IDX REMAINDER RESTO
           IF RESTO = 0
               MOVE POSICION TO SERIE-IDX
           ELSE
               COMPUTE SERIE-IDX = SE-CANT-SERIES - POSICION + 1
           END-IF
           ADD 1 TO SE-S-CANT(SERIE-IDX)
           MOVE SE-JUGADOR-COD(JUGADOR-IDX)
               TO SE-S-JUGADOR-COD(SERIE-IDX, SE-S-CANT(SERIE-IDX))
           ADD 1 TO JUGADOR-IDX.
