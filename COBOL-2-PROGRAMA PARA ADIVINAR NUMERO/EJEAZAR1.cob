      *             silencio, se avisa al operador y la fila se deriva
      *             al archivo de respaldo PENDIENTES (PENDREC.CPY),
      *             que el trabajo RECUPERA reaplica despues.
      *   10/2026 - SUSPENDIDA-DATOS pasa a un copybook compartido
      *             (SUSPREC.CPY) con los batch que recorren
      *             PARTIDASUSP (fusion de codigos, novedades del
      *             padron), mismo criterio que LEADREC.CPY.
      *   10/2026 - Reglas con fecha efectiva: 0900-LEER-PARAMETROS
      *             pide a PARAM0 la version de las reglas vigente hoy
      *             y la muestra; una partida suspendida se juega y se
      *             graba con la version vigente el dia en que
      *             arranco (fecha de su game id). LB-VERSION-REGLAS
      *             deja en cada fila del historial la version con que
      *             se jugo la partida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR1.
       77  GAME-LENGTH           PIC 9     VALUE 4.
       77  MAX-ATTEMPTS          PIC 99    VALUE 9.

      * Version de las reglas con que se juega la partida de la sesion
      * y con la que arranco la partida suspendida del jugador. Para
      * consultar la segunda se guarda el area con las reglas de hoy,
      * que siguen valiendo si la suspendida se pierde.
       77  VERSION-REGLAS        PIC 9(3)  VALUE 0.
       77  VERSION-SUSPENDIDA    PIC 9(3)  VALUE 0.
       01  PARAMETROS-HOY        PIC X(72).

       77  DUP-SW                PIC X     VALUE 'N'.
           88 DUP-FOUND          VALUE 'Y'.
           88 DUP-NOT-FOUND      VALUE 'N'.

       01  REPLAY-DIGITS         PIC X(6).

       COPY SUSPREC.

      * Todas las partidas suspendidas entran a la tabla al arrancar:
      * el archivo se reescribe entero en cada cambio, asi que hay que
      * libera el lugar para poder suspender la partida nueva.
       0850-OFRECER-REANUDACION.
           MOVE SUSP-ENTRADA(SUSP-ENCONTRADA) TO SUSPENDIDA-DATOS
           PERFORM 0910-VERSION-SUSPENDIDA
           DISPLAY "TIENE UNA PARTIDA SUSPENDIDA DEL DIA "
               SU-GAME-ID(1:8) " CON " SU-INTENTOS " INTENTOS USADOS"
           DISPLAY "RETOMARLA? 1=SI 0=NO (SE PIERDE COMO PERDIO)"
      * partida arranco (mismo criterio que la reanudacion de LOTE).
       0855-RESTAURAR-PARTIDA.
           SET PARTIDA-REANUDADA TO TRUE
           MOVE VERSION-SUSPENDIDA TO VERSION-REGLAS
           MOVE SU-LONGITUD      TO GAME-LENGTH
           MOVE SU-MODO          TO HARD-MODE-FLAG
           MOVE SU-MAX-INTENTOS  TO MAX-ATTEMPTS
           MOVE SU-JUGADOR     TO LB-JUGADOR
           MOVE SU-MODO        TO LB-MODO
           MOVE SU-RECHAZADOS  TO LB-RECHAZADOS
           MOVE VERSION-SUSPENDIDA TO LB-VERSION-REGLAS
           PERFORM 4150-GRABAR-FILA-LB
           DISPLAY "LA PARTIDA SUSPENDIDA " SU-GAME-ID
               " SE PIERDE COMO PERDIO"
      * archivo PARAMETROS via PARAM0, compartido con TORNEO y LOTE;
      * sin reglas validas no hay partida.
       0900-LEER-PARAMETROS.
           SET PAR-FN-VIGENTE TO TRUE
           MOVE 0 TO PAR-FECHA-REGLA
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF NOT PAR-OK
               DISPLAY "NO SE PUDIERON LEER LAS REGLAS DE LA CASA"
               DISPLAY "CORRIJA EL ARCHIVO PARAMETROS Y REINTENTE"
               STOP RUN
           END-IF
           MOVE PAR-VERSION TO VERSION-REGLAS
           DISPLAY "REGLAS DE LA CASA EN EFECTO (VERSION " PAR-VERSION
               " DESDE " PAR-FECHA-EFECTIVA "):"
           DISPLAY "  LONGITUD DEL SECRETO: " PAR-LONG-MINIMA " A "
               PAR-LONG-MAXIMA " (DEFECTO " PAR-LONG-DEFECTO ")"
           DISPLAY "  INTENTOS PERMITIDOS: " PAR-INTENTOS-MIN " A "

      *-----------------------------------------------------------------

      * Version vigente el dia en que arranco la partida suspendida. Si
      * PARAM0 no la encuentra (historial corregido a mano) vale la de
      * hoy. El area vuelve a quedar con las reglas de hoy.
       0910-VERSION-SUSPENDIDA.
           MOVE AREA-PARAMETROS TO PARAMETROS-HOY
           SET PAR-FN-VIGENTE TO TRUE
           MOVE SU-GAME-ID(1:8) TO PAR-FECHA-REGLA
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF PAR-OK
               MOVE PAR-VERSION TO VERSION-SUSPENDIDA
           ELSE
               MOVE VERSION-REGLAS TO VERSION-SUSPENDIDA
           END-IF
           MOVE PARAMETROS-HOY TO AREA-PARAMETROS.

      *-----------------------------------------------------------------

      * El game id lo asigna GAMEID0 contra el archivo de control
      * GAMEIDCTL (compartido con TORNEO y LOTE): unico aunque dos
      * partidas arranquen en el mismo segundo. Sin id no hay partida.
           MOVE CODIGO-JUGADOR TO LB-JUGADOR
           MOVE HARD-MODE-FLAG TO LB-MODO
           MOVE REJECTED-INPUT-COUNT TO LB-RECHAZADOS
           MOVE VERSION-REGLAS TO LB-VERSION-REGLAS
           PERFORM 4150-GRABAR-FILA-LB
      * Una partida reanudada que llego a su final libera el registro
      * suspendido: si no, la proxima sesion ofreceria retomar una
