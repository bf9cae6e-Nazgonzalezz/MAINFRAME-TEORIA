      *             (GUESSREC.CPY) con la critica de entrada CRITICA,
      *             mismo criterio que GAMERREC.CPY: el validador no
      *             puede desfasarse del jugador.
      *   10/2026 - Reglas con fecha efectiva: 0900-LEER-PARAMETROS
      *             pide a PARAM0 la version de las reglas vigente hoy
      *             y la muestra; GR-VERSION-REGLAS deja en el resumen
      *             de cada partida la version con que se jugo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE.
      * archivo PARAMETROS via PARAM0, compartido con EJEAZAR1 y
      * TORNEO; sin reglas validas la corrida no arranca.
       0900-LEER-PARAMETROS.
           SET PAR-FN-VIGENTE TO TRUE
           MOVE 0 TO PAR-FECHA-REGLA
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF NOT PAR-OK
               DISPLAY "NO SE PUDIERON LEER LAS REGLAS DE LA CASA"
               DISPLAY "CORRIJA EL ARCHIVO PARAMETROS Y REINTENTE"
               PERFORM 9900-ABORTAR
           END-IF
           DISPLAY "REGLAS DE LA CASA EN EFECTO (VERSION " PAR-VERSION
               " DESDE " PAR-FECHA-EFECTIVA "):"
           DISPLAY "  LONGITUD DEL SECRETO: " PAR-LONG-MINIMA " A "
               PAR-LONG-MAXIMA " (DEFECTO " PAR-LONG-DEFECTO ")"
           DISPLAY "  INTENTOS PERMITIDOS: " PAR-INTENTOS-MIN " A "
           MOVE GAME-OUTCOME         TO GR-RESULTADO
           MOVE REJECTED-INPUT-COUNT TO GR-RECHAZADOS
           MOVE HARD-MODE-FLAG       TO GR-MODO
           MOVE PAR-VERSION          TO GR-VERSION-REGLAS
           WRITE GAME-RESULTS-RECORD
           ADD 1 TO GRABADOS-GR.

