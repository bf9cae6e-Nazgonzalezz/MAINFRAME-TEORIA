      * largo distinto de la longitud configurada y digitos repetidos
      * en modo normal; una configuracion fuera de las reglas no se
      * rechaza, se sanea al defecto con aviso, igual que hace LOTE.
      * Modifications:
      *   10/2026 - Reglas con fecha efectiva: la critica pide a PARAM0
      *             la version vigente hoy, la misma con que LOTE va a
      *             jugar esa noche.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITICA.
      * PARAM0, las mismas contra las que LOTE va a jugar; sin reglas
      * validas no hay critica.
       0900-LEER-PARAMETROS.
           SET PAR-FN-VIGENTE TO TRUE
           MOVE 0 TO PAR-FECHA-REGLA
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF NOT PAR-OK
               DISPLAY "NO SE PUDIERON LEER LAS REGLAS DE LA CASA"
