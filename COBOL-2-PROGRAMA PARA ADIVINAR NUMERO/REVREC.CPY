      *****************************************************************
      * REVISION-RECORD de la cola de revision de resultados
      * sospechosos (archivo REVISION): una fila por cada marca que el
      * control nocturno SOSPECHA le pone a un resultado de
      * TORNEORESULT (origen T), de LEADERBOARD (origen L) o de un
      * resumen de GAMERESULTS (origen G, el modo lote, que no tiene
      * codigo de jugador), con el motivo y su explicacion. La fila
      * nace retenida; el supervisor la libera o la anula con REVISA.
      * PUNTOS no acredita un resultado de torneo mientras tenga
      * alguna marca retenida o anulada, y deja en RV-POSTEO lo que
      * hizo con el, para que la marcha atras no revierta lo que nunca
      * sumo y para acreditar despues los que el supervisor libero.
      * Compartido entre los tres programas, mismo criterio que
      * TEMPREC.CPY: el lector no puede desfasarse del grabador.
      *****************************************************************
       01  REVISION-RECORD.
           05 RV-ORIGEN           PIC X.
              88 RV-ORIGEN-TORNEO VALUE "T".
              88 RV-ORIGEN-LEADER VALUE "L".
              88 RV-ORIGEN-LOTE   VALUE "G".
           05 FILLER              PIC X VALUE SPACE.
           05 RV-GAME-ID          PIC 9(16).
           05 FILLER              PIC X VALUE SPACE.
      * Numero de orden del jugador dentro del torneo (TR-JUGADOR);
      * cero para las filas de LEADERBOARD y GAMERESULTS.
           05 RV-TR-JUGADOR       PIC 99.
           05 FILLER              PIC X VALUE SPACE.
           05 RV-JUGADOR          PIC X(4).
           05 FILLER              PIC X VALUE SPACE.
           05 RV-FECHA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RV-MOTIVO           PIC X.
              88 RV-MOTIVO-PRECOZ  VALUE "P".
              88 RV-MOTIVO-TASA    VALUE "T".
              88 RV-MOTIVO-SECRETO VALUE "S".
           05 FILLER              PIC X VALUE SPACE.
           05 RV-DETALLE          PIC X(50).
           05 FILLER              PIC X VALUE SPACE.
           05 RV-ESTADO           PIC X.
              88 RV-RETENIDA      VALUE "R".
              88 RV-LIBERADA      VALUE "L".
              88 RV-ANULADA       VALUE "A".
           05 FILLER              PIC X VALUE SPACE.
           05 RV-SUPERVISOR       PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RV-FECHA-RESOLUCION PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      * Lo que hizo PUNTOS con el resultado: blanco si lo acredito
      * normalmente (o todavia no corrio), O si lo omitio al aplicar
      * su fecha por estar retenido o anulado, D si lo acredito en
      * una corrida posterior despues de que el supervisor lo libero.
           05 RV-POSTEO           PIC X.
              88 RV-POSTEO-NORMAL   VALUE SPACE.
              88 RV-POSTEO-OMITIDO  VALUE "O".
              88 RV-POSTEO-DIFERIDO VALUE "D".
