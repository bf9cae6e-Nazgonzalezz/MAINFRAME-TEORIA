      *             (TEMPREC.CPY) con el extracto por jugador INFJUG,
      *             mismo criterio que LEADREC.CPY: el lector no puede
      *             desfasarse del grabador.
      *   10/2026 - Resultados en revision: un resultado de torneo con
      *             alguna marca retenida o anulada en la cola REVISION
      *             (control nocturno SOSPECHA, supervisor REVISA) no
      *             suma; se informa en POSICIONES y queda anotado en
      *             la cola como omitido. Cuando el supervisor lo
      *             libera, la siguiente corrida que aplica una fecha
      *             lo acredita (posteo diferido). La marcha atras no
      *             revierte lo que se omitio.
      *   10/2026 - Llaves por eliminacion: las filas de TORNEORESULT
      *             de las series de una llave (TR-TORNEO-ID con el id
      *             de una llave del archivo TORNEOLLAVE) ya no suman
      *             serie por serie. Cada llave terminada acredita a
      *             su campo por el puesto final en el evento (16
      *             menos el puesto, minimo 1; el campeon suma un
      *             ganado) en la fecha de la final, con la misma
      *             retencion por la cola de revision, sobre las filas
      *             de todas las series que jugo cada inscripto.
      *   10/2026 - Temporadas cerradas: el historial TEMPHIST que
      *             graba el cierre CIERRE guarda el corte de fechas
      *             de cada temporada cerrada. Ninguna fecha hasta el
      *             ultimo corte se aplica, reprocesa ni revierte, en
      *             ningun modo; y si un cierre quedo a medias (sin
      *             el pase) la corrida no arranca hasta completarlo.
      *             Un resultado liberado de la cola cuya fecha (o la
      *             de la final de su llave) es de una temporada ya
      *             cerrada tampoco se acredita en la nueva: se lista
      *             en POSICIONES y su marca queda como estaba.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTOS.
           SELECT CONTROL-PUNTOS ASSIGN TO "PUNTOSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
           SELECT REVISION-RESULTADOS ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT HISTORIAL-TEMPORADAS ASSIGN TO "TEMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONTROL-PUNTOS-RECORD.
           05 CP-FECHA            PIC 9(8).

       FD  REVISION-RESULTADOS.
       COPY REVREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       FD  HISTORIAL-TEMPORADAS.
       COPY TEMPHREC.

       WORKING-STORAGE SECTION.
       77  WS-TR-STATUS           PIC XX.
       77  WS-TM-STATUS           PIC XX.
       77  WS-IP-STATUS           PIC XX.
       77  WS-CP-STATUS           PIC XX.
       77  WS-RV-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-TH-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
       01  FECHAS-TABLA.
           05 FECHA-APLICADA OCCURS 200 TIMES PIC 9(8).

      * Temporadas cerradas segun TEMPHIST: el corte mas alto y un
      * cierre que quedo sin su pase (fila C sin la R siguiente).
       77  ULTIMO-CORTE           PIC 9(8)  VALUE 0.
       77  CIERRE-PENDIENTE       PIC X(8)  VALUE SPACES.

       77  CANT-JUGADORES         PIC 9(3)  COMP VALUE 0.
       77  JUG-IDX                PIC 9(3)  COMP.
       77  JUG-IDX2               PIC 9(3)  COMP.
              10 TT-GANADOS       PIC 9(3).
              10 TT-LISTADO       PIC X.

      * Cola de revision de resultados sospechosos: entra entera y se
      * reescribe si cambia lo anotado en RV-POSTEO. De cada fila se
      * guarda el registro completo y, aparte, lo que PUNTOS consulta.
       77  CANT-REVISION          PIC 9(4)  COMP VALUE 0.
       77  REV-IDX                PIC 9(4)  COMP.
       01  REVISION-TABLA.
           05 REVISION-ENTRADA OCCURS 1000 TIMES.
              10 RT-REGISTRO      PIC X(110).
              10 RT-ORIGEN        PIC X.
              10 RT-GAME-ID       PIC 9(16).
              10 RT-TR-JUGADOR    PIC 99.
              10 RT-ESTADO        PIC X.
              10 RT-POSTEO        PIC X.

       01  REVISION-CAMBIO-SW     PIC X     VALUE 'N'.
           88 REVISION-CAMBIADA   VALUE 'S'.

      * Situacion de la fila de TORNEORESULT en examen en la cola.
       77  MARCAS-FILA            PIC 9(3)  COMP.
       01  RETENIDA-SW            PIC X     VALUE 'N'.
           88 FILA-RETENIDA       VALUE 'S'.
           88 FILA-NO-RETENIDA    VALUE 'N'.
       01  OMITIDA-SW             PIC X     VALUE 'N'.
           88 FILA-OMITIDA        VALUE 'S'.
           88 FILA-NO-OMITIDA     VALUE 'N'.
       77  POSTEO-NUEVO           PIC X.

      * Resultados que la corrida no acredito (R retenido, O omitido
      * en la marcha atras, C liberado pero de una temporada cerrada)
      * o acredito tarde (D diferido), para listarlos al pie de
      * POSICIONES.
       77  CANT-LISTA-REV         PIC 9(3)  COMP VALUE 0.
       77  LISTA-IDX              PIC 9(3)  COMP.
       01  LISTA-REV-TABLA.
           05 LISTA-REV-ENTRADA OCCURS 100 TIMES.
              10 LR-TIPO          PIC X.
              10 LR-GAME-ID       PIC 9(16).
              10 LR-TR-JUGADOR    PIC 99.
              10 LR-JUGADOR       PIC X(4).
       77  TIPO-LISTA             PIC X.
       77  RETENIDOS-TR           PIC 9(5)  VALUE 0.
       77  DIFERIDOS-TR           PIC 9(5)  VALUE 0.
       77  OMITIDOS-TR            PIC 9(5)  VALUE 0.
       77  CERRADOS-TR            PIC 9(5)  VALUE 0.
       77  GRABADOS-RV            PIC 9(5)  VALUE 0.

      * Llaves por eliminacion: de cada evento, id, estado y fecha de
      * la final; de las llaves terminadas, ademas, el campo con su
      * puesto final y las series con su game id y roster, para
      * buscar en la cola de revision los resultados de cada
      * inscripto (su numero de orden en la serie es TR-JUGADOR).
       77  CANT-LLAVES            PIC 9(3)  COMP VALUE 0.
       77  LLAVE-IDX              PIC 9(3)  COMP.
       77  LLAVE-BUSCADA          PIC X(8).
       01  LLAVES-TABLA.
           05 LLAVE-EVENTO OCCURS 200 TIMES.
              10 LE-LLAVE-ID      PIC X(8).
              10 LE-ESTADO        PIC X.
              10 LE-FECHA-FINAL   PIC 9(8).
       77  CANT-INSCRIPTOS        PIC 9(4)  COMP VALUE 0.
       77  INSC-IDX               PIC 9(4)  COMP.
       01  INSCRIPTOS-TABLA.
           05 INSCRIPTO-LLAVE OCCURS 2000 TIMES.
              10 LI-LLAVE-IDX     PIC 9(3)  COMP.
              10 LI-JUGADOR-COD   PIC X(4).
              10 LI-PUESTO-FINAL  PIC 99.
       77  CANT-SERIES            PIC 9(4)  COMP VALUE 0.
       77  SERIE-IDX              PIC 9(4)  COMP.
       77  PART-IDX               PIC 99    COMP.
       01  SERIES-TABLA.
           05 SERIE-LLAVE OCCURS 2000 TIMES.
              10 LS-LLAVE-IDX     PIC 9(3)  COMP.
              10 LS-GAME-ID       PIC 9(16).
              10 LS-CANT          PIC 9.
              10 LS-JUGADOR-COD OCCURS 8 TIMES PIC X(4).
       77  LEIDOS-LL              PIC 9(5)  VALUE 0.
       77  SERIES-LLAVE-TR        PIC 9(5)  VALUE 0.
       77  INSCRIPTOS-ACRED       PIC 9(5)  VALUE 0.

      * Recorrido de las marcas de un inscripto en la cola: C cuenta
      * (y guarda la primera para el listado), A anota POSTEO-NUEVO.
       77  ACCION-MARCA           PIC X.
       77  MARCA-GAME-ID          PIC 9(16).
       77  MARCA-ORDEN            PIC 99.

       77  JUGADOR-BUSCADO        PIC X(4).
       77  RESULTADO-FILA         PIC X(6).
       77  PUNTOS-FILA            PIC S9(5) COMP VALUE 0.
       77  LEIDOS-TR              PIC 9(5)  VALUE 0.
       77  APLICADOS-TR           PIC 9(5)  VALUE 0.
              "RESULTADOS SIN CODIGO DE JUGADOR:       ".
           05 LA-CANTIDAD         PIC ZZZZ9.

       01  LINEA-AVISO-REVISION.
           05 AR-TITULO           PIC X(40).
           05 AR-CANTIDAD         PIC ZZZZ9.

       01  LINEA-REVISION.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 LV-GAME-ID          PIC 9(16).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "ORDEN ".
           05 LV-TR-JUGADOR       PIC Z9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(8)  VALUE "JUGADOR ".
           05 LV-JUGADOR          PIC X(4).

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1100-CARGAR-TEMPORADA
           PERFORM 1200-CARGAR-REVISION
           PERFORM 1300-CARGAR-LLAVES
           PERFORM 2000-PROCESAR-RESULTADOS
           PERFORM 2300-PROCESAR-LLAVES
           PERFORM 3000-REESCRIBIR-TEMPORADA
           PERFORM 3200-REESCRIBIR-REVISION
           PERFORM 3500-ACTUALIZAR-CONTROL
           PERFORM 4000-IMPRIMIR-RANKING
           DISPLAY "RESULTADOS LEIDOS: " LEIDOS-TR
      * aplicar dos veces la misma fecha acredita doble, y revertir
      * una fecha nunca aplicada rompe el maestro para el otro lado.
       1050-CONTROLAR-FECHA.
           PERFORM 1070-CARGAR-CIERRES
           IF CIERRE-PENDIENTE NOT = SPACES
               DISPLAY "EL CIERRE DE LA TEMPORADA " CIERRE-PENDIENTE
                   " QUEDO A MEDIAS"
               DISPLAY "RELANCE CIERRE CON ESE ID ANTES DE PROCESAR"
               PERFORM 9900-ABORTAR
           END-IF
           IF FECHA-PROCESO <= ULTIMO-CORTE
               DISPLAY "LA FECHA " FECHA-PROCESO
                   " ES DE UNA TEMPORADA CERRADA (CORTE "
                   ULTIMO-CORTE ")"
               DISPLAY "NO SE APLICA NI SE REVIERTE"
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM 1060-CARGAR-CONTROL
           EVALUATE TRUE
               WHEN MODO-APLICAR

      *-----------------------------------------------------------------

      * Sin historial no hay temporadas cerradas. Los cierres se graban
      * en orden, asi que una fila R cierra la C que la precede.
       1070-CARGAR-CIERRES.
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
                           MOVE TH-TEMPORADA-ID TO CIERRE-PENDIENTE
                           IF TH-C-FECHA-HASTA > ULTIMO-CORTE
                               MOVE TH-C-FECHA-HASTA TO ULTIMO-CORTE
                           END-IF
                       END-IF
                       IF TH-TIPO-PASE
                           AND TH-TEMPORADA-ID = CIERRE-PENDIENTE
                           MOVE SPACES TO CIERRE-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TH-STATUS = "00" OR WS-TH-STATUS = "10"
               CLOSE HISTORIAL-TEMPORADAS
           END-IF
           SET HAY-REGISTROS TO TRUE.

      *-----------------------------------------------------------------

      * El maestro de temporada entra entero a la tabla; si todavia no
      * existe (primera fecha de la temporada) se arranca de cero.
       1100-CARGAR-TEMPORADA.
               CLOSE TEMPORADA-MASTER
           END-IF.

      *-----------------------------------------------------------------

      * Sin cola de revision (todavia no corrio SOSPECHA) no hay nada
      * retenido y todo suma como siempre.
       1200-CARGAR-REVISION.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT REVISION-RESULTADOS
           IF WS-RV-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ REVISION-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-REVISION < 1000
                           ADD 1 TO CANT-REVISION
                           MOVE REVISION-RECORD
                               TO RT-REGISTRO(CANT-REVISION)
                           MOVE RV-ORIGEN
                               TO RT-ORIGEN(CANT-REVISION)
                           MOVE RV-GAME-ID
                               TO RT-GAME-ID(CANT-REVISION)
                           MOVE RV-TR-JUGADOR
                               TO RT-TR-JUGADOR(CANT-REVISION)
                           MOVE RV-ESTADO
                               TO RT-ESTADO(CANT-REVISION)
                           MOVE RV-POSTEO
                               TO RT-POSTEO(CANT-REVISION)
                       ELSE
                           DISPLAY "TABLA DE REVISION LLENA (1000)"
                           DISPLAY "DEPURE REVISION"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RV-STATUS = "00" OR WS-RV-STATUS = "10"
               CLOSE REVISION-RESULTADOS
           END-IF
           SET HAY-REGISTROS TO TRUE.

      *-----------------------------------------------------------------

      * Las llaves por eliminacion entran enteras a las tablas; sin el
      * archivo (nunca se registro una llave) no hay nada que separar
      * y todo TORNEORESULT suma fila por fila como siempre. Del campo
      * y las series solo interesan las llaves ya terminadas; las
      * series sin game id (pase directo) no tienen resultados.
       1300-CARGAR-LLAVES.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LLAVE-TORNEO
           IF WS-LL-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LLAVE-TORNEO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-LL
                       EVALUATE TRUE
                           WHEN LL-TIPO-EVENTO
                               PERFORM 1320-CARGAR-EVENTO
                           WHEN LL-TIPO-INSCRIPTO
                               PERFORM 1330-CARGAR-INSCRIPTO
                           WHEN LL-TIPO-SERIE
                               PERFORM 1340-CARGAR-SERIE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF
           SET HAY-REGISTROS TO TRUE.

      *-----------------------------------------------------------------

      * Deja en LLAVE-IDX la llave LLAVE-BUSCADA, o cero si no esta.
       1310-BUSCAR-LLAVE.
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVES
               OR LE-LLAVE-ID(LLAVE-IDX) = LLAVE-BUSCADA
               ADD 1 TO LLAVE-IDX
           END-PERFORM
           IF LLAVE-IDX > CANT-LLAVES
               MOVE 0 TO LLAVE-IDX
           END-IF.

      *-----------------------------------------------------------------

       1320-CARGAR-EVENTO.
           IF CANT-LLAVES < 200
               ADD 1 TO CANT-LLAVES
               MOVE LL-LLAVE-ID    TO LE-LLAVE-ID(CANT-LLAVES)
               MOVE LL-ESTADO      TO LE-ESTADO(CANT-LLAVES)
               MOVE LL-FECHA-FINAL TO LE-FECHA-FINAL(CANT-LLAVES)
           ELSE
               DISPLAY "TABLA DE LLAVES LLENA (200)"
               DISPLAY "DEPURE TORNEOLLAVE"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1330-CARGAR-INSCRIPTO.
           MOVE LL-LLAVE-ID TO LLAVE-BUSCADA
           PERFORM 1310-BUSCAR-LLAVE
           IF LLAVE-IDX > 0
               IF LE-ESTADO(LLAVE-IDX) = "F"
                   AND LL-I-PUESTO-FINAL > 0
                   IF CANT-INSCRIPTOS < 2000
                       ADD 1 TO CANT-INSCRIPTOS
                       MOVE LLAVE-IDX
                           TO LI-LLAVE-IDX(CANT-INSCRIPTOS)
                       MOVE LL-I-JUGADOR-COD
                           TO LI-JUGADOR-COD(CANT-INSCRIPTOS)
                       MOVE LL-I-PUESTO-FINAL
                           TO LI-PUESTO-FINAL(CANT-INSCRIPTOS)
                   ELSE
                       DISPLAY "TABLA DE INSCRIPTOS LLENA (2000)"
                       DISPLAY "DEPURE TORNEOLLAVE"
                       PERFORM 9900-ABORTAR
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1340-CARGAR-SERIE.
           MOVE LL-LLAVE-ID TO LLAVE-BUSCADA
           PERFORM 1310-BUSCAR-LLAVE
           IF LLAVE-IDX > 0
               IF LE-ESTADO(LLAVE-IDX) = "F"
                   AND LL-S-GAME-ID > 0
                   IF CANT-SERIES < 2000
                       ADD 1 TO CANT-SERIES
                       MOVE LLAVE-IDX    TO LS-LLAVE-IDX(CANT-SERIES)
                       MOVE LL-S-GAME-ID TO LS-GAME-ID(CANT-SERIES)
                       MOVE LL-S-CANT    TO LS-CANT(CANT-SERIES)
                       MOVE 1 TO PART-IDX
                       PERFORM UNTIL PART-IDX > 8
                           MOVE LL-S-JUGADOR-COD(PART-IDX)
                               TO LS-JUGADOR-COD(CANT-SERIES, PART-IDX)
                           ADD 1 TO PART-IDX
                       END-PERFORM
                   ELSE
                       DISPLAY "TABLA DE SERIES LLENA (2000)"
                       DISPLAY "DEPURE TORNEOLLAVE"
                       PERFORM 9900-ABORTAR
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-PROCESAR-RESULTADOS.
                   NOT AT END
                       ADD 1 TO LEIDOS-TR
                       MOVE TR-GAME-ID(1:8) TO FECHA-GAME-ID
                       PERFORM 2040-BUSCAR-LLAVE-FILA
                       IF LLAVE-IDX > 0
                           IF FECHA-GAME-ID = FECHA-PROCESO
                               ADD 1 TO SERIES-LLAVE-TR
                           END-IF
                       ELSE
                           PERFORM 2050-CONTROLAR-REVISION
                           IF FECHA-GAME-ID = FECHA-PROCESO
                               PERFORM 2060-APLICAR-FECHA
                           ELSE
                               PERFORM 2070-APLICAR-DIFERIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *-----------------------------------------------------------------

      * Deja en LLAVE-IDX la llave a la que pertenece la fila leida, o
      * cero si es de un torneo comun.
       2040-BUSCAR-LLAVE-FILA.
           MOVE 0 TO LLAVE-IDX
           IF TR-TORNEO-ID NOT = SPACES
               MOVE TR-TORNEO-ID TO LLAVE-BUSCADA
               PERFORM 1310-BUSCAR-LLAVE
           END-IF.

      *-----------------------------------------------------------------

      * Busca en la cola las marcas de la fila de TORNEORESULT leida:
      * retenida si alguna sigue retenida o fue anulada, omitida si
      * PUNTOS ya la salteo al aplicar su fecha.
       2050-CONTROLAR-REVISION.
           MOVE 0 TO MARCAS-FILA
           SET FILA-NO-RETENIDA TO TRUE
           SET FILA-NO-OMITIDA TO TRUE
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > CANT-REVISION
               IF RT-ORIGEN(REV-IDX) = "T"
                   AND RT-GAME-ID(REV-IDX) = TR-GAME-ID
                   AND RT-TR-JUGADOR(REV-IDX) = TR-JUGADOR
                   ADD 1 TO MARCAS-FILA
                   IF RT-ESTADO(REV-IDX) NOT = "L"
                       SET FILA-RETENIDA TO TRUE
                   END-IF
                   IF RT-POSTEO(REV-IDX) = "O"
                       SET FILA-OMITIDA TO TRUE
                   END-IF
               END-IF
               ADD 1 TO REV-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Fila de la fecha procesada. Al aplicar, una fila retenida no
      * suma y queda omitida; en la marcha atras, una fila omitida no
      * se revierte porque nunca sumo. Lo que si se acredita o se
      * revierte queda con el posteo normal.
       2060-APLICAR-FECHA.
           EVALUATE TRUE
               WHEN MODO-BACKOUT AND FILA-OMITIDA
                   ADD 1 TO OMITIDOS-TR
                   MOVE "O" TO TIPO-LISTA
                   PERFORM 2080-LISTAR-FILA
                   MOVE SPACE TO POSTEO-NUEVO
                   PERFORM 2090-ANOTAR-POSTEO
               WHEN NOT MODO-BACKOUT AND FILA-RETENIDA
                   ADD 1 TO RETENIDOS-TR
                   MOVE "R" TO TIPO-LISTA
                   PERFORM 2080-LISTAR-FILA
                   MOVE "O" TO POSTEO-NUEVO
                   PERFORM 2090-ANOTAR-POSTEO
               WHEN OTHER
                   PERFORM 2100-APLICAR-PUNTOS
                   IF MARCAS-FILA > 0
                       MOVE SPACE TO POSTEO-NUEVO
                       PERFORM 2090-ANOTAR-POSTEO
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Fila de otra fecha: si se omitio cuando se aplico su fecha y
      * el supervisor ya libero todas sus marcas, se acredita ahora;
      * salvo que su fecha sea de una temporada ya cerrada, que no
      * recibe mas puntos: se lista y la marca queda omitida.
       2070-APLICAR-DIFERIDO.
           IF NOT MODO-BACKOUT AND MARCAS-FILA > 0
               AND FILA-OMITIDA AND FILA-NO-RETENIDA
               IF FECHA-GAME-ID <= ULTIMO-CORTE
                   ADD 1 TO CERRADOS-TR
                   MOVE "C" TO TIPO-LISTA
                   PERFORM 2080-LISTAR-FILA
               ELSE
                   PERFORM 2100-APLICAR-PUNTOS
                   ADD 1 TO DIFERIDOS-TR
                   MOVE "D" TO TIPO-LISTA
                   PERFORM 2080-LISTAR-FILA
                   MOVE "D" TO POSTEO-NUEVO
                   PERFORM 2090-ANOTAR-POSTEO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Anota la fila para el pie de POSICIONES con el tipo que el
      * llamador dejo en TIPO-LISTA; pasadas las 100 solo se cuentan.
       2080-LISTAR-FILA.
           IF CANT-LISTA-REV < 100
               ADD 1 TO CANT-LISTA-REV
               MOVE TIPO-LISTA     TO LR-TIPO(CANT-LISTA-REV)
               MOVE TR-GAME-ID     TO LR-GAME-ID(CANT-LISTA-REV)
               MOVE TR-JUGADOR     TO LR-TR-JUGADOR(CANT-LISTA-REV)
               MOVE TR-JUGADOR-COD TO LR-JUGADOR(CANT-LISTA-REV)
           END-IF.

      *-----------------------------------------------------------------

      * Deja POSTEO-NUEVO en todas las marcas de la fila leida.
       2090-ANOTAR-POSTEO.
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > CANT-REVISION
               IF RT-ORIGEN(REV-IDX) = "T"
                   AND RT-GAME-ID(REV-IDX) = TR-GAME-ID
                   AND RT-TR-JUGADOR(REV-IDX) = TR-JUGADOR
                   AND RT-POSTEO(REV-IDX) NOT = POSTEO-NUEVO
                   MOVE POSTEO-NUEVO TO RT-POSTEO(REV-IDX)
                   SET REVISION-CAMBIADA TO TRUE
               END-IF
               ADD 1 TO REV-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * GANO vale mas cuanto menos intentos uso (16 menos intentos,
      * nunca menos de 1); AGOTO suma de consuelo los puntos correctos
      * que dejo el ultimo intento. Los resultados anteriores al alta
               ADD 1 TO SIN-CODIGO-TR
           ELSE
               ADD 1 TO APLICADOS-TR
               MOVE TR-RESULTADO   TO RESULTADO-FILA
               MOVE TR-JUGADOR-COD TO JUGADOR-BUSCADO
               IF TR-RESULTADO = "GANO"
                   COMPUTE PUNTOS-FILA = 16 - TR-INTENTOS
                   IF PUNTOS-FILA < 1
           IF TT-TORNEOS(JUG-IDX) > 0
               SUBTRACT 1 FROM TT-TORNEOS(JUG-IDX)
           END-IF
           IF RESULTADO-FILA = "GANO" AND TT-GANADOS(JUG-IDX) > 0
               SUBTRACT 1 FROM TT-GANADOS(JUG-IDX)
           END-IF.

      *-----------------------------------------------------------------

      * Deja en JUG-IDX la entrada del jugador JUGADOR-BUSCADO, dandola
      * de alta en la tabla si es la primera vez que aparece en la
      * temporada.
       2200-BUSCAR-JUGADOR.
           MOVE 1 TO JUG-IDX
           PERFORM UNTIL JUG-IDX > CANT-JUGADORES
               OR TT-JUGADOR-COD(JUG-IDX) = JUGADOR-BUSCADO
               ADD 1 TO JUG-IDX
           END-PERFORM
           IF JUG-IDX > CANT-JUGADORES
               IF CANT-JUGADORES < 100
                   ADD 1 TO CANT-JUGADORES
                   MOVE JUGADOR-BUSCADO
                       TO TT-JUGADOR-COD(CANT-JUGADORES)
                   MOVE 0 TO TT-PUNTOS(CANT-JUGADORES)
                   MOVE 0 TO TT-TORNEOS(CANT-JUGADORES)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Cada inscripto de una llave terminada se acredita una sola vez
      * por su puesto final, con la fecha de la final: aplicar o
      * revertir esa fecha lo acredita o lo revierte, con el mismo
      * criterio de la cola de revision que una fila de torneo comun
      * pero sobre las filas de todas las series que jugo. Una llave
      * de otra fecha solo se mira por si se libero algo omitido.
       2300-PROCESAR-LLAVES.
           MOVE 1 TO INSC-IDX
           PERFORM UNTIL INSC-IDX > CANT-INSCRIPTOS
               MOVE LI-LLAVE-IDX(INSC-IDX) TO LLAVE-IDX
               MOVE "C" TO ACCION-MARCA
               PERFORM 2310-CONTROLAR-INSCRIPTO
               IF LE-FECHA-FINAL(LLAVE-IDX) = FECHA-PROCESO
                   PERFORM 2320-APLICAR-INSCRIPTO
               ELSE
                   PERFORM 2330-APLICAR-INSCRIPTO-DIFERIDO
               END-IF
               ADD 1 TO INSC-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Recorre las series de la llave en que jugo el inscripto y, en
      * cada una, sus marcas en la cola (su numero de orden en la
      * serie es el TR-JUGADOR de la fila). Con ACCION-MARCA C cuenta
      * como 2050 y guarda la primera marca para el listado; con A
      * deja POSTEO-NUEVO en todas, como 2090.
       2310-CONTROLAR-INSCRIPTO.
           IF ACCION-MARCA = "C"
               MOVE 0 TO MARCAS-FILA
               MOVE 0 TO MARCA-GAME-ID
               MOVE 0 TO MARCA-ORDEN
               SET FILA-NO-RETENIDA TO TRUE
               SET FILA-NO-OMITIDA TO TRUE
           END-IF
           MOVE 1 TO SERIE-IDX
           PERFORM UNTIL SERIE-IDX > CANT-SERIES
               IF LS-LLAVE-IDX(SERIE-IDX) = LLAVE-IDX
                   MOVE 1 TO PART-IDX
                   PERFORM UNTIL PART-IDX > LS-CANT(SERIE-IDX)
                       IF LS-JUGADOR-COD(SERIE-IDX, PART-IDX)
                           = LI-JUGADOR-COD(INSC-IDX)
                           PERFORM 2315-MARCAS-SERIE
                       END-IF
                       ADD 1 TO PART-IDX
                   END-PERFORM
               END-IF
               ADD 1 TO SERIE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       2315-MARCAS-SERIE.
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > CANT-REVISION
               IF RT-ORIGEN(REV-IDX) = "T"
                   AND RT-GAME-ID(REV-IDX) = LS-GAME-ID(SERIE-IDX)
                   AND RT-TR-JUGADOR(REV-IDX) = PART-IDX
                   IF ACCION-MARCA = "C"
                       ADD 1 TO MARCAS-FILA
                       IF MARCA-GAME-ID = 0
                           MOVE LS-GAME-ID(SERIE-IDX) TO MARCA-GAME-ID
                           MOVE PART-IDX TO MARCA-ORDEN
                       END-IF
                       IF RT-ESTADO(REV-IDX) NOT = "L"
                           SET FILA-RETENIDA TO TRUE
                       END-IF
                       IF RT-POSTEO(REV-IDX) = "O"
                           SET FILA-OMITIDA TO TRUE
                       END-IF
                   ELSE
                       IF RT-POSTEO(REV-IDX) NOT = POSTEO-NUEVO
                           MOVE POSTEO-NUEVO TO RT-POSTEO(REV-IDX)
                           SET REVISION-CAMBIADA TO TRUE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO REV-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Inscripto de una llave cuya final es la fecha procesada: mismo
      * criterio que 2060.
       2320-APLICAR-INSCRIPTO.
           EVALUATE TRUE
               WHEN MODO-BACKOUT AND FILA-OMITIDA
                   ADD 1 TO OMITIDOS-TR
                   MOVE "O" TO TIPO-LISTA
                   PERFORM 2380-LISTAR-INSCRIPTO
                   MOVE SPACE TO POSTEO-NUEVO
                   MOVE "A" TO ACCION-MARCA
                   PERFORM 2310-CONTROLAR-INSCRIPTO
               WHEN NOT MODO-BACKOUT AND FILA-RETENIDA
                   ADD 1 TO RETENIDOS-TR
                   MOVE "R" TO TIPO-LISTA
                   PERFORM 2380-LISTAR-INSCRIPTO
                   MOVE "O" TO POSTEO-NUEVO
                   MOVE "A" TO ACCION-MARCA
                   PERFORM 2310-CONTROLAR-INSCRIPTO
               WHEN OTHER
                   PERFORM 2340-ACREDITAR-PUESTO
                   IF MARCAS-FILA > 0
                       MOVE SPACE TO POSTEO-NUEVO
                       MOVE "A" TO ACCION-MARCA
                       PERFORM 2310-CONTROLAR-INSCRIPTO
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Inscripto de una llave de otra fecha: mismo criterio que 2070,
      * con la fecha de la final de la llave.
       2330-APLICAR-INSCRIPTO-DIFERIDO.
           IF NOT MODO-BACKOUT AND MARCAS-FILA > 0
               AND FILA-OMITIDA AND FILA-NO-RETENIDA
               IF LE-FECHA-FINAL(LLAVE-IDX) <= ULTIMO-CORTE
                   ADD 1 TO CERRADOS-TR
                   MOVE "C" TO TIPO-LISTA
                   PERFORM 2380-LISTAR-INSCRIPTO
               ELSE
                   PERFORM 2340-ACREDITAR-PUESTO
                   ADD 1 TO DIFERIDOS-TR
                   MOVE "D" TO TIPO-LISTA
                   PERFORM 2380-LISTAR-INSCRIPTO
                   MOVE "D" TO POSTEO-NUEVO
                   MOVE "A" TO ACCION-MARCA
                   PERFORM 2310-CONTROLAR-INSCRIPTO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * El puesto final en la llave vale 16 menos el puesto, nunca
      * menos de 1, y cuenta como un torneo jugado; el campeon suma
      * ademas un ganado.
       2340-ACREDITAR-PUESTO.
           ADD 1 TO INSCRIPTOS-ACRED
           COMPUTE PUNTOS-FILA = 16 - LI-PUESTO-FINAL(INSC-IDX)
           IF PUNTOS-FILA < 1
               MOVE 1 TO PUNTOS-FILA
           END-IF
           IF LI-PUESTO-FINAL(INSC-IDX) = 1
               MOVE "GANO" TO RESULTADO-FILA
           ELSE
               MOVE SPACES TO RESULTADO-FILA
           END-IF
           MOVE LI-JUGADOR-COD(INSC-IDX) TO JUGADOR-BUSCADO
           PERFORM 2200-BUSCAR-JUGADOR
           IF MODO-BACKOUT
               PERFORM 2150-REVERTIR-PUNTOS
           ELSE
               ADD PUNTOS-FILA TO TT-PUNTOS(JUG-IDX)
               ADD 1           TO TT-TORNEOS(JUG-IDX)
               IF RESULTADO-FILA = "GANO"
                   ADD 1 TO TT-GANADOS(JUG-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Como 2080, con la primera marca del inscripto en la cola.
       2380-LISTAR-INSCRIPTO.
           IF CANT-LISTA-REV < 100
               ADD 1 TO CANT-LISTA-REV
               MOVE TIPO-LISTA    TO LR-TIPO(CANT-LISTA-REV)
               MOVE MARCA-GAME-ID TO LR-GAME-ID(CANT-LISTA-REV)
               MOVE MARCA-ORDEN   TO LR-TR-JUGADOR(CANT-LISTA-REV)
               MOVE LI-JUGADOR-COD(INSC-IDX)
                   TO LR-JUGADOR(CANT-LISTA-REV)
           END-IF.

      *-----------------------------------------------------------------

       3000-REESCRIBIR-TEMPORADA.

      *-----------------------------------------------------------------

      * La cola se reescribe despues del maestro y antes del control,
      * solo si la corrida cambio lo anotado en alguna marca.
       3200-REESCRIBIR-REVISION.
           IF REVISION-CAMBIADA
               OPEN OUTPUT REVISION-RESULTADOS
               IF WS-RV-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO GRABAR REVISION: " WS-RV-STATUS
                   DISPLAY "OJO: LAS MARCAS DE POSTEO QUEDARON "
                       "DESACTUALIZADAS"
               ELSE
                   MOVE 1 TO REV-IDX
                   PERFORM UNTIL REV-IDX > CANT-REVISION
                       MOVE RT-REGISTRO(REV-IDX) TO REVISION-RECORD
                       MOVE RT-POSTEO(REV-IDX)   TO RV-POSTEO
                       WRITE REVISION-RECORD
                       ADD 1 TO GRABADOS-RV
                       ADD 1 TO REV-IDX
                   END-PERFORM
                   CLOSE REVISION-RESULTADOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * El control se actualiza recien despues de grabar el maestro:
      * aplicar/reprocesar agrega la fecha (si no estaba), la marcha
      * atras la quita; el archivo se reescribe entero con la tabla.
               MOVE SIN-CODIGO-TR TO LA-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO
           END-IF
           IF SERIES-LLAVE-TR > 0
               MOVE "FILAS DE SERIES DE LLAVE (NO SUMAN):"
                   TO AR-TITULO
               MOVE SERIES-LLAVE-TR TO AR-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO-REVISION
           END-IF
           IF INSCRIPTOS-ACRED > 0
               MOVE "PUESTOS FINALES DE LLAVE PROCESADOS:"
                   TO AR-TITULO
               MOVE INSCRIPTOS-ACRED TO AR-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO-REVISION
           END-IF
           PERFORM 4200-LISTAR-REVISION
           CLOSE INFORME-POSICIONES.

      *-----------------------------------------------------------------
           MOVE TT-GANADOS(MEJOR-IDX)   TO LP-GANADOS
           WRITE LINEA-INFORME FROM LINEA-POSICION.

      *-----------------------------------------------------------------

      * Pie de POSICIONES: lo que la cola de revision cambio en esta
      * corrida, un bloque por tipo.
       4200-LISTAR-REVISION.
           IF RETENIDOS-TR > 0
               MOVE "RETENIDOS EN REVISION (NO SUMAN):"
                   TO AR-TITULO
               MOVE RETENIDOS-TR TO AR-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO-REVISION
               MOVE "R" TO TIPO-LISTA
               PERFORM 4210-LISTAR-TIPO
           END-IF
           IF DIFERIDOS-TR > 0
               MOVE "LIBERADOS Y ACREDITADOS EN ESTA CORRIDA:"
                   TO AR-TITULO
               MOVE DIFERIDOS-TR TO AR-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO-REVISION
               MOVE "D" TO TIPO-LISTA
               PERFORM 4210-LISTAR-TIPO
           END-IF
           IF OMITIDOS-TR > 0
               MOVE "OMITIDOS EN REVISION, NADA QUE REVERTIR:"
                   TO AR-TITULO
               MOVE OMITIDOS-TR TO AR-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO-REVISION
               MOVE "O" TO TIPO-LISTA
               PERFORM 4210-LISTAR-TIPO
           END-IF
           IF CERRADOS-TR > 0
               MOVE "LIBERADOS, TEMPORADA CERRADA (NO SUMAN):"
                   TO AR-TITULO
               MOVE CERRADOS-TR TO AR-CANTIDAD
               WRITE LINEA-INFORME FROM LINEA-AVISO-REVISION
               MOVE "C" TO TIPO-LISTA
               PERFORM 4210-LISTAR-TIPO
           END-IF.

      *-----------------------------------------------------------------

      * Lista las filas anotadas con el tipo TIPO-LISTA.
       4210-LISTAR-TIPO.
           MOVE 1 TO LISTA-IDX
           PERFORM UNTIL LISTA-IDX > CANT-LISTA-REV
               IF LR-TIPO(LISTA-IDX) = TIPO-LISTA
                   MOVE LR-GAME-ID(LISTA-IDX)    TO LV-GAME-ID
                   MOVE LR-TR-JUGADOR(LISTA-IDX) TO LV-TR-JUGADOR
                   MOVE LR-JUGADOR(LISTA-IDX)    TO LV-JUGADOR
                   WRITE LINEA-INFORME FROM LINEA-REVISION
               END-IF
               ADD 1 TO LISTA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           MOVE LEIDOS-TR      TO RL-LEIDOS(1)
           MOVE "TEMPORADA"    TO RL-ARCHIVO(2)
           MOVE CANT-JUGADORES TO RL-GRABADOS(2)
           MOVE "REVISION"     TO RL-ARCHIVO(3)
           MOVE CANT-REVISION  TO RL-LEIDOS(3)
           MOVE GRABADOS-RV    TO RL-GRABADOS(3)
           MOVE "TORNEOLLAVE"  TO RL-ARCHIVO(4)
           MOVE LEIDOS-LL      TO RL-LEIDOS(4)
           MOVE WS-TR-STATUS   TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-TM-STATUS   TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-RV-STATUS   TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-LL-STATUS   TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------
