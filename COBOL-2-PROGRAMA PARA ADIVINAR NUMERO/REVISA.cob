      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Mantenimiento de la cola de revision de resultados sospechosos
      * (archivo REVISION, REVREC.CPY) que graba el control nocturno
      * SOSPECHA: lista las marcas retenidas y deja que el supervisor
      * libere o anule un resultado (todas sus marcas retenidas a la
      * vez), quedando registrado quien lo resolvio y cuando. Un
      * resultado de torneo liberado lo acredita la siguiente corrida
      * de PUNTOS; uno anulado no suma nunca. La cola se reescribe
      * despues de cada resolucion. Un resultado de una serie de llave
      * por eliminacion (TORNEOLLAVE) no suma en la fecha de su game
      * id sino en la de la final de la llave, que es la que se busca
      * en PUNTOSCTL para avisar la marcha atras; el de una serie
      * cortada no suma nunca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION-RESULTADOS ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT CONTROL-PUNTOS ASSIGN TO "PUNTOSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT TORNEO-RESULTADOS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-RESULTADOS.
       COPY REVREC.

       FD  CONTROL-PUNTOS.
       01  CONTROL-PUNTOS-RECORD.
           05 CP-FECHA            PIC 9(8).

       FD  TORNEO-RESULTADOS.
       COPY TORNREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       WORKING-STORAGE SECTION.
       77  WS-RV-STATUS           PIC XX.
       77  WS-CP-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       01  OPCION                 PIC X     VALUE SPACE.
           88 OPCION-LISTAR       VALUE "L".
           88 OPCION-RESOLVER     VALUE "R".
           88 OPCION-FIN          VALUE "F".

       01  ACCION                 PIC X     VALUE SPACE.
           88 ACCION-LIBERAR      VALUE "L".
           88 ACCION-ANULAR       VALUE "A".
           88 ACCION-CANCELAR     VALUE "C".

       77  ORIGEN-PEDIDO          PIC X.
       77  GAME-ID-PEDIDO         PIC 9(16).
       77  ORDEN-PEDIDO           PIC 99.
       77  SUPERVISOR-PEDIDO      PIC X(8).

       77  CANT-REVISION          PIC 9(4)  COMP VALUE 0.
       77  REV-IDX                PIC 9(4)  COMP.
       01  REVISION-TABLA.
           05 REVISION-ENTRADA OCCURS 1000 TIMES.
              10 RT-ORIGEN        PIC X.
              10 RT-GAME-ID       PIC 9(16).
              10 RT-TR-JUGADOR    PIC 99.
              10 RT-JUGADOR       PIC X(4).
              10 RT-FECHA         PIC 9(8).
              10 RT-MOTIVO        PIC X.
              10 RT-DETALLE       PIC X(50).
              10 RT-ESTADO        PIC X.
              10 RT-SUPERVISOR    PIC X(8).
              10 RT-FECHA-RES     PIC 9(8).
              10 RT-POSTEO        PIC X.

       77  MARCAS-RESULTADO       PIC 9(3)  COMP.
       77  MARCAS-RETENIDAS       PIC 9(3)  COMP.
       77  MARCAS-LISTADAS        PIC 9(4)  COMP.
       77  FECHA-RESULTADO        PIC 9(8).
       77  TORNEO-ID-RESULTADO    PIC X(8).
       77  FECHA-FINAL-LLAVE      PIC 9(8).
       01  LLAVE-SW               PIC X     VALUE 'N'.
           88 ES-LLAVE            VALUE 'S'.
           88 NO-ES-LLAVE         VALUE 'N'.
       01  SERIE-SW               PIC X     VALUE 'N'.
           88 SERIE-JUGADA        VALUE 'S'.
           88 SERIE-CORTADA       VALUE 'N'.

       01  OMITIDO-SW             PIC X     VALUE 'N'.
           88 YA-OMITIDO          VALUE 'S'.
           88 NO-OMITIDO          VALUE 'N'.
       01  FECHA-APLICADA-SW      PIC X     VALUE 'N'.
           88 FECHA-YA-APLICADA   VALUE 'S'.
           88 FECHA-NO-APLICADA   VALUE 'N'.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 1000-CARGAR-REVISION
           PERFORM 2000-MENU UNTIL OPCION-FIN
           DISPLAY "FIN DE LA REVISION DE RESULTADOS"
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-CARGAR-REVISION.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT REVISION-RESULTADOS
           IF WS-RV-STATUS NOT = "00"
               DISPLAY "NO HAY COLA DE REVISION (REVISION AUSENTE)"
               STOP RUN
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ REVISION-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-REVISION < 1000
                           ADD 1 TO CANT-REVISION
                           PERFORM 1100-GUARDAR-MARCA
                       ELSE
                           DISPLAY "TABLA DE REVISION LLENA (1000)"
                           DISPLAY "DEPURE REVISION"
                           CLOSE REVISION-RESULTADOS
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVISION-RESULTADOS.

      *-----------------------------------------------------------------

       1100-GUARDAR-MARCA.
           MOVE RV-ORIGEN           TO RT-ORIGEN(CANT-REVISION)
           MOVE RV-GAME-ID          TO RT-GAME-ID(CANT-REVISION)
           MOVE RV-TR-JUGADOR       TO RT-TR-JUGADOR(CANT-REVISION)
           MOVE RV-JUGADOR          TO RT-JUGADOR(CANT-REVISION)
           MOVE RV-FECHA            TO RT-FECHA(CANT-REVISION)
           MOVE RV-MOTIVO           TO RT-MOTIVO(CANT-REVISION)
           MOVE RV-DETALLE          TO RT-DETALLE(CANT-REVISION)
           MOVE RV-ESTADO           TO RT-ESTADO(CANT-REVISION)
           MOVE RV-SUPERVISOR       TO RT-SUPERVISOR(CANT-REVISION)
           MOVE RV-FECHA-RESOLUCION TO RT-FECHA-RES(CANT-REVISION)
           MOVE RV-POSTEO           TO RT-POSTEO(CANT-REVISION).

      *-----------------------------------------------------------------

       2000-MENU.
           DISPLAY "***************************************************"
           DISPLAY "*      REVISION DE RESULTADOS SOSPECHOSOS         *"
           DISPLAY "***************************************************"
           DISPLAY "L=LISTAR RETENIDAS  R=RESOLVER  F=FIN"
           ACCEPT OPCION
           EVALUATE TRUE
               WHEN OPCION-LISTAR
                   PERFORM 3000-LISTAR-RETENIDAS
               WHEN OPCION-RESOLVER
                   PERFORM 4000-RESOLVER-RESULTADO
               WHEN OPCION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *-----------------------------------------------------------------

       3000-LISTAR-RETENIDAS.
           MOVE 0 TO MARCAS-LISTADAS
           DISPLAY "O GAME ID          ORD JUG  FECHA    M DETALLE"
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > CANT-REVISION
               IF RT-ESTADO(REV-IDX) = "R"
                   PERFORM 3100-MOSTRAR-MARCA
                   ADD 1 TO MARCAS-LISTADAS
               END-IF
               ADD 1 TO REV-IDX
           END-PERFORM
           IF MARCAS-LISTADAS = 0
               DISPLAY "NO HAY MARCAS RETENIDAS"
           ELSE
               DISPLAY "MARCAS RETENIDAS: " MARCAS-LISTADAS
           END-IF.

      *-----------------------------------------------------------------

       3100-MOSTRAR-MARCA.
           DISPLAY RT-ORIGEN(REV-IDX) " " RT-GAME-ID(REV-IDX) " "
               RT-TR-JUGADOR(REV-IDX) "  " RT-JUGADOR(REV-IDX) " "
               RT-FECHA(REV-IDX) " " RT-MOTIVO(REV-IDX) " "
               RT-DETALLE(REV-IDX).

      *-----------------------------------------------------------------

      * El resultado se identifica por origen, game id y, en los
      * torneos, el numero de orden del jugador. Se resuelven juntas
      * todas sus marcas retenidas: liberar una sola dejaria el
      * resultado igual de retenido.
       4000-RESOLVER-RESULTADO.
           DISPLAY "ORIGEN? T=TORNEO L=LEADERBOARD G=LOTE"
           ACCEPT ORIGEN-PEDIDO
           IF ORIGEN-PEDIDO NOT = "T" AND ORIGEN-PEDIDO NOT = "L"
               AND ORIGEN-PEDIDO NOT = "G"
               DISPLAY "ORIGEN INVALIDO"
           ELSE
               DISPLAY "GAME ID (16 DIGITOS)?"
               ACCEPT GAME-ID-PEDIDO
               MOVE 0 TO ORDEN-PEDIDO
               IF ORIGEN-PEDIDO = "T"
                   DISPLAY "NUMERO DE ORDEN DEL JUGADOR EN EL TORNEO?"
                   ACCEPT ORDEN-PEDIDO
               END-IF
               PERFORM 4100-MOSTRAR-RESULTADO
               IF MARCAS-RESULTADO = 0
                   DISPLAY "ESE RESULTADO NO TIENE MARCAS EN REVISION"
               ELSE
                   IF MARCAS-RETENIDAS = 0
                       DISPLAY "EL RESULTADO YA FUE RESUELTO"
                   ELSE
                       PERFORM 4200-PEDIR-ACCION
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4100-MOSTRAR-RESULTADO.
           MOVE 0 TO MARCAS-RESULTADO
           MOVE 0 TO MARCAS-RETENIDAS
           SET NO-OMITIDO TO TRUE
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > CANT-REVISION
               IF RT-ORIGEN(REV-IDX) = ORIGEN-PEDIDO
                   AND RT-GAME-ID(REV-IDX) = GAME-ID-PEDIDO
                   AND RT-TR-JUGADOR(REV-IDX) = ORDEN-PEDIDO
                   ADD 1 TO MARCAS-RESULTADO
                   PERFORM 3100-MOSTRAR-MARCA
                   DISPLAY "    ESTADO: " RT-ESTADO(REV-IDX)
                       "  SUPERVISOR: " RT-SUPERVISOR(REV-IDX)
                       "  RESUELTA: " RT-FECHA-RES(REV-IDX)
                   IF RT-ESTADO(REV-IDX) = "R"
                       ADD 1 TO MARCAS-RETENIDAS
                   END-IF
                   IF RT-POSTEO(REV-IDX) = "O"
                       SET YA-OMITIDO TO TRUE
                   END-IF
                   MOVE RT-FECHA(REV-IDX) TO FECHA-RESULTADO
               END-IF
               ADD 1 TO REV-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       4200-PEDIR-ACCION.
           DISPLAY "L=LIBERAR (VALIDO)  A=ANULAR  C=CANCELAR"
           ACCEPT ACCION
           IF NOT ACCION-LIBERAR AND NOT ACCION-ANULAR
               DISPLAY "SIN CAMBIOS"
           ELSE
               MOVE SPACES TO SUPERVISOR-PEDIDO
               PERFORM UNTIL SUPERVISOR-PEDIDO NOT = SPACES
                   DISPLAY "SUPERVISOR QUE RESUELVE (LEGAJO)?"
                   ACCEPT SUPERVISOR-PEDIDO
               END-PERFORM
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE 1 TO REV-IDX
               PERFORM UNTIL REV-IDX > CANT-REVISION
                   IF RT-ORIGEN(REV-IDX) = ORIGEN-PEDIDO
                       AND RT-GAME-ID(REV-IDX) = GAME-ID-PEDIDO
                       AND RT-TR-JUGADOR(REV-IDX) = ORDEN-PEDIDO
                       AND RT-ESTADO(REV-IDX) = "R"
                       MOVE ACCION            TO RT-ESTADO(REV-IDX)
                       MOVE SUPERVISOR-PEDIDO TO RT-SUPERVISOR(REV-IDX)
                       MOVE WS-FECHA-HOY      TO RT-FECHA-RES(REV-IDX)
                   END-IF
                   ADD 1 TO REV-IDX
               END-PERFORM
               PERFORM 5000-GRABAR-REVISION
               IF ACCION-LIBERAR
                   DISPLAY "RESULTADO LIBERADO"
               ELSE
                   DISPLAY "RESULTADO ANULADO"
               END-IF
               IF ORIGEN-PEDIDO = "T"
                   PERFORM 4300-AVISAR-PUNTOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Lo que falta hacer en PUNTOS segun lo que ya hizo con el
      * resultado: si fue omitido al aplicar su fecha, al liberarlo lo
      * acredita la proxima corrida; si sumo porque la fecha ya estaba
      * aplicada cuando se marco, anularlo exige la marcha atras.
       4300-AVISAR-PUNTOS.
           PERFORM 4350-BUSCAR-FECHA-LLAVE
           PERFORM 4400-BUSCAR-FECHA-APLICADA
           EVALUATE TRUE
               WHEN ACCION-LIBERAR AND YA-OMITIDO
                   DISPLAY "LO ACREDITA LA PROXIMA CORRIDA DE PUNTOS"
               WHEN ACCION-ANULAR AND NO-OMITIDO
                   AND FECHA-YA-APLICADA
                   DISPLAY "OJO: EL RESULTADO YA SUMO EN LA TEMPORADA"
                   DISPLAY "CORRA PUNTOS EN MARCHA ATRAS PARA LA FECHA "
                       FECHA-RESULTADO " Y VUELVA A APLICARLA"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Si la fila de TORNEORESULT es de una llave por eliminacion,
      * la fecha que cuenta es la de la final (cero mientras la llave
      * no termina: todavia no sumo nada). La fila de una serie
      * cortada y vuelta a jugar con otro game id no suma nunca, asi
      * que tampoco tiene fecha.
       4350-BUSCAR-FECHA-LLAVE.
           MOVE SPACES TO TORNEO-ID-RESULTADO
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-RESULTADOS
           IF WS-TR-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF TR-GAME-ID = GAME-ID-PEDIDO
                           AND TR-JUGADOR = ORDEN-PEDIDO
                           MOVE TR-TORNEO-ID TO TORNEO-ID-RESULTADO
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTADOS
           END-IF
           SET NO-ES-LLAVE TO TRUE
           SET SERIE-CORTADA TO TRUE
           MOVE 0 TO FECHA-FINAL-LLAVE
           IF TORNEO-ID-RESULTADO NOT = SPACES
               PERFORM 4360-LEER-LLAVE
           END-IF
           IF ES-LLAVE
               IF SERIE-JUGADA
                   MOVE FECHA-FINAL-LLAVE TO FECHA-RESULTADO
               ELSE
                   MOVE 0 TO FECHA-RESULTADO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4360-LEER-LLAVE.
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
                       IF LL-LLAVE-ID = TORNEO-ID-RESULTADO
                           EVALUATE TRUE
                               WHEN LL-TIPO-EVENTO
                                   SET ES-LLAVE TO TRUE
                                   MOVE LL-FECHA-FINAL
                                       TO FECHA-FINAL-LLAVE
                               WHEN LL-TIPO-SERIE
                                   IF LL-S-GAME-ID = GAME-ID-PEDIDO
                                       SET SERIE-JUGADA TO TRUE
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF.

      *-----------------------------------------------------------------

       4400-BUSCAR-FECHA-APLICADA.
           SET FECHA-NO-APLICADA TO TRUE
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT CONTROL-PUNTOS
           IF WS-CP-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ CONTROL-PUNTOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CP-FECHA = FECHA-RESULTADO
                           SET FECHA-YA-APLICADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CP-STATUS = "00" OR WS-CP-STATUS = "10"
               CLOSE CONTROL-PUNTOS
           END-IF.

      *-----------------------------------------------------------------

       5000-GRABAR-REVISION.
           OPEN OUTPUT REVISION-RESULTADOS
           IF WS-RV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR REVISION: " WS-RV-STATUS
               DISPLAY "LA RESOLUCION NO QUEDO GRABADA"
               STOP RUN
           END-IF
           MOVE 1 TO REV-IDX
           PERFORM UNTIL REV-IDX > CANT-REVISION
               MOVE SPACES                  TO REVISION-RECORD
               MOVE RT-ORIGEN(REV-IDX)      TO RV-ORIGEN
               MOVE RT-GAME-ID(REV-IDX)     TO RV-GAME-ID
               MOVE RT-TR-JUGADOR(REV-IDX)  TO RV-TR-JUGADOR
               MOVE RT-JUGADOR(REV-IDX)     TO RV-JUGADOR
               MOVE RT-FECHA(REV-IDX)       TO RV-FECHA
               MOVE RT-MOTIVO(REV-IDX)      TO RV-MOTIVO
               MOVE RT-DETALLE(REV-IDX)     TO RV-DETALLE
               MOVE RT-ESTADO(REV-IDX)      TO RV-ESTADO
               MOVE RT-SUPERVISOR(REV-IDX)  TO RV-SUPERVISOR
               MOVE RT-FECHA-RES(REV-IDX)   TO RV-FECHA-RESOLUCION
               MOVE RT-POSTEO(REV-IDX)      TO RV-POSTEO
               WRITE REVISION-RECORD
               ADD 1 TO REV-IDX
           END-PERFORM
           CLOSE REVISION-RESULTADOS.

      *-----------------------------------------------------------------
       END PROGRAM REVISA.
