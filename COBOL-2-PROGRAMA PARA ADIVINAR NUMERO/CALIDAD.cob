      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Calidad de las jugadas. Recorre las partidas de GAMERESULTS
      * (detalle de intentos y resumen que graba LOTE) y las jugadas de
      * torneo de TORNEOJUG (detalle de intentos de cada participante
      * que graba TORNEO) cuyo game id cae entre dos fechas dadas por
      * el operador y, para cada partida (en torneo, la de cada
      * participante), rehace los intentos en orden: despues de cada
      * uno
      * cuenta cuantos secretos de esa longitud y modo siguen siendo
      * posibles con todo lo que el jugador ya sabia (en modo normal
      * solo secretos de digitos distintos, en modo dificil todos), y
      * marca como desperdiciado el intento que lo dicho por los
      * intentos anteriores ya descartaba. Por partida informa los
      * intentos desperdiciados, el intento en que el secreto quedo
      * determinado (un solo posible) y los intentos usados contra el
      * minimo que hacia falta con esa informacion: el intento de la
      * certeza si ese mismo intento acerto, o uno mas. Al final
      * resume por longitud y modo, y por jugador. Las partidas de
      * lote no llevan codigo de jugador y solo suman al resumen por
      * longitud y modo. Las jugadas de torneo comparten el game id
      * entre todos los participantes y se atribuyen por game id y
      * numero de orden a la fila del participante en TORNEORESULT,
      * que da el codigo de jugador, el secreto, el modo y el
      * resultado; las jugadas sin esa fila (resultado derivado a
      * PENDIENTES y todavia no recuperado) se cuentan aparte. Una
      * partida cuyo detalle no cuadra con su propio secreto se
      * informa y queda fuera de los resumenes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS ASSIGN TO "GAMERESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT TORNEO-JUGADAS ASSIGN TO "TORNEOJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
           SELECT TORNEO-RESULTADOS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT REPORTE-CALIDAD ASSIGN TO "CALIDADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS.
       COPY GAMERREC.

       FD  TORNEO-JUGADAS.
       COPY TJUGREC.

       FD  TORNEO-RESULTADOS.
       COPY TORNREC.

       FD  REPORTE-CALIDAD.
       01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-GR-STATUS           PIC XX.
       77  WS-TJ-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  FECHA-DESDE            PIC 9(8)  VALUE 0.
       77  FECHA-HASTA            PIC 9(8)  VALUE 0.
       77  FECHA-PARTIDA          PIC 9(8).

      * Resultado de cada participante de torneo del rango de fechas,
      * por game id y numero de orden: de aca salen el jugador, el
      * secreto, el modo y el resultado de sus jugadas de TORNEOJUG.
       77  CANT-TORNEO            PIC 9(4)  COMP VALUE 0.
       77  TOR-IDX                PIC 9(4)  COMP.
       01  TORNEO-TABLA.
           05 TORNEO-ENTRADA OCCURS 9999 TIMES.
              10 TT-GAME-ID       PIC 9(16).
              10 TT-JUGADOR       PIC 99.
              10 TT-JUGADOR-COD   PIC X(4).
              10 TT-SECRETO       PIC X(6).
              10 TT-MODO          PIC X.
              10 TT-RESULTADO     PIC X(6).

      * Partida en curso: los intentos se guardan por su numero, asi
      * que una fila repetida por una reanudacion de LOTE pisa a la
      * anterior en vez de duplicar el intento.
       77  GAME-ID-ACTUAL         PIC 9(16) VALUE 0.
       77  ORDEN-ACTUAL           PIC 99    VALUE 0.
       77  CANT-INTENTOS          PIC 99    COMP VALUE 0.
       77  INT-IDX                PIC 99    COMP.
       77  INT-IDX2               PIC 99    COMP.
       77  PRUEBA-IDX             PIC 99    COMP.
       01  INTENTOS-TABLA.
           05 INTENTO-ENTRADA OCCURS 99 TIMES.
              10 IN-CARGADO       PIC X.
              10 IN-DIGITOS       PIC X(6).
              10 IN-CORRECT       PIC 9.
              10 IN-REGULAR       PIC 9.
              10 IN-ERROR         PIC 9.
              10 IN-DIG OCCURS 6 TIMES PIC S9(4) COMP.
              10 IN-POSIBLES      PIC 9(7).
              10 IN-DESCARTADO    PIC X.

       77  LONGITUD-PARTIDA       PIC 9     VALUE 0.
       77  MODO-PARTIDA           PIC 9     VALUE 0.
           88 MODO-DIFICIL        VALUE 1.
       77  JUGADOR-PARTIDA        PIC X(4).
       77  SECRETO-PARTIDA        PIC X(6).
       77  RESULTADO-PARTIDA      PIC X(6).
       77  POS-IDX                PIC 9     COMP.
       77  DIG-IDX                PIC 99    COMP.
       77  DIGITO-POS             PIC 99    COMP.

       01  PARTIDA-SW             PIC X     VALUE "S".
           88 PARTIDA-VALIDA      VALUE "S".
           88 PARTIDA-INVALIDA    VALUE "N".
       77  MOTIVO-INVALIDA        PIC X(40).

      * Candidato a secreto: se recorren todos los numeros de la
      * longitud como un cuentakilometros, digito por digito.
       01  CANDIDATO-SW           PIC X     VALUE "N".
           88 FIN-CANDIDATOS      VALUE "S".
           88 HAY-CANDIDATOS      VALUE "N".
       01  VALIDO-SW              PIC X     VALUE "S".
           88 CANDIDATO-VALIDO    VALUE "S".
           88 CANDIDATO-REPETIDO  VALUE "N".
       01  COINCIDE-SW            PIC X     VALUE "S".
           88 SIGUE-COINCIDIENDO  VALUE "S".
           88 NO-COINCIDE         VALUE "N".
       01  CANDIDATO-DIGITOS.
           05 CAND-DIG OCCURS 6 TIMES PIC S9(4) COMP.
      * Posicion de cada digito 0-9 en el candidato (modo normal, sin
      * repetidos), para puntuar sin recorrer el candidato entero.
       01  CANDIDATO-POSICIONES.
           05 CAND-POS OCCURS 10 TIMES PIC S9(4) COMP.
      * Modo dificil: cuantas veces aparece cada digito fuera de su
      * lugar, en el intento y en el candidato.
       01  CONTEO-DIGITOS.
           05 CONTEO-DIGITO OCCURS 10 TIMES.
              10 CNT-INTENTO      PIC S9(4) COMP.
              10 CNT-CANDIDATO    PIC S9(4) COMP.

       77  PUNTOS-CORRECT         PIC S9(4) COMP.
       77  PUNTOS-REGULAR         PIC S9(4) COMP.

      * Resultado de la partida.
       77  DESPERDICIADOS         PIC 99    COMP.
       77  CIERTO-EN              PIC 99    COMP.
       77  MINIMO-NECESARIO       PIC 99    COMP.
       77  INTENTOS-DE-MAS        PIC 99    COMP.
       01  GANADA-SW              PIC X     VALUE "N".
           88 PARTIDA-GANADA      VALUE "S".

      * Resumen por longitud (4 a 6) y modo (normal, dificil), y por
      * jugador; el mismo molde de acumuladores para los dos.
       77  LON-IDX                PIC 9     COMP.
       77  MOD-IDX                PIC 9     COMP.
       01  RESUMEN-CONFIG.
           05 RC-LONGITUD OCCURS 3 TIMES.
              10 RC-MODO OCCURS 2 TIMES.
                 15 RC-PARTIDAS   PIC 9(5).
                 15 RC-INTENTOS   PIC 9(6).
                 15 RC-DESPERD    PIC 9(5).
                 15 RC-CERTEZA    PIC 9(5).
                 15 RC-GANADAS-MIN PIC 9(5).
                 15 RC-USADOS-MIN PIC 9(6).
                 15 RC-SUMA-MINIMO PIC 9(6).
       77  CANT-JUGADORES         PIC 9(3)  COMP VALUE 0.
       77  JUG-IDX                PIC 9(3)  COMP.
       01  RESUMEN-JUGADORES.
           05 RJ-ENTRADA OCCURS 500 TIMES.
              10 RJ-JUGADOR       PIC X(4).
              10 RJ-PARTIDAS      PIC 9(5).
              10 RJ-INTENTOS      PIC 9(6).
              10 RJ-DESPERD       PIC 9(5).
              10 RJ-CERTEZA       PIC 9(5).
              10 RJ-GANADAS-MIN   PIC 9(5).
              10 RJ-USADOS-MIN    PIC 9(6).
              10 RJ-SUMA-MINIMO   PIC 9(6).
      * Area de paso para imprimir una linea de resumen.
       01  RESUMEN-LINEA.
           05 RS-PARTIDAS         PIC 9(5).
           05 RS-INTENTOS         PIC 9(6).
           05 RS-DESPERD          PIC 9(5).
           05 RS-CERTEZA          PIC 9(5).
           05 RS-GANADAS-MIN      PIC 9(5).
           05 RS-USADOS-MIN       PIC 9(6).
           05 RS-SUMA-MINIMO      PIC 9(6).
       77  PORCENTAJE             PIC 9(3)V99.
       77  PROMEDIO               PIC 9(3)V99.

       77  LEIDOS-GR              PIC 9(7)  VALUE 0.
       77  LEIDOS-TJ              PIC 9(7)  VALUE 0.
       77  LEIDOS-TR              PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.
       77  PARTIDAS-ANALIZADAS    PIC 9(5)  VALUE 0.
       77  PARTIDAS-FUERA-RANGO   PIC 9(5)  VALUE 0.
       77  PARTIDAS-SIN-DETALLE   PIC 9(5)  VALUE 0.
       77  PARTIDAS-SIN-RESUMEN   PIC 9(5)  VALUE 0.
       77  JUGADAS-SIN-RESULTADO  PIC 9(5)  VALUE 0.
       77  PARTIDAS-NO-CUADRAN    PIC 9(5)  VALUE 0.
       77  PARTIDAS-SIN-JUGADOR   PIC 9(5)  VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(23) VALUE
              "CALIDAD DE LAS JUGADAS ".
           05 FILLER              PIC X(6)  VALUE "DESDE ".
           05 EN1-DESDE           PIC 9(8).
           05 FILLER              PIC X(7)  VALUE " HASTA ".
           05 EN1-HASTA           PIC 9(8).
           05 FILLER              PIC X(19) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-PARTIDA.
           05 FILLER              PIC X(8)  VALUE "PARTIDA ".
           05 LP-GAME-ID          PIC 9(16).
           05 FILLER              PIC X(6)  VALUE "  JUG ".
           05 LP-JUGADOR          PIC X(4).
           05 FILLER              PIC X(7)  VALUE "  LONG ".
           05 LP-LONGITUD         PIC 9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LP-MODO             PIC X(7).
           05 FILLER              PIC X(10) VALUE "  SECRETO ".
           05 LP-SECRETO          PIC X(6).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LP-RESULTADO        PIC X(6).

       01  LINEA-INTENTO.
           05 FILLER              PIC X(12) VALUE "    INTENTO ".
           05 LI-NRO              PIC Z9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LI-DIGITOS          PIC X(6).
           05 FILLER              PIC X(4)  VALUE "  C ".
           05 LI-CORRECT          PIC 9.
           05 FILLER              PIC X(3)  VALUE " R ".
           05 LI-REGULAR          PIC 9.
           05 FILLER              PIC X(3)  VALUE " E ".
           05 LI-ERROR            PIC 9.
           05 FILLER              PIC X(11) VALUE "  POSIBLES ".
           05 LI-POSIBLES         PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LI-MARCA            PIC X(13).

       01  LINEA-EFICIENCIA.
           05 FILLER              PIC X(19) VALUE
              "    DESPERDICIADOS ".
           05 LE-DESPERD          PIC Z9.
           05 FILLER              PIC X(12) VALUE "  CIERTO EN ".
           05 LE-CIERTO           PIC X(2).
           05 FILLER              PIC X(9)  VALUE "  USADOS ".
           05 LE-USADOS           PIC Z9.
           05 FILLER              PIC X(9)  VALUE "  MINIMO ".
           05 LE-MINIMO           PIC X(2).
           05 FILLER              PIC X(9)  VALUE "  DE MAS ".
           05 LE-DE-MAS           PIC X(2).

       01  LINEA-NO-CUADRA.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 LN-MOTIVO           PIC X(40).
           05 FILLER              PIC X(36) VALUE
              " (FUERA DE LOS RESUMENES)".

       01  LINEA-RESUMEN-1.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LR-ETIQUETA         PIC X(16).
           05 FILLER              PIC X(10) VALUE " PARTIDAS ".
           05 LR-PARTIDAS         PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE "  INTENTOS ".
           05 LR-INTENTOS         PIC ZZZZZ9.
           05 FILLER              PIC X(17) VALUE
              "  DESPERDICIADOS ".
           05 LR-DESPERD          PIC ZZZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 LR-PORCENTAJE       PIC ZZ9.99.
           05 FILLER              PIC X     VALUE "%".

       01  LINEA-RESUMEN-2.
           05 FILLER              PIC X(18) VALUE SPACES.
           05 FILLER              PIC X(9)  VALUE " CERTEZA ".
           05 LR-CERTEZA          PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE "  GANADAS ".
           05 LR-GANADAS-MIN      PIC ZZZZ9.
           05 FILLER              PIC X(9)  VALUE "  USADOS ".
           05 LR-PROM-USADOS      PIC ZZ9.99.
           05 FILLER              PIC X(9)  VALUE "  MINIMO ".
           05 LR-PROM-MINIMO      PIC ZZ9.99.

       01  LINEA-CONTROL.
           05 LC-TITULO           PIC X(50).
           05 LC-CANT             PIC ZZZZZZ9.

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1200-CARGAR-TORNEORESULT
           PERFORM 2000-LEER-PARTIDAS
           PERFORM 2500-LEER-JUGADAS-TORNEO
           PERFORM 7000-IMPRIMIR-RESUMEN-CONFIG
           PERFORM 7500-IMPRIMIR-RESUMEN-JUGADOR
           PERFORM 8000-IMPRIMIR-TOTALES
           CLOSE REPORTE-CALIDAD
           DISPLAY "PARTIDAS ANALIZADAS: " PARTIDAS-ANALIZADAS
           DISPLAY "REPORTE GRABADO EN CALIDADRPT"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*        CALIDAD DE LAS JUGADAS                   *"
           DISPLAY "***************************************************"
           DISPLAY "FECHA DESDE (AAAAMMDD)?"
           ACCEPT FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD)?"
           ACCEPT FECHA-HASTA
           IF FECHA-DESDE = 0 OR FECHA-HASTA = 0
               OR FECHA-HASTA < FECHA-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO"
               PERFORM 9900-ABORTAR
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE RESUMEN-CONFIG
           MOVE FECHA-DESDE TO EN1-DESDE
           MOVE FECHA-HASTA TO EN1-HASTA
           OPEN OUTPUT REPORTE-CALIDAD
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALIDADRPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1200-CARGAR-TORNEORESULT.
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
                       ADD 1 TO LEIDOS-TR
                       IF TR-GAME-ID IS NUMERIC
                           AND TR-GAME-ID(1:8) NOT < FECHA-DESDE
                           AND TR-GAME-ID(1:8) NOT > FECHA-HASTA
                           PERFORM 1900-AGREGAR-TORNEO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTADOS
           END-IF.

      *-----------------------------------------------------------------

       1900-AGREGAR-TORNEO.
           IF CANT-TORNEO < 9999
               ADD 1 TO CANT-TORNEO
               MOVE TR-GAME-ID        TO TT-GAME-ID(CANT-TORNEO)
               MOVE TR-JUGADOR        TO TT-JUGADOR(CANT-TORNEO)
               MOVE TR-JUGADOR-COD    TO TT-JUGADOR-COD(CANT-TORNEO)
               MOVE TR-NUMERO-SECRETO TO TT-SECRETO(CANT-TORNEO)
               MOVE TR-MODO           TO TT-MODO(CANT-TORNEO)
               MOVE TR-RESULTADO      TO TT-RESULTADO(CANT-TORNEO)
           ELSE
               DISPLAY "TABLA DE RESULTADOS DE TORNEO LLENA (9999)"
               DISPLAY "ACHIQUE EL RANGO DE FECHAS"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Las filas de una partida se graban juntas: los detalles y al
      * final el resumen, que dispara el analisis. Los detalles sin
      * resumen son de una partida que quedo sin terminar.
       2000-LEER-PARTIDAS.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS NOT = "00"
               DISPLAY "GAMERESULTS AUSENTE, SE TRATA COMO VACIO"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ GAME-RESULTS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-GR
                       PERFORM 2100-APLICAR-FILA
               END-READ
           END-PERFORM
           IF CANT-INTENTOS > 0
               ADD 1 TO PARTIDAS-SIN-RESUMEN
           END-IF
           IF WS-GR-STATUS = "00" OR WS-GR-STATUS = "10"
               CLOSE GAME-RESULTS
           END-IF.

      *-----------------------------------------------------------------

       2100-APLICAR-FILA.
           IF GR-GAME-ID NOT = GAME-ID-ACTUAL
               IF CANT-INTENTOS > 0
                   ADD 1 TO PARTIDAS-SIN-RESUMEN
               END-IF
               MOVE GR-GAME-ID TO GAME-ID-ACTUAL
               MOVE 0 TO CANT-INTENTOS
               INITIALIZE INTENTOS-TABLA
           END-IF
           IF GR-TIPO-DETALLE
               IF GR-INTENTO-NRO IS NUMERIC
                   AND GR-INTENTO-NRO > 0 AND GR-INTENTO-NRO < 100
                   MOVE GR-INTENTO-NRO TO INT-IDX
                   MOVE "S"                TO IN-CARGADO(INT-IDX)
                   MOVE GR-DIGITOS-INTENTO TO IN-DIGITOS(INT-IDX)
                   MOVE GR-D-CORRECT       TO IN-CORRECT(INT-IDX)
                   MOVE GR-D-REGULAR       TO IN-REGULAR(INT-IDX)
                   MOVE GR-D-ERROR         TO IN-ERROR(INT-IDX)
                   IF INT-IDX > CANT-INTENTOS
                       MOVE INT-IDX TO CANT-INTENTOS
                   END-IF
               END-IF
           END-IF
           IF GR-TIPO-RESUMEN
               MOVE GR-GAME-ID(1:8) TO FECHA-PARTIDA
               EVALUATE TRUE
                   WHEN FECHA-PARTIDA < FECHA-DESDE
                       OR FECHA-PARTIDA > FECHA-HASTA
                       ADD 1 TO PARTIDAS-FUERA-RANGO
                   WHEN CANT-INTENTOS = 0
                       ADD 1 TO PARTIDAS-SIN-DETALLE
                   WHEN OTHER
                       MOVE GR-NUMERO-SECRETO TO SECRETO-PARTIDA
                       MOVE GR-RESULTADO      TO RESULTADO-PARTIDA
                       IF GR-MODO IS NUMERIC AND GR-MODO = 1
                           MOVE 1 TO MODO-PARTIDA
                       ELSE
                           MOVE 0 TO MODO-PARTIDA
                       END-IF
                       MOVE SPACES TO JUGADOR-PARTIDA
                       PERFORM 3000-ANALIZAR-PARTIDA
               END-EVALUATE
               MOVE 0 TO CANT-INTENTOS
               MOVE 0 TO GAME-ID-ACTUAL
           END-IF.

      *-----------------------------------------------------------------

      * TORNEO graba juntas las jugadas de cada participante, al
      * terminar su partida: el cambio de game id o de numero de orden
      * cierra la partida del participante anterior.
       2500-LEER-JUGADAS-TORNEO.
           MOVE 0 TO GAME-ID-ACTUAL
           MOVE 0 TO ORDEN-ACTUAL
           MOVE 0 TO CANT-INTENTOS
           INITIALIZE INTENTOS-TABLA
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-JUGADAS
           IF WS-TJ-STATUS NOT = "00"
               DISPLAY "TORNEOJUG AUSENTE, SE TRATA COMO VACIO"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-JUGADAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TJ
                       PERFORM 2600-APLICAR-JUGADA
               END-READ
           END-PERFORM
           IF CANT-INTENTOS > 0
               PERFORM 2700-CERRAR-JUGADOR-TORNEO
           END-IF
           IF WS-TJ-STATUS = "00" OR WS-TJ-STATUS = "10"
               CLOSE TORNEO-JUGADAS
           END-IF.

      *-----------------------------------------------------------------

       2600-APLICAR-JUGADA.
           IF TJ-GAME-ID NOT = GAME-ID-ACTUAL
               OR TJ-JUGADOR NOT = ORDEN-ACTUAL
               IF CANT-INTENTOS > 0
                   PERFORM 2700-CERRAR-JUGADOR-TORNEO
               END-IF
               MOVE TJ-GAME-ID TO GAME-ID-ACTUAL
               MOVE TJ-JUGADOR TO ORDEN-ACTUAL
               MOVE 0 TO CANT-INTENTOS
               INITIALIZE INTENTOS-TABLA
           END-IF
           IF TJ-INTENTO-NRO IS NUMERIC
               AND TJ-INTENTO-NRO > 0 AND TJ-INTENTO-NRO < 100
               MOVE TJ-INTENTO-NRO TO INT-IDX
               MOVE "S"            TO IN-CARGADO(INT-IDX)
               MOVE TJ-DIGITOS     TO IN-DIGITOS(INT-IDX)
               MOVE TJ-CORRECT     TO IN-CORRECT(INT-IDX)
               MOVE TJ-REGULAR     TO IN-REGULAR(INT-IDX)
               MOVE TJ-ERROR       TO IN-ERROR(INT-IDX)
               IF INT-IDX > CANT-INTENTOS
                   MOVE INT-IDX TO CANT-INTENTOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * La partida del participante toma jugador, secreto, modo y
      * resultado de su fila de TORNEORESULT.
       2700-CERRAR-JUGADOR-TORNEO.
           MOVE GAME-ID-ACTUAL(1:8) TO FECHA-PARTIDA
           IF FECHA-PARTIDA < FECHA-DESDE
               OR FECHA-PARTIDA > FECHA-HASTA
               ADD 1 TO PARTIDAS-FUERA-RANGO
           ELSE
               MOVE 1 TO TOR-IDX
               PERFORM UNTIL TOR-IDX > CANT-TORNEO
                   OR (TT-GAME-ID(TOR-IDX) = GAME-ID-ACTUAL
                       AND TT-JUGADOR(TOR-IDX) = ORDEN-ACTUAL)
                   ADD 1 TO TOR-IDX
               END-PERFORM
               IF TOR-IDX > CANT-TORNEO
                   ADD 1 TO JUGADAS-SIN-RESULTADO
               ELSE
                   MOVE TT-SECRETO(TOR-IDX)     TO SECRETO-PARTIDA
                   MOVE TT-RESULTADO(TOR-IDX)   TO RESULTADO-PARTIDA
                   IF TT-MODO(TOR-IDX) = "1"
                       MOVE 1 TO MODO-PARTIDA
                   ELSE
                       MOVE 0 TO MODO-PARTIDA
                   END-IF
                   MOVE TT-JUGADOR-COD(TOR-IDX) TO JUGADOR-PARTIDA
                   PERFORM 3000-ANALIZAR-PARTIDA
               END-IF
           END-IF
           MOVE 0 TO CANT-INTENTOS.

      *-----------------------------------------------------------------

       3000-ANALIZAR-PARTIDA.
           ADD 1 TO PARTIDAS-ANALIZADAS
           SET PARTIDA-VALIDA TO TRUE
           MOVE SPACES TO MOTIVO-INVALIDA
           PERFORM 3100-PREPARAR-PARTIDA
           IF PARTIDA-VALIDA
               PERFORM 3200-VERIFICAR-SECRETO
           END-IF
           IF PARTIDA-VALIDA
               PERFORM 3300-VER-DESCARTADOS
               PERFORM 5000-CONTAR-POSIBLES
               PERFORM 3400-MEDIR-EFICIENCIA
           END-IF
           PERFORM 4000-IMPRIMIR-PARTIDA
           IF PARTIDA-VALIDA
               PERFORM 6000-ACUMULAR-RESUMENES
           ELSE
               ADD 1 TO PARTIDAS-NO-CUADRAN
           END-IF.

      *-----------------------------------------------------------------

      * Longitud por el propio secreto grabado (como en EXTRMIS); el
      * secreto, el modo (en blanco en las filas viejas, se toma como
      * cero) y el jugador los deja quien llama. Los intentos pasan a
      * digitos numericos para el recorrido.
       3100-PREPARAR-PARTIDA.
           MOVE 0 TO LONGITUD-PARTIDA
           MOVE 1 TO POS-IDX
           PERFORM UNTIL POS-IDX > 6
               IF SECRETO-PARTIDA(POS-IDX:1) NOT = SPACE
                   ADD 1 TO LONGITUD-PARTIDA
               END-IF
               ADD 1 TO POS-IDX
           END-PERFORM
           IF LONGITUD-PARTIDA < 4 OR LONGITUD-PARTIDA > 6
               OR SECRETO-PARTIDA(1:LONGITUD-PARTIDA) NOT NUMERIC
               SET PARTIDA-INVALIDA TO TRUE
               MOVE "SECRETO ILEGIBLE EN EL RESUMEN"
                   TO MOTIVO-INVALIDA
           END-IF
           MOVE 1 TO INT-IDX
           PERFORM UNTIL INT-IDX > CANT-INTENTOS
               OR PARTIDA-INVALIDA
               IF IN-CARGADO(INT-IDX) NOT = "S"
                   SET PARTIDA-INVALIDA TO TRUE
                   MOVE "FALTAN INTENTOS EN EL DETALLE"
                       TO MOTIVO-INVALIDA
               ELSE
                   IF IN-DIGITOS(INT-IDX)(1:LONGITUD-PARTIDA)
                       NOT NUMERIC
                       SET PARTIDA-INVALIDA TO TRUE
                       MOVE "INTENTO ILEGIBLE EN EL DETALLE"
                           TO MOTIVO-INVALIDA
                   ELSE
                       MOVE 1 TO POS-IDX
                       PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
                           MOVE IN-DIGITOS(INT-IDX)(POS-IDX:1)
                               TO DIGITO-POS
                           MOVE DIGITO-POS
                               TO IN-DIG(INT-IDX, POS-IDX)
                           ADD 1 TO POS-IDX
                       END-PERFORM
                   END-IF
               END-IF
               ADD 1 TO INT-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Lo que dijo el juego en cada intento tiene que ser lo que da
      * el secreto real; si no, el detalle no sirve para medir nada.
       3200-VERIFICAR-SECRETO.
           MOVE 1 TO POS-IDX
           PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
               MOVE SECRETO-PARTIDA(POS-IDX:1) TO DIGITO-POS
               MOVE DIGITO-POS TO CAND-DIG(POS-IDX)
               ADD 1 TO POS-IDX
           END-PERFORM
           PERFORM 5100-ARMAR-POSICIONES
           IF CANDIDATO-REPETIDO
               SET PARTIDA-INVALIDA TO TRUE
               MOVE "SECRETO CON REPETIDOS EN MODO NORMAL"
                   TO MOTIVO-INVALIDA
           END-IF
           MOVE 1 TO PRUEBA-IDX
           PERFORM UNTIL PRUEBA-IDX > CANT-INTENTOS
               OR PARTIDA-INVALIDA
               PERFORM 5500-PUNTUAR
               IF PUNTOS-CORRECT NOT = IN-CORRECT(PRUEBA-IDX)
                   OR PUNTOS-REGULAR NOT = IN-REGULAR(PRUEBA-IDX)
                   SET PARTIDA-INVALIDA TO TRUE
                   MOVE "EL DETALLE NO CUADRA CON EL SECRETO"
                       TO MOTIVO-INVALIDA
               END-IF
               ADD 1 TO PRUEBA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Un intento esta desperdiciado si no podia ser el secreto segun
      * lo que ya habian contestado los intentos anteriores (repetir
      * un intento tambien cae aca).
       3300-VER-DESCARTADOS.
           MOVE 0 TO DESPERDICIADOS
           MOVE 2 TO INT-IDX
           PERFORM UNTIL INT-IDX > CANT-INTENTOS
               MOVE 1 TO POS-IDX
               PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
                   MOVE IN-DIG(INT-IDX, POS-IDX) TO CAND-DIG(POS-IDX)
                   ADD 1 TO POS-IDX
               END-PERFORM
               PERFORM 5100-ARMAR-POSICIONES
               MOVE 1 TO PRUEBA-IDX
               PERFORM UNTIL PRUEBA-IDX >= INT-IDX
                   OR IN-DESCARTADO(INT-IDX) = "S"
                   PERFORM 5500-PUNTUAR
                   IF PUNTOS-CORRECT NOT = IN-CORRECT(PRUEBA-IDX)
                       OR PUNTOS-REGULAR NOT = IN-REGULAR(PRUEBA-IDX)
                       MOVE "S" TO IN-DESCARTADO(INT-IDX)
                       ADD 1 TO DESPERDICIADOS
                   END-IF
                   ADD 1 TO PRUEBA-IDX
               END-PERFORM
               ADD 1 TO INT-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Certeza: primer intento despues del cual queda un solo secreto
      * posible. El minimo es ese intento si acerto ahi mismo, o el
      * siguiente (hay que decir el numero); sin certeza no hay minimo.
       3400-MEDIR-EFICIENCIA.
           MOVE "N" TO GANADA-SW
           IF IN-CORRECT(CANT-INTENTOS) = LONGITUD-PARTIDA
               SET PARTIDA-GANADA TO TRUE
           END-IF
           MOVE 0 TO CIERTO-EN
           MOVE 0 TO MINIMO-NECESARIO
           MOVE 0 TO INTENTOS-DE-MAS
           MOVE 1 TO INT-IDX
           PERFORM UNTIL INT-IDX > CANT-INTENTOS OR CIERTO-EN > 0
               IF IN-POSIBLES(INT-IDX) = 1
                   MOVE INT-IDX TO CIERTO-EN
               END-IF
               ADD 1 TO INT-IDX
           END-PERFORM
           IF CIERTO-EN > 0
               IF IN-CORRECT(CIERTO-EN) = LONGITUD-PARTIDA
                   MOVE CIERTO-EN TO MINIMO-NECESARIO
               ELSE
                   COMPUTE MINIMO-NECESARIO = CIERTO-EN + 1
               END-IF
               IF PARTIDA-GANADA
                   AND CANT-INTENTOS > MINIMO-NECESARIO
                   COMPUTE INTENTOS-DE-MAS =
                       CANT-INTENTOS - MINIMO-NECESARIO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4000-IMPRIMIR-PARTIDA.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE GAME-ID-ACTUAL   TO LP-GAME-ID
           MOVE JUGADOR-PARTIDA  TO LP-JUGADOR
           MOVE LONGITUD-PARTIDA TO LP-LONGITUD
           IF MODO-DIFICIL
               MOVE "DIFICIL" TO LP-MODO
           ELSE
               MOVE "NORMAL " TO LP-MODO
           END-IF
           MOVE SECRETO-PARTIDA  TO LP-SECRETO
           MOVE RESULTADO-PARTIDA TO LP-RESULTADO
           MOVE LINEA-PARTIDA    TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF PARTIDA-INVALIDA
               MOVE MOTIVO-INVALIDA TO LN-MOTIVO
               MOVE LINEA-NO-CUADRA TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           ELSE
               MOVE 1 TO INT-IDX
               PERFORM 4100-LINEA-INTENTO
                   UNTIL INT-IDX > CANT-INTENTOS
               MOVE DESPERDICIADOS TO LE-DESPERD
               MOVE CANT-INTENTOS  TO LE-USADOS
               MOVE "--" TO LE-CIERTO
               MOVE "--" TO LE-MINIMO
               MOVE "--" TO LE-DE-MAS
               IF CIERTO-EN > 0
                   MOVE CIERTO-EN        TO DIG-IDX
                   MOVE DIG-IDX          TO LE-CIERTO
                   MOVE MINIMO-NECESARIO TO DIG-IDX
                   MOVE DIG-IDX          TO LE-MINIMO
                   IF PARTIDA-GANADA
                       MOVE INTENTOS-DE-MAS TO DIG-IDX
                       MOVE DIG-IDX         TO LE-DE-MAS
                   END-IF
               END-IF
               MOVE LINEA-EFICIENCIA TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF.

      *-----------------------------------------------------------------

       4100-LINEA-INTENTO.
           MOVE INT-IDX               TO LI-NRO
           MOVE IN-DIGITOS(INT-IDX)   TO LI-DIGITOS
           MOVE IN-CORRECT(INT-IDX)   TO LI-CORRECT
           MOVE IN-REGULAR(INT-IDX)   TO LI-REGULAR
           MOVE IN-ERROR(INT-IDX)     TO LI-ERROR
           MOVE IN-POSIBLES(INT-IDX)  TO LI-POSIBLES
           MOVE SPACES                TO LI-MARCA
           IF IN-DESCARTADO(INT-IDX) = "S"
               MOVE "DESPERDICIADO" TO LI-MARCA
           END-IF
           MOVE LINEA-INTENTO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           ADD 1 TO INT-IDX.

      *-----------------------------------------------------------------

      * Toda salida al reporte pasa por aca (mismo esquema que LIQUIDA).
       4900-ESCRIBIR-LINEA.
           IF LINEAS-PAGINA > 55
               MOVE LINEA-REPORTE TO LINEA-PENDIENTE
               PERFORM 4910-ENCABEZADO-PAGINA
               MOVE LINEA-PENDIENTE TO LINEA-REPORTE
           END-IF
           WRITE LINEA-REPORTE
           ADD 1 TO LINEAS-PAGINA
           ADD 1 TO LINEAS-GRABADAS.

      *-----------------------------------------------------------------

       4910-ENCABEZADO-PAGINA.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO EN1-PAGINA
           MOVE ENCABEZADO-1 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ENCABEZADO-2 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 2 TO LINEAS-PAGINA.

      *-----------------------------------------------------------------

      * Recorre todos los secretos de la longitud de la partida; cada
      * candidato compatible con los intentos 1..k suma un posible
      * despues del intento k, hasta el primer intento que lo descarta.
       5000-CONTAR-POSIBLES.
           MOVE 1 TO INT-IDX
           PERFORM UNTIL INT-IDX > CANT-INTENTOS
               MOVE 0 TO IN-POSIBLES(INT-IDX)
               ADD 1 TO INT-IDX
           END-PERFORM
           MOVE 1 TO POS-IDX
           PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
               MOVE 0 TO CAND-DIG(POS-IDX)
               ADD 1 TO POS-IDX
           END-PERFORM
           SET HAY-CANDIDATOS TO TRUE
           PERFORM UNTIL FIN-CANDIDATOS
               PERFORM 5100-ARMAR-POSICIONES
               IF CANDIDATO-VALIDO
                   PERFORM 5200-PROBAR-CANDIDATO
               END-IF
               PERFORM 5300-SIGUIENTE-CANDIDATO
           END-PERFORM.

      *-----------------------------------------------------------------

      * Solo en modo normal: ubica cada digito del candidato y lo
      * rechaza si repite alguno (ese secreto no se sortea).
       5100-ARMAR-POSICIONES.
           SET CANDIDATO-VALIDO TO TRUE
           IF NOT MODO-DIFICIL
               MOVE 1 TO DIG-IDX
               PERFORM UNTIL DIG-IDX > 10
                   MOVE 0 TO CAND-POS(DIG-IDX)
                   ADD 1 TO DIG-IDX
               END-PERFORM
               MOVE 1 TO POS-IDX
               PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
                   OR CANDIDATO-REPETIDO
                   COMPUTE DIG-IDX = CAND-DIG(POS-IDX) + 1
                   IF CAND-POS(DIG-IDX) > 0
                       SET CANDIDATO-REPETIDO TO TRUE
                   ELSE
                       MOVE POS-IDX TO CAND-POS(DIG-IDX)
                   END-IF
                   ADD 1 TO POS-IDX
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       5200-PROBAR-CANDIDATO.
           SET SIGUE-COINCIDIENDO TO TRUE
           MOVE 1 TO PRUEBA-IDX
           PERFORM UNTIL PRUEBA-IDX > CANT-INTENTOS
               OR NO-COINCIDE
               PERFORM 5500-PUNTUAR
               IF PUNTOS-CORRECT = IN-CORRECT(PRUEBA-IDX)
                   AND PUNTOS-REGULAR = IN-REGULAR(PRUEBA-IDX)
                   ADD 1 TO IN-POSIBLES(PRUEBA-IDX)
                   ADD 1 TO PRUEBA-IDX
               ELSE
                   SET NO-COINCIDE TO TRUE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------

       5300-SIGUIENTE-CANDIDATO.
           MOVE LONGITUD-PARTIDA TO POS-IDX
           SET NO-COINCIDE TO TRUE
           PERFORM UNTIL POS-IDX = 0 OR SIGUE-COINCIDIENDO
               ADD 1 TO CAND-DIG(POS-IDX)
               IF CAND-DIG(POS-IDX) > 9
                   MOVE 0 TO CAND-DIG(POS-IDX)
                   SUBTRACT 1 FROM POS-IDX
               ELSE
                   SET SIGUE-COINCIDIENDO TO TRUE
               END-IF
           END-PERFORM
           IF POS-IDX = 0
               SET FIN-CANDIDATOS TO TRUE
           END-IF.

      *-----------------------------------------------------------------

      * Puntua el intento PRUEBA-IDX contra el candidato con la misma
      * regla del juego (LOTE, 3210 y 3220): en modo normal cada
      * digito es correcto, regular o erroneo; en modo dificil los
      * regulares se cuentan por cantidad de cada digito fuera de
      * lugar.
       5500-PUNTUAR.
           MOVE 0 TO PUNTOS-CORRECT
           MOVE 0 TO PUNTOS-REGULAR
           IF MODO-DIFICIL
               PERFORM 5600-PUNTUAR-DIFICIL
           ELSE
               MOVE 1 TO POS-IDX
               PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
                   COMPUTE DIG-IDX = IN-DIG(PRUEBA-IDX, POS-IDX) + 1
                   IF CAND-POS(DIG-IDX) = POS-IDX
                       ADD 1 TO PUNTOS-CORRECT
                   ELSE
                       IF CAND-POS(DIG-IDX) > 0
                           ADD 1 TO PUNTOS-REGULAR
                       END-IF
                   END-IF
                   ADD 1 TO POS-IDX
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       5600-PUNTUAR-DIFICIL.
           MOVE 1 TO DIG-IDX
           PERFORM UNTIL DIG-IDX > 10
               MOVE 0 TO CNT-INTENTO(DIG-IDX)
               MOVE 0 TO CNT-CANDIDATO(DIG-IDX)
               ADD 1 TO DIG-IDX
           END-PERFORM
           MOVE 1 TO POS-IDX
           PERFORM UNTIL POS-IDX > LONGITUD-PARTIDA
               IF IN-DIG(PRUEBA-IDX, POS-IDX) = CAND-DIG(POS-IDX)
                   ADD 1 TO PUNTOS-CORRECT
               ELSE
                   COMPUTE DIG-IDX = IN-DIG(PRUEBA-IDX, POS-IDX) + 1
                   ADD 1 TO CNT-INTENTO(DIG-IDX)
                   COMPUTE DIG-IDX = CAND-DIG(POS-IDX) + 1
                   ADD 1 TO CNT-CANDIDATO(DIG-IDX)
               END-IF
               ADD 1 TO POS-IDX
           END-PERFORM
           MOVE 1 TO DIG-IDX
           PERFORM UNTIL DIG-IDX > 10
               IF CNT-INTENTO(DIG-IDX) < CNT-CANDIDATO(DIG-IDX)
                   ADD CNT-INTENTO(DIG-IDX) TO PUNTOS-REGULAR
               ELSE
                   ADD CNT-CANDIDATO(DIG-IDX) TO PUNTOS-REGULAR
               END-IF
               ADD 1 TO DIG-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       6000-ACUMULAR-RESUMENES.
           COMPUTE LON-IDX = LONGITUD-PARTIDA - 3
           COMPUTE MOD-IDX = MODO-PARTIDA + 1
           ADD 1              TO RC-PARTIDAS(LON-IDX, MOD-IDX)
           ADD CANT-INTENTOS  TO RC-INTENTOS(LON-IDX, MOD-IDX)
           ADD DESPERDICIADOS TO RC-DESPERD(LON-IDX, MOD-IDX)
           IF CIERTO-EN > 0
               ADD 1 TO RC-CERTEZA(LON-IDX, MOD-IDX)
               IF PARTIDA-GANADA
                   ADD 1 TO RC-GANADAS-MIN(LON-IDX, MOD-IDX)
                   ADD CANT-INTENTOS
                       TO RC-USADOS-MIN(LON-IDX, MOD-IDX)
                   ADD MINIMO-NECESARIO
                       TO RC-SUMA-MINIMO(LON-IDX, MOD-IDX)
               END-IF
           END-IF
           IF JUGADOR-PARTIDA = SPACES
               ADD 1 TO PARTIDAS-SIN-JUGADOR
           ELSE
               PERFORM 6100-BUSCAR-JUGADOR
               ADD 1              TO RJ-PARTIDAS(JUG-IDX)
               ADD CANT-INTENTOS  TO RJ-INTENTOS(JUG-IDX)
               ADD DESPERDICIADOS TO RJ-DESPERD(JUG-IDX)
               IF CIERTO-EN > 0
                   ADD 1 TO RJ-CERTEZA(JUG-IDX)
                   IF PARTIDA-GANADA
                       ADD 1 TO RJ-GANADAS-MIN(JUG-IDX)
                       ADD CANT-INTENTOS    TO RJ-USADOS-MIN(JUG-IDX)
                       ADD MINIMO-NECESARIO TO RJ-SUMA-MINIMO(JUG-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       6100-BUSCAR-JUGADOR.
           MOVE 1 TO JUG-IDX
           PERFORM UNTIL JUG-IDX > CANT-JUGADORES
               OR RJ-JUGADOR(JUG-IDX) = JUGADOR-PARTIDA
               ADD 1 TO JUG-IDX
           END-PERFORM
           IF JUG-IDX > CANT-JUGADORES
               IF CANT-JUGADORES < 500
                   ADD 1 TO CANT-JUGADORES
                   INITIALIZE RJ-ENTRADA(CANT-JUGADORES)
                   MOVE JUGADOR-PARTIDA TO RJ-JUGADOR(CANT-JUGADORES)
                   MOVE CANT-JUGADORES TO JUG-IDX
               ELSE
                   DISPLAY "TABLA DE JUGADORES LLENA (500)"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       7000-IMPRIMIR-RESUMEN-CONFIG.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "RESUMEN POR LONGITUD Y MODO" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 1 TO LON-IDX
           PERFORM UNTIL LON-IDX > 3
               MOVE 1 TO MOD-IDX
               PERFORM UNTIL MOD-IDX > 2
                   IF RC-PARTIDAS(LON-IDX, MOD-IDX) > 0
                       PERFORM 7100-LINEA-CONFIG
                   END-IF
                   ADD 1 TO MOD-IDX
               END-PERFORM
               ADD 1 TO LON-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       7100-LINEA-CONFIG.
           MOVE SPACES TO LR-ETIQUETA
           MOVE "LONG " TO LR-ETIQUETA(1:5)
           COMPUTE POS-IDX = LON-IDX + 3
           MOVE POS-IDX TO LR-ETIQUETA(6:1)
           IF MOD-IDX = 2
               MOVE "DIFICIL" TO LR-ETIQUETA(8:7)
           ELSE
               MOVE "NORMAL"  TO LR-ETIQUETA(8:6)
           END-IF
           MOVE RC-MODO(LON-IDX, MOD-IDX) TO RESUMEN-LINEA
           PERFORM 7900-LINEAS-RESUMEN.

      *-----------------------------------------------------------------

       7500-IMPRIMIR-RESUMEN-JUGADOR.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "RESUMEN POR JUGADOR" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF CANT-JUGADORES = 0
               MOVE "  NINGUNA PARTIDA ATRIBUIBLE A UN JUGADOR"
                   TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           MOVE 1 TO JUG-IDX
           PERFORM UNTIL JUG-IDX > CANT-JUGADORES
               MOVE SPACES TO LR-ETIQUETA
               MOVE "JUGADOR " TO LR-ETIQUETA(1:8)
               MOVE RJ-JUGADOR(JUG-IDX) TO LR-ETIQUETA(9:4)
               MOVE RJ-PARTIDAS(JUG-IDX)    TO RS-PARTIDAS
               MOVE RJ-INTENTOS(JUG-IDX)    TO RS-INTENTOS
               MOVE RJ-DESPERD(JUG-IDX)     TO RS-DESPERD
               MOVE RJ-CERTEZA(JUG-IDX)     TO RS-CERTEZA
               MOVE RJ-GANADAS-MIN(JUG-IDX) TO RS-GANADAS-MIN
               MOVE RJ-USADOS-MIN(JUG-IDX)  TO RS-USADOS-MIN
               MOVE RJ-SUMA-MINIMO(JUG-IDX) TO RS-SUMA-MINIMO
               PERFORM 7900-LINEAS-RESUMEN
               ADD 1 TO JUG-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Porcentaje de intentos desperdiciados y, sobre las ganadas con
      * certeza, promedio de intentos usados contra el minimo.
       7900-LINEAS-RESUMEN.
           MOVE RS-PARTIDAS TO LR-PARTIDAS
           MOVE RS-INTENTOS TO LR-INTENTOS
           MOVE RS-DESPERD  TO LR-DESPERD
           IF RS-INTENTOS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   RS-DESPERD * 100 / RS-INTENTOS
           ELSE
               MOVE 0 TO PORCENTAJE
           END-IF
           MOVE PORCENTAJE TO LR-PORCENTAJE
           MOVE LINEA-RESUMEN-1 TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE RS-CERTEZA     TO LR-CERTEZA
           MOVE RS-GANADAS-MIN TO LR-GANADAS-MIN
           IF RS-GANADAS-MIN > 0
               COMPUTE PROMEDIO ROUNDED =
                   RS-USADOS-MIN / RS-GANADAS-MIN
               MOVE PROMEDIO TO LR-PROM-USADOS
               COMPUTE PROMEDIO ROUNDED =
                   RS-SUMA-MINIMO / RS-GANADAS-MIN
               MOVE PROMEDIO TO LR-PROM-MINIMO
           ELSE
               MOVE 0 TO LR-PROM-USADOS
               MOVE 0 TO LR-PROM-MINIMO
           END-IF
           MOVE LINEA-RESUMEN-2 TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       8000-IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTALES DE CONTROL" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "FILAS LEIDAS DE GAMERESULTS:" TO LC-TITULO
           MOVE LEIDOS-GR TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "PARTIDAS ANALIZADAS:" TO LC-TITULO
           MOVE PARTIDAS-ANALIZADAS TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "  DE ELLAS, DETALLE QUE NO CUADRA (EXCLUIDAS):"
               TO LC-TITULO
           MOVE PARTIDAS-NO-CUADRAN TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "  DE ELLAS, DE LOTE (SIN JUGADOR):" TO LC-TITULO
           MOVE PARTIDAS-SIN-JUGADOR TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "PARTIDAS FUERA DEL RANGO DE FECHAS:" TO LC-TITULO
           MOVE PARTIDAS-FUERA-RANGO TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "PARTIDAS SIN FILAS DE DETALLE:" TO LC-TITULO
           MOVE PARTIDAS-SIN-DETALLE TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "PARTIDAS SIN RESUMEN (SIN TERMINAR):" TO LC-TITULO
           MOVE PARTIDAS-SIN-RESUMEN TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "FILAS LEIDAS DE TORNEOJUG:" TO LC-TITULO
           MOVE LEIDOS-TJ TO LC-CANT
           PERFORM 8100-LINEA-CONTROL
           MOVE "JUGADAS DE TORNEO SIN FILA EN TORNEORESULT:"
               TO LC-TITULO
           MOVE JUGADAS-SIN-RESULTADO TO LC-CANT
           PERFORM 8100-LINEA-CONTROL.

      *-----------------------------------------------------------------

       8100-LINEA-CONTROL.
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "CALIDAD" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "GAMERESULTS"     TO RL-ARCHIVO(1)
           MOVE LEIDOS-GR         TO RL-LEIDOS(1)
           MOVE "TORNEOJUG"       TO RL-ARCHIVO(2)
           MOVE LEIDOS-TJ         TO RL-LEIDOS(2)
           MOVE "TORNEORESULT"    TO RL-ARCHIVO(3)
           MOVE LEIDOS-TR         TO RL-LEIDOS(3)
           MOVE "CALIDADRPT"      TO RL-ARCHIVO(4)
           MOVE LINEAS-GRABADAS   TO RL-GRABADOS(4)
           MOVE WS-GR-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-TJ-STATUS      TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-TR-STATUS      TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-RP-STATUS      TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM CALIDAD.
