      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Control nocturno de resultados sospechosos: revisa las filas
      * de TORNEORESULT, LEADERBOARD y los resumenes de GAMERESULTS de
      * la fecha que indica el operador y marca para revision
      * (archivo REVISION, REVREC.CPY) las que muestran alguna de
      * estas senales:
      *   P - partida ganada en el primer o segundo intento;
      *   T - el jugador gana a una longitud y modo muy por encima de
      *       lo que ganan todos los demas a esa misma longitud y modo
      *       en los ultimos DIAS-VENTANA dias;
      *   S - el secreto de la partida repite uno que el mismo jugador
      *       ya jugo en los ultimos DIAS-VENTANA dias (el modo lote,
      *       sin codigo de jugador, se compara contra si mismo).
      * Cada marca queda como una fila retenida con su motivo; las de
      * torneo no suman en PUNTOS hasta que el supervisor las libera
      * con REVISA. El informe INFSOSPECHA lista las marcas de la
      * noche. Se puede volver a correr la misma fecha: una marca que
      * ya esta en la cola no se vuelve a grabar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSPECHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT TORNEO-RESULTADOS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT GAME-RESULTS ASSIGN TO "GAMERESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT REVISION-RESULTADOS ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT INFORME-SOSPECHA ASSIGN TO "INFSOSPECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEADERBOARD-FILE.
       COPY LEADREC.

       FD  TORNEO-RESULTADOS.
       COPY TORNREC.

       FD  GAME-RESULTS.
       COPY GAMERREC.

       FD  REVISION-RESULTADOS.
       COPY REVREC.

       FD  INFORME-SOSPECHA.
       01  LINEA-INFORME          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LB-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-GR-STATUS           PIC XX.
       77  WS-RV-STATUS           PIC XX.
       77  WS-IS-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  FECHA-PROCESO          PIC 9(8)  VALUE 0.
       77  FECHA-FILA             PIC 9(8).

      * Umbrales del control. La ventana se mide en dias corridos
      * hacia atras desde la fecha procesada (incluida); la tasa de un
      * jugador es sospechosa cuando supera en MARGEN-TASA puntos
      * porcentuales la del resto, siempre que las dos salgan de al
      * menos MINIMO-PARTIDAS partidas.
       77  DIAS-VENTANA           PIC 9(3)  VALUE 30.
       77  MINIMO-PARTIDAS        PIC 9(3)  VALUE 5.
       77  MARGEN-TASA            PIC 9(3)  VALUE 40.
       77  INTENTOS-PRECOZ        PIC 9(3)  VALUE 2.

       77  DIAS-PROCESO           PIC 9(7)  COMP.
       77  DIAS-DESDE             PIC 9(7)  COMP.
       77  DIAS-FILA              PIC 9(7)  COMP.

      * Conversion de una fecha AAAAMMDD a numero de dia corrido
      * (8500), para medir la ventana sin depender del largo de cada
      * mes.
       01  FECHA-CONVERTIR.
           05 FC-ANIO             PIC 9(4).
           05 FC-MES              PIC 99.
           05 FC-DIA              PIC 99.
       77  CONV-ANIO              PIC 9(5)  COMP.
       77  CONV-ERA               PIC 9(5)  COMP.
       77  CONV-ANIO-ERA          PIC 9(5)  COMP.
       77  CONV-MES               PIC 99    COMP.
       77  CONV-DIA-ANIO          PIC 9(5)  COMP.
       77  CONV-CUARTOS           PIC 9(5)  COMP.
       77  CONV-SIGLOS            PIC 9(5)  COMP.
       77  CONV-RESULTADO         PIC 9(7)  COMP.

      * Datos de la fila en examen, comunes a los tres archivos.
       77  FILA-ORIGEN            PIC X.
       77  FILA-GAME-ID           PIC 9(16).
       77  FILA-TR-JUGADOR        PIC 99.
       77  FILA-JUGADOR           PIC X(4).
       77  FILA-LONGITUD          PIC 9.
       77  FILA-MODO              PIC 9.
       77  FILA-SECRETO           PIC X(6).
       77  FILA-RESULTADO         PIC X(6).
       77  FILA-INTENTOS          PIC 9(3).
       77  aux                    PIC 9     COMP.

      * Filas de la fecha procesada (las que se pueden marcar).
       77  CANT-NOCHE             PIC 9(3)  COMP VALUE 0.
       77  NOCHE-IDX              PIC 9(3)  COMP.
       01  NOCHE-TABLA.
           05 NOCHE-ENTRADA OCCURS 500 TIMES.
              10 NO-ORIGEN        PIC X.
              10 NO-GAME-ID       PIC 9(16).
              10 NO-TR-JUGADOR    PIC 99.
              10 NO-JUGADOR       PIC X(4).
              10 NO-LONGITUD      PIC 9.
              10 NO-MODO          PIC 9.
              10 NO-SECRETO       PIC X(6).
              10 NO-RESULTADO     PIC X(6).
              10 NO-INTENTOS      PIC 9(3).
              10 NO-SECRETO-PREVIO PIC 9(16).
              10 NO-ESTADISTICA   PIC 9(3)  COMP.

      * Partidas y ganadas en la ventana por jugador, longitud y modo,
      * solo para las combinaciones que aparecen en la fecha.
       77  CANT-ESTAD             PIC 9(3)  COMP VALUE 0.
       77  ESTAD-IDX              PIC 9(3)  COMP.
       01  ESTADISTICA-TABLA.
           05 ESTADISTICA-ENTRADA OCCURS 300 TIMES.
              10 PJ-JUGADOR       PIC X(4).
              10 PJ-LONGITUD      PIC 9.
              10 PJ-MODO          PIC 9.
              10 PJ-PARTIDAS      PIC 9(5).
              10 PJ-GANADAS       PIC 9(5).

      * Partidas y ganadas de todos en la ventana, por longitud (1-6)
      * y modo (0-1, guardado en la posicion modo + 1).
       01  GLOBAL-TABLA.
           05 GLOBAL-LONGITUD OCCURS 6 TIMES.
              10 GLOBAL-MODO OCCURS 2 TIMES.
                 15 GL-PARTIDAS   PIC 9(7).
                 15 GL-GANADAS    PIC 9(7).
       77  MODO-IDX               PIC 9     COMP.

       77  PARTIDAS-OTROS         PIC 9(7).
       77  GANADAS-OTROS          PIC 9(7).
       77  TASA-JUGADOR           PIC 9(3).
       77  TASA-OTROS             PIC 9(3).

      * Marcas ya presentes en la cola de revision, para no grabarlas
      * dos veces si la fecha se vuelve a procesar.
       77  CANT-EXISTENTES        PIC 9(4)  COMP VALUE 0.
       77  EXIST-IDX              PIC 9(4)  COMP.
       01  EXISTENTES-TABLA.
           05 EXISTENTE-ENTRADA OCCURS 1000 TIMES.
              10 RX-ORIGEN        PIC X.
              10 RX-GAME-ID       PIC 9(16).
              10 RX-TR-JUGADOR    PIC 99.
              10 RX-MOTIVO        PIC X.

       77  MOTIVO-MARCA           PIC X.
       77  DETALLE-MARCA          PIC X(50).
       77  INTENTOS-EDIT          PIC ZZ9.
       77  TASA-EDIT-1            PIC ZZ9.
       77  TASA-EDIT-2            PIC ZZ9.
       77  PARTIDAS-EDIT          PIC ZZZZ9.

       77  LEIDOS-LB              PIC 9(7)  VALUE 0.
       77  LEIDOS-TR              PIC 9(7)  VALUE 0.
       77  LEIDOS-GR              PIC 9(7)  VALUE 0.
       77  MARCAS-PRECOZ          PIC 9(5)  VALUE 0.
       77  MARCAS-TASA            PIC 9(5)  VALUE 0.
       77  MARCAS-SECRETO         PIC 9(5)  VALUE 0.
       77  MARCAS-GRABADAS        PIC 9(5)  VALUE 0.
       77  MARCAS-YA-EXISTENTES   PIC 9(5)  VALUE 0.

       01  ENCABEZADO-1.
           05 FILLER              PIC X(36) VALUE
              "RESULTADOS SOSPECHOSOS              ".
           05 FILLER              PIC X(6)  VALUE "FECHA ".
           05 EN1-FECHA           PIC 9(8).

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  ENCABEZADO-3.
           05 FILLER              PIC X(2)  VALUE "OR".
           05 FILLER              PIC X(17) VALUE "  GAME ID".
           05 FILLER              PIC X(4)  VALUE "ORD".
           05 FILLER              PIC X(5)  VALUE "JUG".
           05 FILLER              PIC X(2)  VALUE "M".
           05 FILLER              PIC X(50) VALUE "DETALLE".

       01  LINEA-MARCA.
           05 LM-ORIGEN           PIC X.
           05 FILLER              PIC X     VALUE SPACE.
           05 LM-GAME-ID          PIC 9(16).
           05 FILLER              PIC X     VALUE SPACE.
           05 LM-TR-JUGADOR       PIC Z9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LM-JUGADOR          PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 LM-MOTIVO           PIC X.
           05 FILLER              PIC X     VALUE SPACE.
           05 LM-DETALLE          PIC X(50).

       01  LINEA-CONTADOR.
           05 FILLER              PIC X(2)  VALUE "  ".
           05 CT-TITULO           PIC X(38).
           05 CT-VALOR            PIC ZZZZZZ9.

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1100-CARGAR-EXISTENTES
           PERFORM 2000-CARGAR-NOCHE-LB
           PERFORM 2100-CARGAR-NOCHE-TR
           PERFORM 2200-CARGAR-NOCHE-GR
           PERFORM 3000-HISTORIA-LB
           PERFORM 3100-HISTORIA-TR
           PERFORM 3200-HISTORIA-GR
           PERFORM 4000-EVALUAR-NOCHE
           PERFORM 5000-IMPRIMIR-TOTALES
           DISPLAY "FILAS REVISADAS: " CANT-NOCHE
               " MARCAS NUEVAS: " MARCAS-GRABADAS
           DISPLAY "MARCAS EN REVISION, DETALLE EN INFSOSPECHA"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*         CONTROL DE RESULTADOS SOSPECHOSOS       *"
           DISPLAY "***************************************************"
           DISPLAY "FECHA A REVISAR (AAAAMMDD, 0=HOY)?"
           ACCEPT FECHA-PROCESO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF FECHA-PROCESO = 0
               MOVE WS-FECHA-HOY TO FECHA-PROCESO
           END-IF
           IF FECHA-PROCESO < 19000101 OR FECHA-PROCESO > 99991231
               DISPLAY "FECHA INVALIDA"
               PERFORM 9900-ABORTAR
           END-IF
           MOVE FECHA-PROCESO TO FECHA-CONVERTIR
           IF FC-MES < 1 OR FC-MES > 12 OR FC-DIA < 1 OR FC-DIA > 31
               DISPLAY "FECHA INVALIDA"
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM 8500-FECHA-A-DIAS
           MOVE CONV-RESULTADO TO DIAS-PROCESO
           COMPUTE DIAS-DESDE = DIAS-PROCESO - DIAS-VENTANA + 1
           INITIALIZE GLOBAL-TABLA
           MOVE FECHA-PROCESO TO EN1-FECHA
           OPEN OUTPUT INFORME-SOSPECHA
           IF WS-IS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INFSOSPECHA: " WS-IS-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           WRITE LINEA-INFORME FROM ENCABEZADO-1
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           WRITE LINEA-INFORME FROM ENCABEZADO-3
           WRITE LINEA-INFORME FROM ENCABEZADO-2.

      *-----------------------------------------------------------------

      * Si la cola todavia no existe es la primera corrida: se crea al
      * grabar la primera marca.
       1100-CARGAR-EXISTENTES.
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
                       IF CANT-EXISTENTES < 1000
                           ADD 1 TO CANT-EXISTENTES
                           MOVE RV-ORIGEN
                               TO RX-ORIGEN(CANT-EXISTENTES)
                           MOVE RV-GAME-ID
                               TO RX-GAME-ID(CANT-EXISTENTES)
                           MOVE RV-TR-JUGADOR
                               TO RX-TR-JUGADOR(CANT-EXISTENTES)
                           MOVE RV-MOTIVO
                               TO RX-MOTIVO(CANT-EXISTENTES)
                       ELSE
                           DISPLAY "TABLA DE REVISION LLENA (1000)"
                           DISPLAY "DEPURE REVISION"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RV-STATUS = "00" OR WS-RV-STATUS = "10"
               CLOSE REVISION-RESULTADOS
           END-IF.

      *-----------------------------------------------------------------

       2000-CARGAR-NOCHE-LB.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-STATUS NOT = "00"
               DISPLAY "LEADERBOARD AUSENTE, SE REVISA SIN PARTIDAS "
                   "INDIVIDUALES"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LEADERBOARD-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-LB
                       IF LB-FECHA = FECHA-PROCESO
                           PERFORM 8000-TOMAR-FILA-LB
                           PERFORM 2900-AGREGAR-NOCHE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LB-STATUS = "00" OR WS-LB-STATUS = "10"
               CLOSE LEADERBOARD-FILE
           END-IF.

      *-----------------------------------------------------------------

       2100-CARGAR-NOCHE-TR.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-RESULTADOS
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "TORNEORESULT AUSENTE, SE REVISA SIN TORNEOS"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TR
                       MOVE TR-GAME-ID(1:8) TO FECHA-FILA
                       IF FECHA-FILA = FECHA-PROCESO
                           PERFORM 8100-TOMAR-FILA-TR
                           PERFORM 2900-AGREGAR-NOCHE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTADOS
           END-IF.

      *-----------------------------------------------------------------

      * De GAMERESULTS interesan solo los resumenes (uno por partida).
       2200-CARGAR-NOCHE-GR.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS NOT = "00"
               DISPLAY "GAMERESULTS AUSENTE, SE REVISA SIN MODO LOTE"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ GAME-RESULTS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-GR
                       MOVE GR-GAME-ID(1:8) TO FECHA-FILA
                       IF GR-TIPO-RESUMEN
                           AND FECHA-FILA = FECHA-PROCESO
                           PERFORM 8200-TOMAR-FILA-GR
                           PERFORM 2900-AGREGAR-NOCHE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GR-STATUS = "00" OR WS-GR-STATUS = "10"
               CLOSE GAME-RESULTS
           END-IF.

      *-----------------------------------------------------------------

      * Agrega la fila en examen a la tabla de la fecha y, si tiene
      * jugador y configuracion conocida, le asigna la entrada de
      * estadistica de su jugador, longitud y modo.
       2900-AGREGAR-NOCHE.
           IF CANT-NOCHE < 500
               ADD 1 TO CANT-NOCHE
           ELSE
               DISPLAY "TABLA DE RESULTADOS DE LA FECHA LLENA (500)"
               PERFORM 9900-ABORTAR
           END-IF
           MOVE FILA-ORIGEN     TO NO-ORIGEN(CANT-NOCHE)
           MOVE FILA-GAME-ID    TO NO-GAME-ID(CANT-NOCHE)
           MOVE FILA-TR-JUGADOR TO NO-TR-JUGADOR(CANT-NOCHE)
           MOVE FILA-JUGADOR    TO NO-JUGADOR(CANT-NOCHE)
           MOVE FILA-LONGITUD   TO NO-LONGITUD(CANT-NOCHE)
           MOVE FILA-MODO       TO NO-MODO(CANT-NOCHE)
           MOVE FILA-SECRETO    TO NO-SECRETO(CANT-NOCHE)
           MOVE FILA-RESULTADO  TO NO-RESULTADO(CANT-NOCHE)
           MOVE FILA-INTENTOS   TO NO-INTENTOS(CANT-NOCHE)
           MOVE 0               TO NO-SECRETO-PREVIO(CANT-NOCHE)
           MOVE 0               TO NO-ESTADISTICA(CANT-NOCHE)
           IF FILA-ORIGEN NOT = "G" AND FILA-JUGADOR NOT = SPACES
               AND FILA-LONGITUD > 0 AND FILA-LONGITUD <= 6
               PERFORM 2910-BUSCAR-ESTADISTICA
               MOVE ESTAD-IDX TO NO-ESTADISTICA(CANT-NOCHE)
           END-IF.

      *-----------------------------------------------------------------

       2910-BUSCAR-ESTADISTICA.
           MOVE 1 TO ESTAD-IDX
           PERFORM UNTIL ESTAD-IDX > CANT-ESTAD
               OR (PJ-JUGADOR(ESTAD-IDX) = FILA-JUGADOR
                   AND PJ-LONGITUD(ESTAD-IDX) = FILA-LONGITUD
                   AND PJ-MODO(ESTAD-IDX) = FILA-MODO)
               ADD 1 TO ESTAD-IDX
           END-PERFORM
           IF ESTAD-IDX > CANT-ESTAD
               IF CANT-ESTAD < 300
                   ADD 1 TO CANT-ESTAD
                   MOVE FILA-JUGADOR  TO PJ-JUGADOR(CANT-ESTAD)
                   MOVE FILA-LONGITUD TO PJ-LONGITUD(CANT-ESTAD)
                   MOVE FILA-MODO     TO PJ-MODO(CANT-ESTAD)
                   MOVE 0             TO PJ-PARTIDAS(CANT-ESTAD)
                   MOVE 0             TO PJ-GANADAS(CANT-ESTAD)
                   MOVE CANT-ESTAD    TO ESTAD-IDX
               ELSE
                   DISPLAY "TABLA DE ESTADISTICAS LLENA (300)"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Segunda pasada: todas las filas de la ventana (incluida la
      * fecha) alimentan las tasas y se comparan contra la fecha para
      * encontrar secretos repetidos.
       3000-HISTORIA-LB.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LEADERBOARD-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE LB-FECHA TO FECHA-FILA
                       PERFORM 3900-CONTROLAR-VENTANA
                       IF DIAS-FILA >= DIAS-DESDE
                           AND DIAS-FILA <= DIAS-PROCESO
                           PERFORM 8000-TOMAR-FILA-LB
                           PERFORM 3910-SUMAR-TASAS
                           PERFORM 3920-COMPARAR-SECRETO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LB-STATUS = "00" OR WS-LB-STATUS = "10"
               CLOSE LEADERBOARD-FILE
           END-IF.

      *-----------------------------------------------------------------

       3100-HISTORIA-TR.
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
                       MOVE TR-GAME-ID(1:8) TO FECHA-FILA
                       PERFORM 3900-CONTROLAR-VENTANA
                       IF DIAS-FILA >= DIAS-DESDE
                           AND DIAS-FILA <= DIAS-PROCESO
                           PERFORM 8100-TOMAR-FILA-TR
                           PERFORM 3910-SUMAR-TASAS
                           PERFORM 3920-COMPARAR-SECRETO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTADOS
           END-IF.

      *-----------------------------------------------------------------

       3200-HISTORIA-GR.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ GAME-RESULTS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GR-TIPO-RESUMEN
                           MOVE GR-GAME-ID(1:8) TO FECHA-FILA
                           PERFORM 3900-CONTROLAR-VENTANA
                           IF DIAS-FILA >= DIAS-DESDE
                               AND DIAS-FILA <= DIAS-PROCESO
                               PERFORM 8200-TOMAR-FILA-GR
                               PERFORM 3920-COMPARAR-SECRETO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GR-STATUS = "00" OR WS-GR-STATUS = "10"
               CLOSE GAME-RESULTS
           END-IF.

      *-----------------------------------------------------------------

      * Deja en DIAS-FILA el dia corrido de FECHA-FILA; una fecha
      * ilegible queda fuera de la ventana.
       3900-CONTROLAR-VENTANA.
           MOVE 0 TO DIAS-FILA
           IF FECHA-FILA IS NUMERIC
               MOVE FECHA-FILA TO FECHA-CONVERTIR
               IF FC-ANIO >= 1900 AND FC-MES >= 1 AND FC-MES <= 12
                   AND FC-DIA >= 1 AND FC-DIA <= 31
                   PERFORM 8500-FECHA-A-DIAS
                   MOVE CONV-RESULTADO TO DIAS-FILA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Las tasas solo cuentan partidas con jugador y configuracion
      * conocida; el global suma a todos y la entrada del jugador
      * solo existe si el jugador jugo esa combinacion en la fecha.
       3910-SUMAR-TASAS.
           IF FILA-ORIGEN NOT = "G" AND FILA-JUGADOR NOT = SPACES
               AND FILA-LONGITUD > 0 AND FILA-LONGITUD <= 6
               COMPUTE MODO-IDX = FILA-MODO + 1
               ADD 1 TO GL-PARTIDAS(FILA-LONGITUD, MODO-IDX)
               IF FILA-RESULTADO = "GANO"
                   ADD 1 TO GL-GANADAS(FILA-LONGITUD, MODO-IDX)
               END-IF
               MOVE 1 TO ESTAD-IDX
               PERFORM UNTIL ESTAD-IDX > CANT-ESTAD
                   OR (PJ-JUGADOR(ESTAD-IDX) = FILA-JUGADOR
                       AND PJ-LONGITUD(ESTAD-IDX) = FILA-LONGITUD
                       AND PJ-MODO(ESTAD-IDX) = FILA-MODO)
                   ADD 1 TO ESTAD-IDX
               END-PERFORM
               IF ESTAD-IDX <= CANT-ESTAD
                   ADD 1 TO PJ-PARTIDAS(ESTAD-IDX)
                   IF FILA-RESULTADO = "GANO"
                       ADD 1 TO PJ-GANADAS(ESTAD-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Un secreto repetido es el mismo secreto, del mismo jugador, en
      * una partida anterior (game id menor) y distinta. El modo lote
      * no tiene jugador: sus partidas se comparan solo entre si.
      * Queda la primera coincidencia.
       3920-COMPARAR-SECRETO.
           IF FILA-SECRETO NOT = SPACES
               AND (FILA-JUGADOR NOT = SPACES OR FILA-ORIGEN = "G")
               MOVE 1 TO NOCHE-IDX
               PERFORM 3930-COMPARAR-UNA UNTIL NOCHE-IDX > CANT-NOCHE
           END-IF.

      *-----------------------------------------------------------------

       3930-COMPARAR-UNA.
           IF NO-SECRETO-PREVIO(NOCHE-IDX) = 0
               AND NO-SECRETO(NOCHE-IDX) = FILA-SECRETO
               AND NO-JUGADOR(NOCHE-IDX) = FILA-JUGADOR
               AND FILA-GAME-ID < NO-GAME-ID(NOCHE-IDX)
               IF (FILA-ORIGEN = "G" AND NO-ORIGEN(NOCHE-IDX) = "G")
                   OR (FILA-ORIGEN NOT = "G"
                       AND NO-ORIGEN(NOCHE-IDX) NOT = "G")
                   MOVE FILA-GAME-ID TO NO-SECRETO-PREVIO(NOCHE-IDX)
               END-IF
           END-IF
           ADD 1 TO NOCHE-IDX.

      *-----------------------------------------------------------------

      * Con las tasas completas se decide cada fila de la fecha; una
      * fila puede llevar mas de una marca.
       4000-EVALUAR-NOCHE.
           OPEN INPUT REVISION-RESULTADOS
           IF WS-RV-STATUS = "00"
               CLOSE REVISION-RESULTADOS
               OPEN EXTEND REVISION-RESULTADOS
           ELSE
               OPEN OUTPUT REVISION-RESULTADOS
           END-IF
           IF WS-RV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR REVISION: " WS-RV-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO NOCHE-IDX
           PERFORM 4100-EVALUAR-FILA UNTIL NOCHE-IDX > CANT-NOCHE
           CLOSE REVISION-RESULTADOS.

      *-----------------------------------------------------------------

       4100-EVALUAR-FILA.
           IF NO-RESULTADO(NOCHE-IDX) = "GANO"
               AND NO-INTENTOS(NOCHE-IDX) <= INTENTOS-PRECOZ
               MOVE "P" TO MOTIVO-MARCA
               MOVE NO-INTENTOS(NOCHE-IDX) TO INTENTOS-EDIT
               MOVE SPACES TO DETALLE-MARCA
               STRING "GANO EN EL INTENTO " INTENTOS-EDIT
                   DELIMITED BY SIZE INTO DETALLE-MARCA
               ADD 1 TO MARCAS-PRECOZ
               PERFORM 4900-GRABAR-MARCA
           END-IF
           IF NO-RESULTADO(NOCHE-IDX) = "GANO"
               AND NO-ESTADISTICA(NOCHE-IDX) > 0
               PERFORM 4200-EVALUAR-TASA
           END-IF
           IF NO-SECRETO-PREVIO(NOCHE-IDX) > 0
               MOVE "S" TO MOTIVO-MARCA
               MOVE SPACES TO DETALLE-MARCA
               STRING "SECRETO " NO-SECRETO(NOCHE-IDX)
                   " YA JUGADO EN " NO-SECRETO-PREVIO(NOCHE-IDX)
                   DELIMITED BY SIZE INTO DETALLE-MARCA
               ADD 1 TO MARCAS-SECRETO
               PERFORM 4900-GRABAR-MARCA
           END-IF
           ADD 1 TO NOCHE-IDX.

      *-----------------------------------------------------------------

      * La tasa del jugador se compara con la de todos los demas a la
      * misma longitud y modo (el global menos el propio jugador).
       4200-EVALUAR-TASA.
           MOVE NO-ESTADISTICA(NOCHE-IDX) TO ESTAD-IDX
           COMPUTE MODO-IDX = PJ-MODO(ESTAD-IDX) + 1
           COMPUTE PARTIDAS-OTROS =
               GL-PARTIDAS(PJ-LONGITUD(ESTAD-IDX), MODO-IDX)
               - PJ-PARTIDAS(ESTAD-IDX)
           COMPUTE GANADAS-OTROS =
               GL-GANADAS(PJ-LONGITUD(ESTAD-IDX), MODO-IDX)
               - PJ-GANADAS(ESTAD-IDX)
           IF PJ-PARTIDAS(ESTAD-IDX) >= MINIMO-PARTIDAS
               AND PARTIDAS-OTROS >= MINIMO-PARTIDAS
               COMPUTE TASA-JUGADOR = PJ-GANADAS(ESTAD-IDX) * 100
                   / PJ-PARTIDAS(ESTAD-IDX)
               COMPUTE TASA-OTROS = GANADAS-OTROS * 100
                   / PARTIDAS-OTROS
               IF TASA-JUGADOR >= TASA-OTROS + MARGEN-TASA
                   MOVE "T" TO MOTIVO-MARCA
                   MOVE TASA-JUGADOR TO TASA-EDIT-1
                   MOVE TASA-OTROS   TO TASA-EDIT-2
                   MOVE PJ-PARTIDAS(ESTAD-IDX) TO PARTIDAS-EDIT
                   MOVE SPACES TO DETALLE-MARCA
                   STRING "GANA " TASA-EDIT-1 "% CONTRA " TASA-EDIT-2
                       "% EN L" PJ-LONGITUD(ESTAD-IDX)
                       " M" PJ-MODO(ESTAD-IDX)
                       " (" PARTIDAS-EDIT " PARTIDAS)"
                       DELIMITED BY SIZE INTO DETALLE-MARCA
                   ADD 1 TO MARCAS-TASA
                   PERFORM 4900-GRABAR-MARCA
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Graba la marca MOTIVO-MARCA de la fila NOCHE-IDX, salvo que ya
      * este en la cola por una corrida anterior de la misma fecha.
       4900-GRABAR-MARCA.
           MOVE 1 TO EXIST-IDX
           PERFORM UNTIL EXIST-IDX > CANT-EXISTENTES
               OR (RX-ORIGEN(EXIST-IDX) = NO-ORIGEN(NOCHE-IDX)
                   AND RX-GAME-ID(EXIST-IDX) = NO-GAME-ID(NOCHE-IDX)
                   AND RX-TR-JUGADOR(EXIST-IDX)
                       = NO-TR-JUGADOR(NOCHE-IDX)
                   AND RX-MOTIVO(EXIST-IDX) = MOTIVO-MARCA)
               ADD 1 TO EXIST-IDX
           END-PERFORM
           MOVE NO-ORIGEN(NOCHE-IDX)     TO LM-ORIGEN
           MOVE NO-GAME-ID(NOCHE-IDX)    TO LM-GAME-ID
           MOVE NO-TR-JUGADOR(NOCHE-IDX) TO LM-TR-JUGADOR
           MOVE NO-JUGADOR(NOCHE-IDX)    TO LM-JUGADOR
           MOVE MOTIVO-MARCA             TO LM-MOTIVO
           MOVE DETALLE-MARCA            TO LM-DETALLE
           WRITE LINEA-INFORME FROM LINEA-MARCA
           IF EXIST-IDX <= CANT-EXISTENTES
               ADD 1 TO MARCAS-YA-EXISTENTES
           ELSE
               MOVE SPACES                   TO REVISION-RECORD
               MOVE NO-ORIGEN(NOCHE-IDX)     TO RV-ORIGEN
               MOVE NO-GAME-ID(NOCHE-IDX)    TO RV-GAME-ID
               MOVE NO-TR-JUGADOR(NOCHE-IDX) TO RV-TR-JUGADOR
               MOVE NO-JUGADOR(NOCHE-IDX)    TO RV-JUGADOR
               MOVE FECHA-PROCESO            TO RV-FECHA
               MOVE MOTIVO-MARCA             TO RV-MOTIVO
               MOVE DETALLE-MARCA            TO RV-DETALLE
               SET RV-RETENIDA               TO TRUE
               MOVE 0                        TO RV-FECHA-RESOLUCION
               WRITE REVISION-RECORD
               IF WS-RV-STATUS NOT = "00"
                   DISPLAY "ERROR AL GRABAR REVISION: " WS-RV-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
               ADD 1 TO MARCAS-GRABADAS
           END-IF.

      *-----------------------------------------------------------------

       5000-IMPRIMIR-TOTALES.
           IF MARCAS-PRECOZ + MARCAS-TASA + MARCAS-SECRETO = 0
               MOVE "  SIN RESULTADOS SOSPECHOSOS EN LA FECHA"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           MOVE "FILAS DE LA FECHA REVISADAS" TO CT-TITULO
           MOVE CANT-NOCHE TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "P - GANADAS EN EL INTENTO 1 O 2" TO CT-TITULO
           MOVE MARCAS-PRECOZ TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "T - TASA MUY POR ENCIMA DEL RESTO" TO CT-TITULO
           MOVE MARCAS-TASA TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "S - SECRETO REPETIDO DEL JUGADOR" TO CT-TITULO
           MOVE MARCAS-SECRETO TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "MARCAS NUEVAS GRABADAS EN REVISION" TO CT-TITULO
           MOVE MARCAS-GRABADAS TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "MARCAS QUE YA ESTABAN EN REVISION" TO CT-TITULO
           MOVE MARCAS-YA-EXISTENTES TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           CLOSE INFORME-SOSPECHA.

      *-----------------------------------------------------------------

      * 8000/8100/8200 dejan la fila leida en los campos FILA- comunes;
      * el modo y la configuracion en blanco de las filas anteriores a
      * esos campos se toman como cero (desconocida).
       8000-TOMAR-FILA-LB.
           MOVE "L"               TO FILA-ORIGEN
           MOVE LB-GAME-ID        TO FILA-GAME-ID
           MOVE 0                 TO FILA-TR-JUGADOR
           MOVE LB-JUGADOR        TO FILA-JUGADOR
           MOVE LB-NUMERO-SECRETO TO FILA-SECRETO
           PERFORM 8300-MEDIR-SECRETO
           IF LB-MODO IS NUMERIC AND LB-MODO = 1
               MOVE 1 TO FILA-MODO
           ELSE
               MOVE 0 TO FILA-MODO
           END-IF
           MOVE LB-RESULTADO      TO FILA-RESULTADO
           MOVE LB-INTENTOS       TO FILA-INTENTOS.

      *-----------------------------------------------------------------

       8100-TOMAR-FILA-TR.
           MOVE "T"               TO FILA-ORIGEN
           MOVE TR-GAME-ID        TO FILA-GAME-ID
           MOVE TR-JUGADOR        TO FILA-TR-JUGADOR
           MOVE TR-JUGADOR-COD    TO FILA-JUGADOR
           IF TR-LONGITUD IS NUMERIC
               MOVE TR-LONGITUD       TO FILA-LONGITUD
               MOVE TR-NUMERO-SECRETO TO FILA-SECRETO
           ELSE
               MOVE 0                 TO FILA-LONGITUD
               MOVE SPACES            TO FILA-SECRETO
           END-IF
           IF TR-MODO IS NUMERIC AND TR-MODO = 1
               MOVE 1 TO FILA-MODO
           ELSE
               MOVE 0 TO FILA-MODO
           END-IF
           MOVE TR-RESULTADO      TO FILA-RESULTADO
           MOVE TR-INTENTOS       TO FILA-INTENTOS.

      *-----------------------------------------------------------------

       8200-TOMAR-FILA-GR.
           MOVE "G"               TO FILA-ORIGEN
           MOVE GR-GAME-ID        TO FILA-GAME-ID
           MOVE 0                 TO FILA-TR-JUGADOR
           MOVE SPACES            TO FILA-JUGADOR
           MOVE GR-NUMERO-SECRETO TO FILA-SECRETO
           PERFORM 8300-MEDIR-SECRETO
           IF GR-MODO IS NUMERIC AND GR-MODO = 1
               MOVE 1 TO FILA-MODO
           ELSE
               MOVE 0 TO FILA-MODO
           END-IF
           MOVE GR-RESULTADO      TO FILA-RESULTADO
           MOVE GR-INTENTOS       TO FILA-INTENTOS.

      *-----------------------------------------------------------------

       8300-MEDIR-SECRETO.
           MOVE 0 TO FILA-LONGITUD
           MOVE 1 TO aux
           PERFORM UNTIL aux > 6
               IF FILA-SECRETO(aux:1) NOT = SPACE
                   ADD 1 TO FILA-LONGITUD
               END-IF
               ADD 1 TO aux
           END-PERFORM.

      *-----------------------------------------------------------------

      * Numero de dia corrido de FECHA-CONVERTIR (calendario
      * gregoriano, contando el anio desde marzo para que el 29 de
      * febrero caiga al final): cada division va a su propio campo
      * entero para que trunque.
       8500-FECHA-A-DIAS.
           MOVE FC-ANIO TO CONV-ANIO
           IF FC-MES <= 2
               SUBTRACT 1 FROM CONV-ANIO
               COMPUTE CONV-MES = FC-MES + 9
           ELSE
               COMPUTE CONV-MES = FC-MES - 3
           END-IF
           DIVIDE CONV-ANIO BY 400 GIVING CONV-ERA
           COMPUTE CONV-ANIO-ERA = CONV-ANIO - CONV-ERA * 400
           COMPUTE CONV-DIA-ANIO = 153 * CONV-MES + 2
           DIVIDE CONV-DIA-ANIO BY 5 GIVING CONV-DIA-ANIO
           COMPUTE CONV-DIA-ANIO = CONV-DIA-ANIO + FC-DIA - 1
           DIVIDE CONV-ANIO-ERA BY 4 GIVING CONV-CUARTOS
           DIVIDE CONV-ANIO-ERA BY 100 GIVING CONV-SIGLOS
           COMPUTE CONV-RESULTADO = CONV-ERA * 146097
               + CONV-ANIO-ERA * 365 + CONV-CUARTOS - CONV-SIGLOS
               + CONV-DIA-ANIO.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "SOSPECHA" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "LEADERBOARD"   TO RL-ARCHIVO(1)
           MOVE LEIDOS-LB       TO RL-LEIDOS(1)
           MOVE "TORNEORESULT"  TO RL-ARCHIVO(2)
           MOVE LEIDOS-TR       TO RL-LEIDOS(2)
           MOVE "GAMERESULTS"   TO RL-ARCHIVO(3)
           MOVE LEIDOS-GR       TO RL-LEIDOS(3)
           MOVE "REVISION"      TO RL-ARCHIVO(4)
           MOVE MARCAS-GRABADAS TO RL-GRABADOS(4)
           MOVE WS-LB-STATUS    TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-TR-STATUS    TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-GR-STATUS    TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-RV-STATUS    TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM SOSPECHA.
