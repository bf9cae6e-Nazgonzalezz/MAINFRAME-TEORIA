      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Calificacion nocturna de niveles de juego: lleva en el maestro
      * NIVELJUG un nivel por codigo de jugador (arranca en 1500) que
      * sube o baja con cada partida terminada de la fecha que indica
      * el operador. Cada fila del LEADERBOARD se califica contra la
      * dificultad de la partida (longitud del secreto y LB-MODO): un
      * GANO en pocos intentos sobre un secreto largo en modo dificil
      * sube mucho, un PERDIO o AGOTO sobre uno facil baja mucho. Cada
      * partida de TORNEORESULT (filas de un mismo TR-GAME-ID) se
      * califica jugador contra jugador: cada uno gana, empata o
      * pierde contra cada rival y el ajuste depende de la diferencia
      * de niveles previa a la partida. El archivo de control
      * NIVELCTL guarda las fechas ya calificadas: como el nivel
      * depende del orden de las partidas, una fecha no se califica
      * dos veces ni se revierte. Al final graba el maestro y lista
      * en INFNIVEL los niveles de mayor a menor con su tendencia.
      * Un resultado con una marca retenida o anulada en la cola de
      * revision REVISION no se califica, igual que PUNTOS no lo
      * acredita; como la fecha no se vuelve a calificar, el que el
      * supervisor libere despues tampoco mueve el nivel. De las
      * series de una llave por eliminacion (TORNEOLLAVE) solo cuenta
      * la partida con el game id que quedo anotado en la serie
      * jugada: las filas de una serie cortada y vuelta a jugar con
      * otro game id quedan en TORNEORESULT pero no se califican.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIVELES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT TORNEO-RESULTADOS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT REVISION-FILE ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
           SELECT NIVEL-MASTER ASSIGN TO "NIVELJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.
           SELECT CONTROL-NIVELES ASSIGN TO "NIVELCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT INFORME-NIVELES ASSIGN TO "INFNIVEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEADERBOARD-FILE.
       COPY LEADREC.

       FD  TORNEO-RESULTADOS.
       COPY TORNREC.

       FD  REVISION-FILE.
       COPY REVREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       FD  NIVEL-MASTER.
       COPY NIVREC.

       FD  CONTROL-NIVELES.
       01  CONTROL-NIVELES-RECORD.
           05 NC-FECHA            PIC 9(8).

       FD  INFORME-NIVELES.
       01  LINEA-INFORME          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LB-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-RV-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-NV-STATUS           PIC XX.
       77  WS-NC-STATUS           PIC XX.
       77  WS-IN-STATUS           PIC XX.

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  FECHA-PROCESO          PIC 9(8)  VALUE 0.
       77  FECHA-GAME-ID          PIC 9(8).

      * Escala de niveles: todo codigo nuevo arranca en el inicial y
      * el nivel nunca sale de la banda minimo/maximo.
       77  NIVEL-INICIAL          PIC 9(4)  VALUE 1500.
       77  NIVEL-MINIMO           PIC 9(4)  VALUE 100.
       77  NIVEL-MAXIMO           PIC 9(4)  VALUE 3000.
       77  FACTOR-TORNEO          PIC 9(3)  VALUE 32.

       77  CANT-NIVELES           PIC 9(3)  COMP VALUE 0.
       77  NIV-IDX                PIC 9(3)  COMP.
       77  NIV-IDX2               PIC 9(3)  COMP.
       77  MEJOR-IDX              PIC 9(3)  COMP.
       01  NIVELES-TABLA.
           05 NIVEL-ENTRADA OCCURS 100 TIMES.
              10 NT-JUGADOR-COD   PIC X(4).
              10 NT-NIVEL         PIC 9(4).
              10 NT-NIVEL-INICIAL PIC 9(4).
              10 NT-NIVEL-ANTERIOR PIC 9(4).
              10 NT-PARTIDAS      PIC 9(5).
              10 NT-FECHA         PIC 9(8).
              10 NT-MOVIDO        PIC X.
                 88 NT-FUE-MOVIDO VALUE "S".
              10 NT-LISTADO       PIC X.

       77  CODIGO-BUSCADO         PIC X(4).

      * Filas de torneo de la fecha: se cargan enteras para juntar las
      * de un mismo game id aunque no vengan seguidas (por ejemplo las
      * que RECUPERA reaplico desde PENDIENTES).
       77  CANT-FILAS             PIC 9(3)  COMP VALUE 0.
       77  FILA-IDX               PIC 9(3)  COMP.
       77  FILA-IDX2              PIC 9(3)  COMP.
       77  FILA-PROPIA            PIC 9(3)  COMP.
       77  FILA-RIVAL             PIC 9(3)  COMP.
       01  TORNEO-FILAS.
           05 TORNEO-FILA OCCURS 500 TIMES.
              10 TF-GAME-ID       PIC 9(16).
              10 TF-JUGADOR-COD   PIC X(4).
              10 TF-RESULTADO     PIC X(6).
              10 TF-INTENTOS      PIC 9(3).
              10 TF-CORRECT       PIC 9.
              10 TF-USADA         PIC X.

      * Marcas de REVISION retenidas o anuladas sobre resultados de
      * torneo (numero de orden TR-JUGADOR) y de LEADERBOARD (orden
      * cero), por game id.
       77  CANT-MARCAS            PIC 9(4)  COMP VALUE 0.
       77  MARCA-IDX              PIC 9(4)  COMP.
       77  MARCA-HALLADA          PIC X     VALUE SPACE.
       77  GAME-ID-BUSCADO        PIC 9(16).
       77  ORDEN-BUSCADO          PIC 99.
       01  MARCAS-TABLA.
           05 MARCA-ENTRADA OCCURS 1000 TIMES.
              10 MC-GAME-ID       PIC 9(16).
              10 MC-TR-JUGADOR    PIC 99.
              10 MC-ESTADO        PIC X.

      * Llaves por eliminacion: los ids (para reconocer sus filas en
      * TORNEORESULT por TR-TORNEO-ID) y el game id de cada serie ya
      * jugada, que es la unica partida valida de esa serie.
       77  CANT-LLAVES            PIC 9(3)  COMP VALUE 0.
       77  LLAVE-IDX              PIC 9(3)  COMP.
       77  LLAVE-BUSCADA          PIC X(8).
       01  LLAVES-TABLA.
           05 LE-LLAVE-ID OCCURS 200 TIMES PIC X(8).
       77  CANT-SERIES            PIC 9(4)  COMP VALUE 0.
       77  SERIE-IDX              PIC 9(4)  COMP.
       01  SERIES-TABLA.
           05 LS-GAME-ID OCCURS 2000 TIMES PIC 9(16).

      * Participantes de la partida de torneo que se esta calificando.
       77  CANT-PARTICIPANTES     PIC 9(3)  COMP VALUE 0.
       77  PAR-IDX                PIC 9(3)  COMP.
       77  RIV-IDX                PIC 9(3)  COMP.
       01  PARTICIPANTES-TABLA.
           05 PARTICIPANTE OCCURS 8 TIMES.
              10 PA-FILA          PIC 9(3)  COMP.
              10 PA-NIVEL-IDX     PIC 9(3)  COMP.
              10 PA-NIVEL-PREVIO  PIC 9(4).
              10 PA-AJUSTE        PIC S9(5) COMP.

      * Puntajes en centesimos: 100 gana, 50 empata, 0 pierde.
       77  LONGITUD-SECRETO       PIC 9.
       77  SECRETO-EXAMEN         PIC X(6).
       77  aux                    PIC 9.
       77  MODO-PARTIDA           PIC 9.
       77  DIFICULTAD             PIC 9(4).
       77  FACTOR-K               PIC 9(3).
       77  NIVEL-PROPIO           PIC 9(4).
       77  NIVEL-RIVAL            PIC 9(4).
       77  PUNTAJE-REAL           PIC S9(3) COMP.
       77  PUNTAJE-ESPERADO       PIC S9(5) COMP.
       77  SUMA-PUNTAJE           PIC S9(5) COMP.
       77  AJUSTE-NIVEL           PIC S9(5) COMP.
       77  NIVEL-NUEVO            PIC S9(5) COMP.
       77  DIFERENCIA-NIVEL       PIC S9(5) COMP.

       77  LEIDOS-LB              PIC 9(5)  VALUE 0.
       77  CALIFICADAS-LB         PIC 9(5)  VALUE 0.
       77  SIN-CODIGO-LB          PIC 9(5)  VALUE 0.
       77  LEIDOS-TR              PIC 9(5)  VALUE 0.
       77  SIN-CODIGO-TR          PIC 9(5)  VALUE 0.
       77  PARTIDAS-TORNEO        PIC 9(5)  VALUE 0.
       77  SIN-RIVAL-TR           PIC 9(5)  VALUE 0.
       77  RETENIDAS-LB           PIC 9(5)  VALUE 0.
       77  RETENIDAS-TR           PIC 9(5)  VALUE 0.
       77  SERIE-CORTADA-TR       PIC 9(5)  VALUE 0.
       77  LEIDOS-RV              PIC 9(5)  VALUE 0.
       77  GRABADOS-NV            PIC 9(5)  VALUE 0.
       77  POSICION-RANKING       PIC 9(3)  VALUE 0.

       01  ENCABEZADO-1.
           05 FILLER              PIC X(36) VALUE
              "NIVELES DE JUEGO DE LOS JUGADORES   ".
           05 FILLER              PIC X(20) VALUE
              "FECHA CALIFICADA:   ".
           05 EN1-FECHA           PIC 9(8).

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  ENCABEZADO-3.
           05 FILLER              PIC X(6)  VALUE "PUESTO".
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(7)  VALUE "JUGADOR".
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(5)  VALUE "NIVEL".
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(8)  VALUE "ANTERIOR".
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(9)  VALUE "TENDENCIA".
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 FILLER              PIC X(8)  VALUE "PARTIDAS".

       01  LINEA-NIVEL.
           05 LN-PUESTO           PIC ZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LN-JUGADOR          PIC X(4).
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LN-NIVEL            PIC ZZZ9.
           05 FILLER              PIC X(7)  VALUE SPACES.
           05 LN-ANTERIOR         PIC ZZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LN-TENDENCIA        PIC +ZZZ9.
           05 FILLER              PIC X(8)  VALUE SPACES.
           05 LN-PARTIDAS         PIC ZZZZ9.

       01  LINEA-CONTADOR.
           05 CT-TITULO           PIC X(38).
           05 CT-VALOR            PIC ZZZZ9.

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1100-CARGAR-NIVELES
           PERFORM 1200-CARGAR-MARCAS
           PERFORM 1300-CARGAR-LLAVES
           PERFORM 2000-CALIFICAR-LEADERBOARD
           PERFORM 3000-CALIFICAR-TORNEOS
           PERFORM 4000-REESCRIBIR-NIVELES
           PERFORM 4500-ACTUALIZAR-CONTROL
           PERFORM 5000-IMPRIMIR-NIVELES
           DISPLAY "PARTIDAS CALIFICADAS: " CALIFICADAS-LB
               " TORNEOS CALIFICADOS: " PARTIDAS-TORNEO
           DISPLAY "NIVELES ACTUALIZADOS EN NIVELJUG E INFNIVEL"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*        NIVELES DE JUEGO DE LOS JUGADORES        *"
           DISPLAY "***************************************************"
           DISPLAY "FECHA DE LAS PARTIDAS A CALIFICAR (AAAAMMDD)?"
           ACCEPT FECHA-PROCESO
           IF FECHA-PROCESO < 19000101 OR FECHA-PROCESO > 99991231
               DISPLAY "FECHA INVALIDA"
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM 1050-CONTROLAR-FECHA
           OPEN OUTPUT INFORME-NIVELES
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INFNIVEL: " WS-IN-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Calificar dos veces la misma fecha mueve los niveles de nuevo
      * con las mismas partidas; una fecha ya calificada se rechaza.
       1050-CONTROLAR-FECHA.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT CONTROL-NIVELES
           IF WS-NC-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ CONTROL-NIVELES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF NC-FECHA = FECHA-PROCESO
                           DISPLAY "LA FECHA " FECHA-PROCESO
                               " YA FUE CALIFICADA"
                           CLOSE CONTROL-NIVELES
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NC-STATUS = "00" OR WS-NC-STATUS = "10"
               CLOSE CONTROL-NIVELES
           END-IF.

      *-----------------------------------------------------------------

      * El maestro de niveles entra entero a la tabla; si todavia no
      * existe (primera corrida) se arranca de cero.
       1100-CARGAR-NIVELES.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "NIVELJUG AUSENTE, ARRANCA MAESTRO NUEVO"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ NIVEL-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-NIVELES < 100
                           ADD 1 TO CANT-NIVELES
                           MOVE NV-JUGADOR-COD
                               TO NT-JUGADOR-COD(CANT-NIVELES)
                           MOVE NV-NIVEL TO NT-NIVEL(CANT-NIVELES)
                           MOVE NV-NIVEL
                               TO NT-NIVEL-INICIAL(CANT-NIVELES)
                           MOVE NV-NIVEL-ANTERIOR
                               TO NT-NIVEL-ANTERIOR(CANT-NIVELES)
                           MOVE NV-PARTIDAS
                               TO NT-PARTIDAS(CANT-NIVELES)
                           MOVE NV-FECHA TO NT-FECHA(CANT-NIVELES)
                           MOVE "N" TO NT-MOVIDO(CANT-NIVELES)
                       ELSE
                           DISPLAY "TABLA DE NIVELES LLENA (100)"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NV-STATUS = "00" OR WS-NV-STATUS = "10"
               CLOSE NIVEL-MASTER
           END-IF.

      *-----------------------------------------------------------------

      * Sin cola de revision no hay nada retenido. De las marcas solo
      * interesan las que siguen retenidas o fueron anuladas, de
      * torneo o de LEADERBOARD (las de lote no tienen jugador).
       1200-CARGAR-MARCAS.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT REVISION-FILE
           IF WS-RV-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ REVISION-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-RV
                       IF (RV-ORIGEN-TORNEO OR RV-ORIGEN-LEADER)
                           AND (RV-RETENIDA OR RV-ANULADA)
                           IF CANT-MARCAS < 1000
                               ADD 1 TO CANT-MARCAS
                               MOVE RV-GAME-ID
                                   TO MC-GAME-ID(CANT-MARCAS)
                               MOVE RV-TR-JUGADOR
                                   TO MC-TR-JUGADOR(CANT-MARCAS)
                               MOVE RV-ESTADO
                                   TO MC-ESTADO(CANT-MARCAS)
                           ELSE
                               DISPLAY "TABLA DE MARCAS LLENA (1000)"
                               PERFORM 9900-ABORTAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RV-STATUS = "00" OR WS-RV-STATUS = "10"
               CLOSE REVISION-FILE
           END-IF.

      *-----------------------------------------------------------------

      * Deja en MARCA-HALLADA el estado de la marca del resultado
      * GAME-ID-BUSCADO / ORDEN-BUSCADO (R si alguna sigue retenida),
      * o blanco si no tiene.
       1210-BUSCAR-MARCA.
           MOVE SPACE TO MARCA-HALLADA
           MOVE 1 TO MARCA-IDX
           PERFORM UNTIL MARCA-IDX > CANT-MARCAS
               IF MC-GAME-ID(MARCA-IDX) = GAME-ID-BUSCADO
                   AND MC-TR-JUGADOR(MARCA-IDX) = ORDEN-BUSCADO
                   IF MARCA-HALLADA NOT = "R"
                       MOVE MC-ESTADO(MARCA-IDX) TO MARCA-HALLADA
                   END-IF
               END-IF
               ADD 1 TO MARCA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Sin el archivo (nunca se registro una llave) no hay filas de
      * llave que separar. Una serie sin game id es un pase directo o
      * todavia no se jugo; la que quedo en juego fue cortada y sus
      * filas no valen hasta que se vuelva a jugar entera.
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
                       EVALUATE TRUE
                           WHEN LL-TIPO-EVENTO
                               PERFORM 1320-AGREGAR-LLAVE
                           WHEN LL-TIPO-SERIE
                               PERFORM 1330-AGREGAR-SERIE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF.

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

       1320-AGREGAR-LLAVE.
           IF CANT-LLAVES < 200
               ADD 1 TO CANT-LLAVES
               MOVE LL-LLAVE-ID TO LE-LLAVE-ID(CANT-LLAVES)
           ELSE
               DISPLAY "TABLA DE LLAVES LLENA (200)"
               DISPLAY "DEPURE TORNEOLLAVE"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1330-AGREGAR-SERIE.
           IF LL-S-JUGADA AND LL-S-GAME-ID > 0
               IF CANT-SERIES < 2000
                   ADD 1 TO CANT-SERIES
                   MOVE LL-S-GAME-ID TO LS-GAME-ID(CANT-SERIES)
               ELSE
                   DISPLAY "TABLA DE SERIES LLENA (2000)"
                   DISPLAY "DEPURE TORNEOLLAVE"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-CALIFICAR-LEADERBOARD.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-STATUS NOT = "00"
               DISPLAY "LEADERBOARD AUSENTE, SE TRATA COMO VACIO"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LEADERBOARD-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-LB
                       IF LB-FECHA = FECHA-PROCESO
                           MOVE LB-GAME-ID TO GAME-ID-BUSCADO
                           MOVE 0 TO ORDEN-BUSCADO
                           PERFORM 1210-BUSCAR-MARCA
                           IF MARCA-HALLADA NOT = SPACE
                               ADD 1 TO RETENIDAS-LB
                           ELSE
                               PERFORM 2100-CALIFICAR-PARTIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LB-STATUS = "00" OR WS-LB-STATUS = "10"
               CLOSE LEADERBOARD-FILE
           END-IF.

      *-----------------------------------------------------------------

      * Una partida individual se califica contra la dificultad del
      * secreto: 1400 de base, 100 mas por cada digito por encima de 4
      * y 100 mas en modo dificil. El peso de la partida (factor K)
      * crece con la longitud y el modo. GANO vale 100 en hasta 5
      * intentos, 85 en hasta 8 y 70 despues; PERDIO y AGOTO valen 0.
      * Las filas viejas sin codigo de jugador no se pueden calificar.
       2100-CALIFICAR-PARTIDA.
           IF LB-JUGADOR = SPACES
               ADD 1 TO SIN-CODIGO-LB
           ELSE
               ADD 1 TO CALIFICADAS-LB
               MOVE LB-NUMERO-SECRETO TO SECRETO-EXAMEN
               PERFORM 8200-MEDIR-SECRETO
               IF LONGITUD-SECRETO < 4
                   MOVE 4 TO LONGITUD-SECRETO
               END-IF
               IF LB-MODO IS NUMERIC AND LB-MODO = 1
                   MOVE 1 TO MODO-PARTIDA
               ELSE
                   MOVE 0 TO MODO-PARTIDA
               END-IF
               COMPUTE DIFICULTAD = 1400
                   + (LONGITUD-SECRETO - 4) * 100
                   + MODO-PARTIDA * 100
               COMPUTE FACTOR-K = 16
                   + (LONGITUD-SECRETO - 4) * 4
                   + MODO-PARTIDA * 8
               EVALUATE TRUE
                   WHEN LB-RESULTADO NOT = "GANO"
                       MOVE 0 TO PUNTAJE-REAL
                   WHEN LB-INTENTOS <= 5
                       MOVE 100 TO PUNTAJE-REAL
                   WHEN LB-INTENTOS <= 8
                       MOVE 85 TO PUNTAJE-REAL
                   WHEN OTHER
                       MOVE 70 TO PUNTAJE-REAL
               END-EVALUATE
               MOVE LB-JUGADOR TO CODIGO-BUSCADO
               PERFORM 8000-BUSCAR-NIVEL
               MOVE NT-NIVEL(NIV-IDX) TO NIVEL-PROPIO
               MOVE DIFICULTAD TO NIVEL-RIVAL
               PERFORM 8300-CALCULAR-ESPERADO
               COMPUTE AJUSTE-NIVEL ROUNDED =
                   FACTOR-K * (PUNTAJE-REAL - PUNTAJE-ESPERADO) / 100
               PERFORM 8400-APLICAR-AJUSTE
           END-IF.

      *-----------------------------------------------------------------

       3000-CALIFICAR-TORNEOS.
           PERFORM 3100-CARGAR-FILAS-TORNEO
           MOVE 1 TO FILA-IDX
           PERFORM UNTIL FILA-IDX > CANT-FILAS
               IF TF-USADA(FILA-IDX) = SPACE
                   PERFORM 3200-ARMAR-PARTIDA
                   IF CANT-PARTICIPANTES < 2
                       ADD 1 TO SIN-RIVAL-TR
                   ELSE
                       ADD 1 TO PARTIDAS-TORNEO
                       PERFORM 3300-CALIFICAR-PARTIDA-TORNEO
                   END-IF
               END-IF
               ADD 1 TO FILA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       3100-CARGAR-FILAS-TORNEO.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-RESULTADOS
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "TORNEORESULT AUSENTE, SE TRATA COMO VACIO"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TR
                       MOVE TR-GAME-ID(1:8) TO FECHA-GAME-ID
                       IF FECHA-GAME-ID = FECHA-PROCESO
                           PERFORM 3105-CONTROLAR-FILA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTADOS
           END-IF.

      *-----------------------------------------------------------------

      * Una fila retenida o anulada en la cola no se califica. Una
      * fila de llave solo vale si su game id es el de una serie
      * jugada; las de una serie cortada no.
       3105-CONTROLAR-FILA.
           MOVE TR-GAME-ID TO GAME-ID-BUSCADO
           MOVE TR-JUGADOR TO ORDEN-BUSCADO
           PERFORM 1210-BUSCAR-MARCA
           MOVE 0 TO LLAVE-IDX
           IF TR-TORNEO-ID NOT = SPACES
               MOVE TR-TORNEO-ID TO LLAVE-BUSCADA
               PERFORM 1310-BUSCAR-LLAVE
           END-IF
           IF LLAVE-IDX > 0
               MOVE 1 TO SERIE-IDX
               PERFORM UNTIL SERIE-IDX > CANT-SERIES
                   OR LS-GAME-ID(SERIE-IDX) = TR-GAME-ID
                   ADD 1 TO SERIE-IDX
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN MARCA-HALLADA NOT = SPACE
                   ADD 1 TO RETENIDAS-TR
               WHEN LLAVE-IDX > 0 AND SERIE-IDX > CANT-SERIES
                   ADD 1 TO SERIE-CORTADA-TR
               WHEN OTHER
                   PERFORM 3110-GUARDAR-FILA
           END-EVALUATE.

      *-----------------------------------------------------------------

       3110-GUARDAR-FILA.
           IF TR-JUGADOR-COD = SPACES
               ADD 1 TO SIN-CODIGO-TR
           ELSE
               IF CANT-FILAS < 500
                   ADD 1 TO CANT-FILAS
                   MOVE TR-GAME-ID     TO TF-GAME-ID(CANT-FILAS)
                   MOVE TR-JUGADOR-COD TO TF-JUGADOR-COD(CANT-FILAS)
                   MOVE TR-RESULTADO   TO TF-RESULTADO(CANT-FILAS)
                   MOVE TR-INTENTOS    TO TF-INTENTOS(CANT-FILAS)
                   MOVE TR-CORRECT     TO TF-CORRECT(CANT-FILAS)
                   MOVE SPACE          TO TF-USADA(CANT-FILAS)
               ELSE
                   DISPLAY "TABLA DE FILAS DE TORNEO LLENA (500)"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Junta en PARTICIPANTES las filas con el game id de la fila
      * actual y las marca usadas para no volver a calificarlas.
       3200-ARMAR-PARTIDA.
           MOVE 0 TO CANT-PARTICIPANTES
           MOVE FILA-IDX TO FILA-IDX2
           PERFORM UNTIL FILA-IDX2 > CANT-FILAS
               IF TF-USADA(FILA-IDX2) = SPACE
                   AND TF-GAME-ID(FILA-IDX2) = TF-GAME-ID(FILA-IDX)
                   IF CANT-PARTICIPANTES < 8
                       ADD 1 TO CANT-PARTICIPANTES
                       MOVE FILA-IDX2 TO PA-FILA(CANT-PARTICIPANTES)
                       MOVE "U" TO TF-USADA(FILA-IDX2)
                   ELSE
                       DISPLAY "PARTIDA CON MAS DE 8 JUGADORES: "
                           TF-GAME-ID(FILA-IDX)
                       PERFORM 9900-ABORTAR
                   END-IF
               END-IF
               ADD 1 TO FILA-IDX2
           END-PERFORM.

      *-----------------------------------------------------------------

      * Todos los cruces se calculan con los niveles previos a la
      * partida y los ajustes se aplican al final, para que el orden
      * de las filas no cambie el resultado. El ajuste de cada jugador
      * es el factor de torneo por el promedio de (real - esperado)
      * contra sus rivales.
       3300-CALIFICAR-PARTIDA-TORNEO.
           MOVE 1 TO PAR-IDX
           PERFORM UNTIL PAR-IDX > CANT-PARTICIPANTES
               MOVE PA-FILA(PAR-IDX) TO FILA-IDX2
               MOVE TF-JUGADOR-COD(FILA-IDX2) TO CODIGO-BUSCADO
               PERFORM 8000-BUSCAR-NIVEL
               MOVE NIV-IDX TO PA-NIVEL-IDX(PAR-IDX)
               MOVE NT-NIVEL(NIV-IDX) TO PA-NIVEL-PREVIO(PAR-IDX)
               ADD 1 TO PAR-IDX
           END-PERFORM
           MOVE 1 TO PAR-IDX
           PERFORM UNTIL PAR-IDX > CANT-PARTICIPANTES
               MOVE 0 TO SUMA-PUNTAJE
               MOVE 1 TO RIV-IDX
               PERFORM 3310-CRUZAR-RIVAL
                   UNTIL RIV-IDX > CANT-PARTICIPANTES
               COMPUTE PA-AJUSTE(PAR-IDX) ROUNDED =
                   FACTOR-TORNEO * SUMA-PUNTAJE
                   / (100 * (CANT-PARTICIPANTES - 1))
               ADD 1 TO PAR-IDX
           END-PERFORM
           MOVE 1 TO PAR-IDX
           PERFORM UNTIL PAR-IDX > CANT-PARTICIPANTES
               MOVE PA-NIVEL-IDX(PAR-IDX) TO NIV-IDX
               MOVE PA-AJUSTE(PAR-IDX)    TO AJUSTE-NIVEL
               PERFORM 8400-APLICAR-AJUSTE
               ADD 1 TO PAR-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       3310-CRUZAR-RIVAL.
           IF RIV-IDX NOT = PAR-IDX
               PERFORM 3400-COMPARAR-RESULTADOS
               MOVE PA-NIVEL-PREVIO(PAR-IDX) TO NIVEL-PROPIO
               MOVE PA-NIVEL-PREVIO(RIV-IDX) TO NIVEL-RIVAL
               PERFORM 8300-CALCULAR-ESPERADO
               COMPUTE SUMA-PUNTAJE = SUMA-PUNTAJE
                   + PUNTAJE-REAL - PUNTAJE-ESPERADO
           END-IF
           ADD 1 TO RIV-IDX.

      *-----------------------------------------------------------------

      * Quien gano le gana a quien no gano; entre dos que ganaron
      * gana el de menos intentos, y entre dos que no ganaron el que
      * dejo mas digitos correctos en el ultimo intento. Lo demas es
      * empate.
       3400-COMPARAR-RESULTADOS.
           MOVE PA-FILA(PAR-IDX) TO FILA-PROPIA
           MOVE PA-FILA(RIV-IDX) TO FILA-RIVAL
           MOVE 50 TO PUNTAJE-REAL
           EVALUATE TRUE
               WHEN TF-RESULTADO(FILA-PROPIA) = "GANO"
                   AND TF-RESULTADO(FILA-RIVAL) NOT = "GANO"
                   MOVE 100 TO PUNTAJE-REAL
               WHEN TF-RESULTADO(FILA-PROPIA) NOT = "GANO"
                   AND TF-RESULTADO(FILA-RIVAL) = "GANO"
                   MOVE 0 TO PUNTAJE-REAL
               WHEN TF-RESULTADO(FILA-PROPIA) = "GANO"
                   IF TF-INTENTOS(FILA-PROPIA) < TF-INTENTOS(FILA-RIVAL)
                       MOVE 100 TO PUNTAJE-REAL
                   END-IF
                   IF TF-INTENTOS(FILA-PROPIA) > TF-INTENTOS(FILA-RIVAL)
                       MOVE 0 TO PUNTAJE-REAL
                   END-IF
               WHEN OTHER
                   IF TF-CORRECT(FILA-PROPIA) > TF-CORRECT(FILA-RIVAL)
                       MOVE 100 TO PUNTAJE-REAL
                   END-IF
                   IF TF-CORRECT(FILA-PROPIA) < TF-CORRECT(FILA-RIVAL)
                       MOVE 0 TO PUNTAJE-REAL
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Los niveles de quienes no jugaron la fecha se graban como
      * estaban; a los que se movieron se les guarda el nivel con que
      * empezaron la corrida como anterior, para la tendencia.
       4000-REESCRIBIR-NIVELES.
           OPEN OUTPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR NIVELJUG: " WS-NV-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO NIV-IDX
           PERFORM UNTIL NIV-IDX > CANT-NIVELES
               MOVE SPACES TO NIVEL-RECORD
               MOVE NT-JUGADOR-COD(NIV-IDX) TO NV-JUGADOR-COD
               MOVE NT-NIVEL(NIV-IDX)       TO NV-NIVEL
               IF NT-FUE-MOVIDO(NIV-IDX)
                   MOVE NT-NIVEL-INICIAL(NIV-IDX)
                       TO NT-NIVEL-ANTERIOR(NIV-IDX)
                   MOVE FECHA-PROCESO TO NT-FECHA(NIV-IDX)
               END-IF
               MOVE NT-NIVEL-ANTERIOR(NIV-IDX) TO NV-NIVEL-ANTERIOR
               MOVE NT-PARTIDAS(NIV-IDX)    TO NV-PARTIDAS
               MOVE NT-FECHA(NIV-IDX)       TO NV-FECHA
               WRITE NIVEL-RECORD
               ADD 1 TO GRABADOS-NV
               ADD 1 TO NIV-IDX
           END-PERFORM
           CLOSE NIVEL-MASTER.

      *-----------------------------------------------------------------

      * La fecha se marca calificada recien despues de grabar el
      * maestro, por EXTEND para no reescribir el historial.
       4500-ACTUALIZAR-CONTROL.
           OPEN INPUT CONTROL-NIVELES
           IF WS-NC-STATUS = "00"
               CLOSE CONTROL-NIVELES
               OPEN EXTEND CONTROL-NIVELES
           ELSE
               OPEN OUTPUT CONTROL-NIVELES
           END-IF
           IF WS-NC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR NIVELCTL: " WS-NC-STATUS
               DISPLAY "OJO: LA FECHA NO QUEDO MARCADA COMO CALIFICADA"
           ELSE
               MOVE FECHA-PROCESO TO NC-FECHA
               WRITE CONTROL-NIVELES-RECORD
               CLOSE CONTROL-NIVELES
           END-IF.

      *-----------------------------------------------------------------

      * Imprime de mayor a menor nivel marcando cada entrada ya
      * listada, igual que las posiciones de PUNTOS.
       5000-IMPRIMIR-NIVELES.
           MOVE FECHA-PROCESO TO EN1-FECHA
           WRITE LINEA-INFORME FROM ENCABEZADO-1
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           WRITE LINEA-INFORME FROM ENCABEZADO-3
           MOVE 1 TO NIV-IDX
           PERFORM UNTIL NIV-IDX > CANT-NIVELES
               MOVE SPACE TO NT-LISTADO(NIV-IDX)
               ADD 1 TO NIV-IDX
           END-PERFORM
           MOVE 0 TO POSICION-RANKING
           PERFORM 5100-LISTAR-SIGUIENTE
               UNTIL POSICION-RANKING = CANT-NIVELES
           IF CANT-NIVELES = 0
               MOVE "SIN JUGADORES CALIFICADOS" TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           MOVE "PARTIDAS INDIVIDUALES CALIFICADAS:" TO CT-TITULO
           MOVE CALIFICADAS-LB TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "PARTIDAS INDIVIDUALES SIN CODIGO:" TO CT-TITULO
           MOVE SIN-CODIGO-LB TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "PARTIDAS INDIVIDUALES RETENIDAS:" TO CT-TITULO
           MOVE RETENIDAS-LB TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "PARTIDAS DE TORNEO CALIFICADAS:" TO CT-TITULO
           MOVE PARTIDAS-TORNEO TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "PARTIDAS DE TORNEO SIN RIVAL:" TO CT-TITULO
           MOVE SIN-RIVAL-TR TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "FILAS DE TORNEO SIN CODIGO:" TO CT-TITULO
           MOVE SIN-CODIGO-TR TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "FILAS DE TORNEO RETENIDAS:" TO CT-TITULO
           MOVE RETENIDAS-TR TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "FILAS DE SERIES DE LLAVE CORTADAS:" TO CT-TITULO
           MOVE SERIE-CORTADA-TR TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           CLOSE INFORME-NIVELES.

      *-----------------------------------------------------------------

       5100-LISTAR-SIGUIENTE.
           MOVE 0 TO MEJOR-IDX
           MOVE 1 TO NIV-IDX2
           PERFORM UNTIL NIV-IDX2 > CANT-NIVELES
               IF NT-LISTADO(NIV-IDX2) = SPACE
                   IF MEJOR-IDX = 0
                       MOVE NIV-IDX2 TO MEJOR-IDX
                   ELSE
                       IF NT-NIVEL(NIV-IDX2) > NT-NIVEL(MEJOR-IDX)
                           MOVE NIV-IDX2 TO MEJOR-IDX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO NIV-IDX2
           END-PERFORM
           ADD 1 TO POSICION-RANKING
           MOVE "L" TO NT-LISTADO(MEJOR-IDX)
           MOVE POSICION-RANKING            TO LN-PUESTO
           MOVE NT-JUGADOR-COD(MEJOR-IDX)   TO LN-JUGADOR
           MOVE NT-NIVEL(MEJOR-IDX)         TO LN-NIVEL
           MOVE NT-NIVEL-ANTERIOR(MEJOR-IDX) TO LN-ANTERIOR
           COMPUTE DIFERENCIA-NIVEL = NT-NIVEL(MEJOR-IDX)
               - NT-NIVEL-ANTERIOR(MEJOR-IDX)
           MOVE DIFERENCIA-NIVEL            TO LN-TENDENCIA
           MOVE NT-PARTIDAS(MEJOR-IDX)      TO LN-PARTIDAS
           WRITE LINEA-INFORME FROM LINEA-NIVEL.

      *-----------------------------------------------------------------

      * Deja en NIV-IDX la entrada del codigo buscado, dandola de alta
      * con el nivel inicial si es la primera vez que se califica.
       8000-BUSCAR-NIVEL.
           MOVE 1 TO NIV-IDX
           PERFORM UNTIL NIV-IDX > CANT-NIVELES
               OR NT-JUGADOR-COD(NIV-IDX) = CODIGO-BUSCADO
               ADD 1 TO NIV-IDX
           END-PERFORM
           IF NIV-IDX > CANT-NIVELES
               IF CANT-NIVELES < 100
                   ADD 1 TO CANT-NIVELES
                   MOVE CODIGO-BUSCADO TO NT-JUGADOR-COD(CANT-NIVELES)
                   MOVE NIVEL-INICIAL  TO NT-NIVEL(CANT-NIVELES)
                   MOVE NIVEL-INICIAL  TO NT-NIVEL-INICIAL(CANT-NIVELES)
                   MOVE NIVEL-INICIAL
                       TO NT-NIVEL-ANTERIOR(CANT-NIVELES)
                   MOVE 0              TO NT-PARTIDAS(CANT-NIVELES)
                   MOVE 0              TO NT-FECHA(CANT-NIVELES)
                   MOVE "N"            TO NT-MOVIDO(CANT-NIVELES)
                   MOVE CANT-NIVELES TO NIV-IDX
               ELSE
                   DISPLAY "TABLA DE NIVELES LLENA (100)"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * La longitud del secreto se deduce del propio numero grabado
      * (4, 5 o 6 posiciones no blancas), igual que en INFJUG.
       8200-MEDIR-SECRETO.
           MOVE 0 TO LONGITUD-SECRETO
           MOVE 1 TO aux
           PERFORM UNTIL aux > 6
               IF SECRETO-EXAMEN(aux:1) NOT = SPACE
                   ADD 1 TO LONGITUD-SECRETO
               END-IF
               ADD 1 TO aux
           END-PERFORM.

      *-----------------------------------------------------------------

      * Puntaje esperado (en centesimos) de NIVEL-PROPIO contra
      * NIVEL-RIVAL: 50 a niveles iguales, un punto mas o menos cada 8
      * de diferencia, acotado entre 5 y 95 para que ningun resultado
      * sea gratis.
       8300-CALCULAR-ESPERADO.
           COMPUTE PUNTAJE-ESPERADO =
               50 + (NIVEL-PROPIO - NIVEL-RIVAL) / 8
           IF PUNTAJE-ESPERADO < 5
               MOVE 5 TO PUNTAJE-ESPERADO
           END-IF
           IF PUNTAJE-ESPERADO > 95
               MOVE 95 TO PUNTAJE-ESPERADO
           END-IF.

      *-----------------------------------------------------------------

      * Suma AJUSTE-NIVEL (con signo) al nivel de la entrada NIV-IDX,
      * sin salir de la banda minimo/maximo, y cuenta la partida.
       8400-APLICAR-AJUSTE.
           COMPUTE NIVEL-NUEVO = NT-NIVEL(NIV-IDX) + AJUSTE-NIVEL
           IF NIVEL-NUEVO < NIVEL-MINIMO
               MOVE NIVEL-MINIMO TO NIVEL-NUEVO
           END-IF
           IF NIVEL-NUEVO > NIVEL-MAXIMO
               MOVE NIVEL-MAXIMO TO NIVEL-NUEVO
           END-IF
           MOVE NIVEL-NUEVO TO NT-NIVEL(NIV-IDX)
           ADD 1 TO NT-PARTIDAS(NIV-IDX)
           SET NT-FUE-MOVIDO(NIV-IDX) TO TRUE.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "NIVELES" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "LEADERBOARD"  TO RL-ARCHIVO(1)
           MOVE LEIDOS-LB      TO RL-LEIDOS(1)
           MOVE "TORNEORESULT" TO RL-ARCHIVO(2)
           MOVE LEIDOS-TR      TO RL-LEIDOS(2)
           MOVE "NIVELJUG"     TO RL-ARCHIVO(3)
           MOVE CANT-NIVELES   TO RL-LEIDOS(3)
           MOVE GRABADOS-NV    TO RL-GRABADOS(3)
           MOVE "REVISION"     TO RL-ARCHIVO(4)
           MOVE LEIDOS-RV      TO RL-LEIDOS(4)
           MOVE WS-LB-STATUS   TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-TR-STATUS   TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-NV-STATUS   TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-RV-STATUS   TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM NIVELES.
