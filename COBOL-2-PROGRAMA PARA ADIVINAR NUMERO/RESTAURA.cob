      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Restauracion de un juego de resguardo grabado por RESGUARD.
      * Pide la fecha del juego (0 = el de hoy) y valida el manifiesto
      * RESGaaaammdd.MANIFIESTO antes de tocar nada: cabecera con esa
      * fecha, una fila por cada uno de los ocho archivos en el orden
      * de RESGUARD y la fila F con totales que cuadren con las filas;
      * un manifiesto sin fila F es de un resguardo cortado y se
      * rechaza. Despues se eligen los archivos (todos o uno por uno)
      * y cada copia elegida se recuenta y se le recalcula el total
      * hash contra el manifiesto. Un archivo que no existia al
      * resguardar no se restaura y el vivo queda como esta. Si entre
      * los elegidos esta GAMEIDCTL, la secuencia del resguardo no
      * puede quedar por debajo del mayor game id ya grabado en
      * LEADERBOARD, TORNEORESULT y GAMERESULTS: GAMEID0 reemitiria
      * ids ya usados, asi que en ese caso se rechaza la restauracion
      * entera sin pisar ningun archivo. Con todo validado se pide
      * confirmacion y recien ahi se reescriben los archivos elegidos.
      * Deja el detalle en RESTAURPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-JUGADORES ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT CONTROL-GAMEID ASSIGN TO "GAMEIDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
           SELECT ARCHIVO-COPIA ASSIGN USING NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
           SELECT ARCHIVO-DESTINO ASSIGN USING NOMBRE-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-STATUS.
           SELECT MANIFIESTO ASSIGN USING NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT TORNEO-RESULTADOS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT GAME-RESULTS ASSIGN TO "GAMERESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT REPORTE-RESTAURA ASSIGN TO "RESTAURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  CONTROL-GAMEID.
       01  CONTROL-GAMEID-RECORD  PIC X(17).

       FD  ARCHIVO-COPIA.
       01  REG-COPIA              PIC X(200).

       FD  ARCHIVO-DESTINO.
       01  REG-DESTINO            PIC X(200).

       FD  MANIFIESTO.
       COPY RESGREC.

       FD  LEADERBOARD-FILE.
       COPY LEADREC.

       FD  TORNEO-RESULTADOS.
       COPY TORNREC.

       FD  GAME-RESULTS.
       COPY GAMERREC.

       FD  REPORTE-RESTAURA.
       01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-GC-STATUS           PIC XX.
       77  WS-AC-STATUS           PIC XX.
       77  WS-AD-STATUS           PIC XX.
       77  WS-MF-STATUS           PIC XX.
       77  WS-LB-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-GR-STATUS           PIC XX.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  FECHA-RESGUARDO        PIC 9(8)  VALUE 0.
       77  NOMBRE-COPIA           PIC X(30) VALUE SPACES.
       77  NOMBRE-DESTINO         PIC X(30) VALUE SPACES.
       77  NOMBRE-MANIFIESTO      PIC X(30) VALUE SPACES.
       77  NOMBRE-JUEGO           PIC X(12) VALUE SPACES.
       77  RESPUESTA-CONFIRMA     PIC X     VALUE SPACE.
       77  MOTIVO-RECHAZO         PIC X(60) VALUE SPACES.

      * Archivos del juego de resguardo, en el mismo orden que
      * RESGUARD: I indexado (JUGADORES), S secuencial de registro
      * fijo (GAMEIDCTL), L secuencial de lineas.
       01  ARCHIVOS-RESGUARDO.
           05 FILLER              PIC X(13) VALUE "JUGADORES   I".
           05 FILLER              PIC X(13) VALUE "TEMPORADA   L".
           05 FILLER              PIC X(13) VALUE "TORNEOREG   L".
           05 FILLER              PIC X(13) VALUE "PARTIDASUSP L".
           05 FILLER              PIC X(13) VALUE "PUNTOSCTL   L".
           05 FILLER              PIC X(13) VALUE "GAMEIDCTL   S".
           05 FILLER              PIC X(13) VALUE "LOTECHKPT   L".
           05 FILLER              PIC X(13) VALUE "PARAMETROS  L".
       01  ARCHIVOS-TABLA REDEFINES ARCHIVOS-RESGUARDO.
           05 AR-ENTRADA OCCURS 8 TIMES.
              10 AR-NOMBRE        PIC X(12).
              10 AR-TIPO          PIC X.
                 88 AR-INDEXADO   VALUE "I".
                 88 AR-SECUENCIAL VALUE "S".
                 88 AR-LINEAS     VALUE "L".
       77  ARCH-IDX               PIC 9     COMP.
       77  IDX-GAMEID             PIC 9     COMP VALUE 6.

      * Lo que dice el manifiesto de cada archivo y si se eligio.
       01  MANIFIESTO-TABLA.
           05 MF-ENTRADA OCCURS 8 TIMES.
              10 MF-PRESENTE      PIC X.
              10 MF-REGISTROS     PIC 9(7).
              10 MF-HASH          PIC 9(15).
              10 MF-ELEGIDO       PIC X.
              10 MF-RESULTADO     PIC X(30).
       77  FILAS-MANIFIESTO       PIC 9(3)  VALUE 0.
       77  SUMA-REGISTROS         PIC 9(9)  VALUE 0.
       77  SUMA-HASH              PIC 9(15) VALUE 0.
       77  ARCHIVOS-ELEGIDOS      PIC 9     VALUE 0.

      * Total hash: mismo calculo que RESGUARD.
       77  REGISTRO-TRABAJO       PIC X(200).
       77  POS-HASH               PIC 9(3)  COMP.
       01  HASH-PAR.
           05 FILLER              PIC X     VALUE LOW-VALUE.
           05 HASH-CARACTER       PIC X.
       01  HASH-ORDINAL REDEFINES HASH-PAR PIC 9(4) COMP.
       77  HASH-REGISTRO          PIC 9(15).
       77  CUENTA-COPIA           PIC 9(7).
       77  HASH-COPIA             PIC 9(15).

      * Control de la secuencia de game ids.
       01  GAMEID-RESGUARDO.
           05 GRS-FECHA           PIC 9(8).
           05 FILLER              PIC X.
           05 GRS-SECUENCIA       PIC 9(8).
       77  ID-RESGUARDO           PIC 9(16) VALUE 0.
       77  MAYOR-ID-GRABADO       PIC 9(16) VALUE 0.

       77  LEIDOS-MF              PIC 9(7)  VALUE 0.
       77  LEIDOS-COPIAS          PIC 9(7)  VALUE 0.
       77  REGISTROS-RESTAURADOS  PIC 9(7)  VALUE 0.
       77  ARCHIVOS-RESTAURADOS   PIC 9(7)  VALUE 0.
       77  GRABADOS-MJ            PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(39) VALUE
              "RESTAURACION DE RESGUARDO           AL ".
           05 EN1-FECHA           PIC 9(8).
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-JUEGO.
           05 FILLER              PIC X(17) VALUE "JUEGO RESTAURADO ".
           05 LJ-NOMBRE           PIC X(12).
           05 FILLER              PIC X(13) VALUE "  GRABADO EL ".
           05 LJ-FECHA            PIC 9(8).
           05 FILLER              PIC X(6)  VALUE " HORA ".
           05 LJ-HORA             PIC 9(6).

       01  ENCABEZADO-ARCHIVOS.
           05 FILLER              PIC X(40) VALUE
              "ARCHIVO      REGISTROS RESULTADO        ".

       01  LINEA-ARCHIVO.
           05 LA-NOMBRE           PIC X(12).
           05 FILLER              PIC X     VALUE SPACE.
           05 LA-REGISTROS        PIC ZZZZZZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 LA-RESULTADO        PIC X(30).

       01  LINEA-GAMEID.
           05 LG-TITULO           PIC X(50).
           05 LG-ID               PIC Z(15)9.

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
           PERFORM 1100-VALIDAR-MANIFIESTO
           PERFORM 1200-ELEGIR-ARCHIVOS
           PERFORM 1300-VERIFICAR-COPIAS
           IF MF-ELEGIDO(IDX-GAMEID) = "S"
               PERFORM 1400-VERIFICAR-GAMEID
           END-IF
           PERFORM 1500-CONFIRMAR
           PERFORM 2000-RESTAURAR-ARCHIVOS
           PERFORM 4000-IMPRIMIR-REPORTE
           DISPLAY "RESTAURACION TERMINADA: " ARCHIVOS-RESTAURADOS
               " ARCHIVOS, " REGISTROS-RESTAURADOS " REGISTROS"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*          RESTAURACION DE UN RESGUARDO           *"
           DISPLAY "***************************************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FECHA DEL RESGUARDO A RESTAURAR (AAAAMMDD, 0=HOY)?"
           ACCEPT FECHA-RESGUARDO
           IF FECHA-RESGUARDO = 0
               MOVE WS-FECHA-HOY TO FECHA-RESGUARDO
           END-IF
           STRING "RESG" FECHA-RESGUARDO
               DELIMITED BY SIZE INTO NOMBRE-JUEGO
           STRING NOMBRE-JUEGO ".MANIFIESTO"
               DELIMITED BY SIZE INTO NOMBRE-MANIFIESTO
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               MOVE "N"    TO MF-PRESENTE(ARCH-IDX)
               MOVE 0      TO MF-REGISTROS(ARCH-IDX)
               MOVE 0      TO MF-HASH(ARCH-IDX)
               MOVE "N"    TO MF-ELEGIDO(ARCH-IDX)
               MOVE "NO ELEGIDO, QUEDA COMO ESTA"
                   TO MF-RESULTADO(ARCH-IDX)
               ADD 1 TO ARCH-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * El manifiesto entero se valida antes de preguntar nada: una
      * fila fuera de orden, un archivo que falta, totales que no
      * cuadran o la falta de la fila F dejan todo sin tocar.
       1100-VALIDAR-MANIFIESTO.
           OPEN INPUT MANIFIESTO
           IF WS-MF-STATUS NOT = "00"
               DISPLAY "NO EXISTE EL RESGUARDO " NOMBRE-MANIFIESTO
                   ": " WS-MF-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO OR MOTIVO-RECHAZO NOT = SPACES
               READ MANIFIESTO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-MF
                       ADD 1 TO FILAS-MANIFIESTO
                       PERFORM 1150-VALIDAR-FILA
               END-READ
           END-PERFORM
           CLOSE MANIFIESTO
           IF MOTIVO-RECHAZO = SPACES AND FILAS-MANIFIESTO NOT = 10
               MOVE "MANIFIESTO INCOMPLETO, EL RESGUARDO NO TERMINO"
                   TO MOTIVO-RECHAZO
           END-IF
           IF MOTIVO-RECHAZO NOT = SPACES
               DISPLAY NOMBRE-MANIFIESTO " RECHAZADO: "
               DISPLAY MOTIVO-RECHAZO
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF
           DISPLAY "MANIFIESTO VALIDO: " SUMA-REGISTROS " REGISTROS".

      *-----------------------------------------------------------------

       1150-VALIDAR-FILA.
           EVALUATE TRUE
               WHEN FILAS-MANIFIESTO = 1
                   IF NOT RG-TIPO-CABECERA
                       OR RG-C-FECHA NOT = FECHA-RESGUARDO
                       MOVE "CABECERA FALTANTE O DE OTRA FECHA"
                           TO MOTIVO-RECHAZO
                   ELSE
                       MOVE RG-C-FECHA TO LJ-FECHA
                       MOVE RG-C-HORA  TO LJ-HORA
                   END-IF
               WHEN FILAS-MANIFIESTO < 10
                   COMPUTE ARCH-IDX = FILAS-MANIFIESTO - 1
                   PERFORM 1160-VALIDAR-ARCHIVO
               WHEN FILAS-MANIFIESTO = 10
                   IF NOT RG-TIPO-FIN
                       OR RG-F-ARCHIVOS NOT = 8
                       OR RG-F-REGISTROS NOT = SUMA-REGISTROS
                       OR RG-F-HASH NOT = SUMA-HASH
                       MOVE "LA FILA F NO CUADRA CON LOS ARCHIVOS"
                           TO MOTIVO-RECHAZO
                   END-IF
               WHEN OTHER
                   MOVE "FILAS DE MAS DESPUES DE LA FILA F"
                       TO MOTIVO-RECHAZO
           END-EVALUATE.

      *-----------------------------------------------------------------

       1160-VALIDAR-ARCHIVO.
           IF NOT RG-TIPO-ARCHIVO
               OR RG-A-NOMBRE NOT = AR-NOMBRE(ARCH-IDX)
               OR RG-A-REGISTROS NOT NUMERIC
               OR RG-A-HASH NOT NUMERIC
               MOVE SPACES TO MOTIVO-RECHAZO
               STRING "FILA DE " AR-NOMBRE(ARCH-IDX)
                   " FALTANTE O ILEGIBLE"
                   DELIMITED BY SIZE INTO MOTIVO-RECHAZO
           ELSE
               IF RG-A-EXISTIA
                   MOVE "S" TO MF-PRESENTE(ARCH-IDX)
                   MOVE RG-A-REGISTROS TO MF-REGISTROS(ARCH-IDX)
                   MOVE RG-A-HASH      TO MF-HASH(ARCH-IDX)
                   ADD RG-A-REGISTROS TO SUMA-REGISTROS
                   ADD RG-A-HASH      TO SUMA-HASH
               ELSE
                   MOVE "NO EXISTIA AL RESGUARDAR"
                       TO MF-RESULTADO(ARCH-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1200-ELEGIR-ARCHIVOS.
           DISPLAY "RESTAURA TODOS LOS ARCHIVOS DEL JUEGO? (S/N)"
           ACCEPT RESPUESTA-CONFIRMA
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               IF MF-PRESENTE(ARCH-IDX) = "S"
                   IF RESPUESTA-CONFIRMA = "S"
                       MOVE "S" TO MF-ELEGIDO(ARCH-IDX)
                   ELSE
                       PERFORM 1250-PREGUNTAR-ARCHIVO
                   END-IF
                   IF MF-ELEGIDO(ARCH-IDX) = "S"
                       ADD 1 TO ARCHIVOS-ELEGIDOS
                   END-IF
               ELSE
                   DISPLAY AR-NOMBRE(ARCH-IDX)
                       " NO EXISTIA AL RESGUARDAR, NO SE RESTAURA"
               END-IF
               ADD 1 TO ARCH-IDX
           END-PERFORM
           IF ARCHIVOS-ELEGIDOS = 0
               DISPLAY "NINGUN ARCHIVO ELEGIDO, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1250-PREGUNTAR-ARCHIVO.
           DISPLAY "RESTAURA " AR-NOMBRE(ARCH-IDX) "? (S/N)"
           ACCEPT MF-ELEGIDO(ARCH-IDX)
           IF MF-ELEGIDO(ARCH-IDX) NOT = "S"
               MOVE "N" TO MF-ELEGIDO(ARCH-IDX)
           END-IF.

      *-----------------------------------------------------------------

      * Cada copia elegida se recuenta y se le recalcula el total hash
      * antes de pisar el archivo vivo.
       1300-VERIFICAR-COPIAS.
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               IF MF-ELEGIDO(ARCH-IDX) = "S"
                   PERFORM 1350-VERIFICAR-COPIA
               END-IF
               ADD 1 TO ARCH-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       1350-VERIFICAR-COPIA.
           PERFORM 2900-ARMAR-NOMBRE-COPIA
           MOVE 0 TO CUENTA-COPIA
           MOVE 0 TO HASH-COPIA
           OPEN INPUT ARCHIVO-COPIA
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO LEER " NOMBRE-COPIA ": "
                   WS-AC-STATUS
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-COPIA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-COPIAS
                       ADD 1 TO CUENTA-COPIA
                       MOVE REG-COPIA TO REGISTRO-TRABAJO
                       PERFORM 8000-HASH-REGISTRO
                       ADD HASH-REGISTRO TO HASH-COPIA
                       IF ARCH-IDX = IDX-GAMEID
                           MOVE REG-COPIA(1:17) TO GAMEID-RESGUARDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COPIA
           IF CUENTA-COPIA NOT = MF-REGISTROS(ARCH-IDX)
               OR HASH-COPIA NOT = MF-HASH(ARCH-IDX)
               DISPLAY NOMBRE-COPIA " NO COINCIDE CON EL MANIFIESTO"
               DISPLAY "  REGISTROS " CUENTA-COPIA " / "
                   MF-REGISTROS(ARCH-IDX)
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * GAMEID0 guarda la ultima secuencia usada: restaurar un valor
      * igual al mayor id grabado es correcto, uno menor haria
      * reemitir ids. En ese caso no se restaura ningun archivo.
       1400-VERIFICAR-GAMEID.
           IF MF-REGISTROS(IDX-GAMEID) NOT = 1
               DISPLAY "LA COPIA DE GAMEIDCTL NO TIENE UN REGISTRO"
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF
           IF GRS-FECHA NOT NUMERIC OR GRS-SECUENCIA NOT NUMERIC
               DISPLAY "LA COPIA DE GAMEIDCTL ESTA CORRUPTA"
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF
           COMPUTE ID-RESGUARDO =
               (GRS-FECHA * 100000000) + GRS-SECUENCIA
           PERFORM 1410-MAYOR-ID-LEADERBOARD
           PERFORM 1420-MAYOR-ID-TORNEO
           PERFORM 1430-MAYOR-ID-RESULTADOS
           DISPLAY "GAME ID DEL RESGUARDO: " ID-RESGUARDO
           DISPLAY "MAYOR GAME ID GRABADO: " MAYOR-ID-GRABADO
           IF ID-RESGUARDO < MAYOR-ID-GRABADO
               DISPLAY "GAMEIDCTL DEL RESGUARDO QUEDARIA POR DEBAJO"
                   " DE IDS YA USADOS"
               DISPLAY "RESTAURE SIN GAMEIDCTL; NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1410-MAYOR-ID-LEADERBOARD.
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-STATUS = "00"
               SET HAY-REGISTROS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ LEADERBOARD-FILE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF LB-GAME-ID IS NUMERIC
                               AND LB-GAME-ID > MAYOR-ID-GRABADO
                               MOVE LB-GAME-ID TO MAYOR-ID-GRABADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEADERBOARD-FILE
           END-IF.

      *-----------------------------------------------------------------

       1420-MAYOR-ID-TORNEO.
           OPEN INPUT TORNEO-RESULTADOS
           IF WS-TR-STATUS = "00"
               SET HAY-REGISTROS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ TORNEO-RESULTADOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TR-GAME-ID IS NUMERIC
                               AND TR-GAME-ID > MAYOR-ID-GRABADO
                               MOVE TR-GAME-ID TO MAYOR-ID-GRABADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TORNEO-RESULTADOS
           END-IF.

      *-----------------------------------------------------------------

       1430-MAYOR-ID-RESULTADOS.
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS = "00"
               SET HAY-REGISTROS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ GAME-RESULTS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF GR-GAME-ID IS NUMERIC
                               AND GR-GAME-ID > MAYOR-ID-GRABADO
                               MOVE GR-GAME-ID TO MAYOR-ID-GRABADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS
           END-IF.

      *-----------------------------------------------------------------

       1500-CONFIRMAR.
           DISPLAY "SE VAN A REEMPLAZAR CON EL JUEGO " NOMBRE-JUEGO ":"
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               IF MF-ELEGIDO(ARCH-IDX) = "S"
                   DISPLAY "  " AR-NOMBRE(ARCH-IDX) " "
                       MF-REGISTROS(ARCH-IDX) " REGISTROS"
               END-IF
               ADD 1 TO ARCH-IDX
           END-PERFORM
           DISPLAY "CONFIRMA LA RESTAURACION? (S/N)"
           ACCEPT RESPUESTA-CONFIRMA
           IF RESPUESTA-CONFIRMA NOT = "S"
               DISPLAY "RESTAURACION CANCELADA, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       2000-RESTAURAR-ARCHIVOS.
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               IF MF-ELEGIDO(ARCH-IDX) = "S"
                   PERFORM 2100-RESTAURAR-ARCHIVO
               END-IF
               ADD 1 TO ARCH-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       2100-RESTAURAR-ARCHIVO.
           PERFORM 2900-ARMAR-NOMBRE-COPIA
           OPEN INPUT ARCHIVO-COPIA
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO LEER " NOMBRE-COPIA ": "
                   WS-AC-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           EVALUATE TRUE
               WHEN AR-INDEXADO(ARCH-IDX)
                   OPEN OUTPUT MAESTRO-JUGADORES
                   MOVE WS-MJ-STATUS TO WS-AD-STATUS
               WHEN AR-SECUENCIAL(ARCH-IDX)
                   OPEN OUTPUT CONTROL-GAMEID
                   MOVE WS-GC-STATUS TO WS-AD-STATUS
               WHEN OTHER
                   MOVE AR-NOMBRE(ARCH-IDX) TO NOMBRE-DESTINO
                   OPEN OUTPUT ARCHIVO-DESTINO
           END-EVALUATE
           IF WS-AD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " AR-NOMBRE(ARCH-IDX) ": "
                   WS-AD-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-COPIA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 2200-GRABAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COPIA
           EVALUATE TRUE
               WHEN AR-INDEXADO(ARCH-IDX)
                   CLOSE MAESTRO-JUGADORES
               WHEN AR-SECUENCIAL(ARCH-IDX)
                   CLOSE CONTROL-GAMEID
               WHEN OTHER
                   CLOSE ARCHIVO-DESTINO
           END-EVALUATE
           ADD 1 TO ARCHIVOS-RESTAURADOS
           MOVE "RESTAURADO" TO MF-RESULTADO(ARCH-IDX)
           DISPLAY AR-NOMBRE(ARCH-IDX) " RESTAURADO".

      *-----------------------------------------------------------------

       2200-GRABAR-REGISTRO.
           EVALUATE TRUE
               WHEN AR-INDEXADO(ARCH-IDX)
                   MOVE REG-COPIA TO REGISTRO-JUGADOR
                   WRITE REGISTRO-JUGADOR
                   MOVE WS-MJ-STATUS TO WS-AD-STATUS
                   IF WS-MJ-STATUS = "00"
                       ADD 1 TO GRABADOS-MJ
                   END-IF
               WHEN AR-SECUENCIAL(ARCH-IDX)
                   MOVE REG-COPIA TO CONTROL-GAMEID-RECORD
                   WRITE CONTROL-GAMEID-RECORD
                   MOVE WS-GC-STATUS TO WS-AD-STATUS
               WHEN OTHER
                   WRITE REG-DESTINO FROM REG-COPIA
           END-EVALUATE
           IF WS-AD-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO " AR-NOMBRE(ARCH-IDX) ": "
                   WS-AD-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           ADD 1 TO REGISTROS-RESTAURADOS.

      *-----------------------------------------------------------------

       2900-ARMAR-NOMBRE-COPIA.
           MOVE SPACES TO NOMBRE-COPIA
           STRING NOMBRE-JUEGO "." AR-NOMBRE(ARCH-IDX)
               DELIMITED BY SPACE INTO NOMBRE-COPIA.

      *-----------------------------------------------------------------

       4000-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE-RESTAURA
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RESTAURPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE WS-FECHA-HOY TO EN1-FECHA
           MOVE NOMBRE-JUEGO TO LJ-NOMBRE
           MOVE LINEA-JUEGO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE ENCABEZADO-ARCHIVOS TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               MOVE AR-NOMBRE(ARCH-IDX)    TO LA-NOMBRE
               MOVE MF-REGISTROS(ARCH-IDX) TO LA-REGISTROS
               MOVE MF-RESULTADO(ARCH-IDX) TO LA-RESULTADO
               MOVE LINEA-ARCHIVO TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
               ADD 1 TO ARCH-IDX
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF MF-ELEGIDO(IDX-GAMEID) = "S"
               MOVE "GAME ID DEL RESGUARDO RESTAURADO" TO LG-TITULO
               MOVE ID-RESGUARDO TO LG-ID
               MOVE LINEA-GAMEID TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
               MOVE "MAYOR GAME ID YA GRABADO EN RESULTADOS"
                   TO LG-TITULO
               MOVE MAYOR-ID-GRABADO TO LG-ID
               MOVE LINEA-GAMEID TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           MOVE "ARCHIVOS RESTAURADOS" TO LC-TITULO
           MOVE ARCHIVOS-RESTAURADOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "REGISTROS RESTAURADOS" TO LC-TITULO
           MOVE REGISTROS-RESTAURADOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           CLOSE REPORTE-RESTAURA.

      *-----------------------------------------------------------------

      * Corte de pagina (mismo esquema que REPSEM).
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

      * Suma de valor del caracter por posicion, salteando espacios
      * (mismo calculo que RESGUARD).
       8000-HASH-REGISTRO.
           MOVE 0 TO HASH-REGISTRO
           MOVE 1 TO POS-HASH
           PERFORM UNTIL POS-HASH > 200
               IF REGISTRO-TRABAJO(POS-HASH:1) NOT = SPACE
                   MOVE REGISTRO-TRABAJO(POS-HASH:1) TO HASH-CARACTER
                   COMPUTE HASH-REGISTRO =
                       HASH-REGISTRO + HASH-ORDINAL * POS-HASH
               END-IF
               ADD 1 TO POS-HASH
           END-PERFORM.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "RESTAURA" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE NOMBRE-JUEGO          TO RL-ARCHIVO(1)
           MOVE LEIDOS-COPIAS         TO RL-LEIDOS(1)
           MOVE REGISTROS-RESTAURADOS TO RL-GRABADOS(1)
           MOVE "MANIFIESTO"          TO RL-ARCHIVO(2)
           MOVE LEIDOS-MF             TO RL-LEIDOS(2)
           MOVE "JUGADORES"           TO RL-ARCHIVO(3)
           MOVE GRABADOS-MJ           TO RL-GRABADOS(3)
           MOVE "RESTAURPT"           TO RL-ARCHIVO(4)
           MOVE LINEAS-GRABADAS       TO RL-GRABADOS(4)
           MOVE WS-AC-STATUS          TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-MF-STATUS          TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-MJ-STATUS          TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-RP-STATUS          TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM RESTAURA.
