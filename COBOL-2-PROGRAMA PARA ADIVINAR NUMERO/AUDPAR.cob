      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Auditoria de las reglas de la casa. Lista cada version del
      * archivo PARAMETROS en el orden en que se grabo: desde que
      * fecha rige, quien la grabo, cuando y por que, los rangos y
      * valores por defecto y que cambio respecto de la version
      * anterior. Debajo de cada una informa cuantas partidas se
      * jugaron con ella, segun la version que cada resultado trae
      * grabada: partidas interactivas de LEADERBOARD (y de los
      * resguardos LEADERARCHaaaa desde el anio que se pida), partidas
      * de torneo de TORNEORESULT (una por game id, no una por
      * jugador) y partidas de lote de los resumenes de GAMERESULTS.
      * Las partidas anteriores al historial (sin version) y las que
      * traen una version que no esta en PARAMETROS se informan
      * aparte. Como control, cuenta las partidas cuya version no es
      * la vigente en la fecha de su game id; una partida suspendida y
      * retomada sigue con las reglas del dia en que empezo, asi que
      * el control deberia dar siempre cero.
      * El reporte queda en AUDPARRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT ARCHIVO-LB ASSIGN USING NOMBRE-ARCH-LB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT TORNEO-RESULTS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT GAME-RESULTS ASSIGN TO "GAMERESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT REPORTE-AUDITORIA ASSIGN TO "AUDPARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       COPY PARREC.

       FD  ARCHIVO-LB.
       COPY LEADREC.

       FD  TORNEO-RESULTS.
       COPY TORNREC.

       FD  GAME-RESULTS.
       COPY GAMERREC.

       FD  REPORTE-AUDITORIA.
       01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PA-STATUS           PIC XX.
       77  WS-LB-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-GR-STATUS           PIC XX    VALUE SPACES.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).
       77  NOMBRE-ARCH-LB         PIC X(20) VALUE SPACES.

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  ANIO-DESDE             PIC 9(4)  VALUE 0.
       77  ANIO-HASTA             PIC 9(4).
       77  ANIO-ACTUAL            PIC 9(4).

       77  LEIDOS-PA              PIC 9(7)  VALUE 0.
       77  LEIDOS-LB              PIC 9(7)  VALUE 0.
       77  LEIDOS-TR              PIC 9(7)  VALUE 0.
       77  LEIDOS-GR              PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.
       77  FILAS-DANADAS          PIC 9(5)  VALUE 0.
       77  ULTIMO-GAME-TR         PIC 9(16) VALUE 0.

      * Versiones en el orden del archivo (ABMPAR las agrega al final,
      * asi que quedan de la mas vieja a la mas nueva) con las
      * partidas jugadas con cada una, por origen.
       77  CANT-VERSIONES         PIC 9(3)  COMP VALUE 0.
       77  VER-IDX                PIC 9(3)  COMP.
       77  VER-HALLADA            PIC 9(3)  COMP.
       77  VER-VIGENTE            PIC 9(3)  COMP.
       01  VERSIONES-TABLA.
           05 VERSION-ENTRADA OCCURS 200 TIMES.
              10 VE-REGLA         PIC X(85).
              10 VE-VERSION       PIC 9(3).
              10 VE-FECHA         PIC 9(8).
              10 VE-PARTIDAS-LB   PIC 9(7).
              10 VE-PARTIDAS-TR   PIC 9(7).
              10 VE-PARTIDAS-GR   PIC 9(7).

      * Datos de la partida que se esta contando, cualquiera sea su
      * origen: L interactiva, T torneo, G lote.
       77  ORIGEN-PARTIDA         PIC X.
       77  FECHA-PARTIDA          PIC 9(8).
       77  VERSION-PARTIDA-X      PIC X(3).
       77  VERSION-PARTIDA REDEFINES VERSION-PARTIDA-X PIC 9(3).

       01  SIN-VERSION-CUENTAS.
           05 SV-LB               PIC 9(7)  VALUE 0.
           05 SV-TR               PIC 9(7)  VALUE 0.
           05 SV-GR               PIC 9(7)  VALUE 0.
       01  DESCONOCIDA-CUENTAS.
           05 DV-LB               PIC 9(7)  VALUE 0.
           05 DV-TR               PIC 9(7)  VALUE 0.
           05 DV-GR               PIC 9(7)  VALUE 0.
       77  FUERA-DE-VIGENCIA      PIC 9(7)  VALUE 0.
       77  TOTAL-PARTIDAS         PIC 9(7)  VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(39) VALUE
              "AUDITORIA DE REGLAS DE LA CASA      AL ".
           05 EN1-FECHA           PIC 9(8).
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-VERSION.
           05 FILLER              PIC X(8)  VALUE "VERSION ".
           05 LV-VERSION          PIC 9(3).
           05 FILLER              PIC X(13) VALUE "  RIGE DESDE ".
           05 LV-FECHA            PIC 9(8).
           05 FILLER              PIC X(8)  VALUE "  GRABO ".
           05 LV-USUARIO          PIC X(8).
           05 FILLER              PIC X(4)  VALUE " EL ".
           05 LV-FECHA-CAMBIO     PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 LV-HORA-CAMBIO      PIC 9(6).

       01  LINEA-REGLAS.
           05 FILLER              PIC X(11) VALUE "  LONGITUD ".
           05 LG-LONG-MINIMA      PIC 9.
           05 FILLER              PIC X     VALUE "-".
           05 LG-LONG-MAXIMA      PIC 9.
           05 FILLER              PIC X(2)  VALUE " (".
           05 LG-LONG-DEFECTO     PIC 9.
           05 FILLER              PIC X(12) VALUE ")  INTENTOS ".
           05 LG-INTENTOS-MIN     PIC 99.
           05 FILLER              PIC X     VALUE "-".
           05 LG-INTENTOS-MAX     PIC 99.
           05 FILLER              PIC X(2)  VALUE " (".
           05 LG-INTENTOS-DEF     PIC 99.
           05 FILLER              PIC X(8)  VALUE ")  MODO ".
           05 LG-MODO-DEFECTO     PIC 9.

       01  LINEA-PARTIDAS.
           05 LP-TITULO           PIC X(20).
           05 FILLER              PIC X(6)  VALUE "INTER ".
           05 LP-LB               PIC ZZZZZZ9.
           05 FILLER              PIC X(9)  VALUE "  TORNEO ".
           05 LP-TR               PIC ZZZZZZ9.
           05 FILLER              PIC X(7)  VALUE "  LOTE ".
           05 LP-GR               PIC ZZZZZZ9.
           05 FILLER              PIC X(8)  VALUE "  TOTAL ".
           05 LP-TOTAL            PIC ZZZZZZ9.

       01  LINEA-CONTROL.
           05 LC-TITULO           PIC X(60).
           05 LC-CANT             PIC ZZZZZZ9.

       77  CAMBIOS-TEXTO          PIC X(70).
       77  CAMBIOS-PUNTERO        PIC 99.
       01  REGLA-ANTERIOR         PIC X(85).
       01  REGLA-ANT-VISTA REDEFINES REGLA-ANTERIOR.
           05 RA-LONG-MINIMA      PIC 9.
           05 FILLER              PIC X.
           05 RA-LONG-MAXIMA      PIC 9.
           05 FILLER              PIC X.
           05 RA-LONG-DEFECTO     PIC 9.
           05 FILLER              PIC X.
           05 RA-INTENTOS-MIN     PIC 99.
           05 FILLER              PIC X.
           05 RA-INTENTOS-MAX     PIC 99.
           05 FILLER              PIC X.
           05 RA-INTENTOS-DEF     PIC 99.
           05 FILLER              PIC X.
           05 RA-MODO-DEFECTO     PIC 9.
           05 FILLER              PIC X(69).

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY PARSAVE.

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1100-CARGAR-VERSIONES
           PERFORM 2000-CONTAR-LEADERBOARD
           PERFORM 2500-CONTAR-RESGUARDOS
           PERFORM 3000-CONTAR-TORNEOS
           PERFORM 3500-CONTAR-LOTE
           PERFORM 4000-IMPRIMIR-VERSIONES
           PERFORM 4500-IMPRIMIR-TOTALES
           CLOSE REPORTE-AUDITORIA
           DISPLAY "VERSIONES DE REGLAS LISTADAS: " CANT-VERSIONES
           DISPLAY "PARTIDAS CONTADAS: " TOTAL-PARTIDAS
           DISPLAY "PARTIDAS FUERA DE LA VERSION VIGENTE: "
               FUERA-DE-VIGENCIA
           DISPLAY "REPORTE GRABADO EN AUDPARRPT"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * Los resguardos de LEADERBOARD se leen desde el anio pedido
      * hasta el actual, con el mismo tope de 20 anios que FUSION.
       1000-INICIAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO EN1-FECHA
           MOVE WS-FECHA-HOY(1:4) TO ANIO-HASTA
           DISPLAY "ANIO DESDE EL QUE SE LEEN LOS RESGUARDOS "
               "LEADERARCH (0=NINGUNO)?"
           ACCEPT ANIO-DESDE
           IF ANIO-DESDE NOT = 0
               IF ANIO-DESDE < 1900 OR ANIO-DESDE > ANIO-HASTA
                   DISPLAY "ANIO INVALIDO, SE LEE SOLO " ANIO-HASTA
                   MOVE ANIO-HASTA TO ANIO-DESDE
               END-IF
               IF ANIO-HASTA - ANIO-DESDE > 19
                   COMPUTE ANIO-DESDE = ANIO-HASTA - 19
               END-IF
           END-IF
           OPEN OUTPUT REPORTE-AUDITORIA
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR AUDPARRPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Sin PARAMETROS no hay nada que auditar. La fila original (sin
      * version ni fecha) se toma como version 1 vigente desde
      * siempre, igual que en PARAM0; una fila con version o fecha no
      * numericas se informa y queda afuera.
       1100-CARGAR-VERSIONES.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT PARAMETROS-FILE
           IF WS-PA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PARAMETROS: " WS-PA-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ PARAMETROS-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-PA
                       MOVE PARAMETROS-RECORD TO REGLA-GUARDADA
                       PERFORM 1110-GUARDAR-VERSION
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-FILE
           IF CANT-VERSIONES = 0
               DISPLAY "PARAMETROS SIN VERSIONES VALIDAS"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1110-GUARDAR-VERSION.
           IF RG-VERSION-X = SPACES
               MOVE 1 TO RG-VERSION
           END-IF
           IF RG-FECHA-EFECTIVA-X = SPACES
               MOVE 0 TO RG-FECHA-EFECTIVA
           END-IF
           IF RG-VERSION NOT NUMERIC OR RG-FECHA-EFECTIVA NOT NUMERIC
               DISPLAY "FILA " LEIDOS-PA " DE PARAMETROS CON VERSION "
                   "O FECHA INVALIDA, NO SE AUDITA"
               ADD 1 TO FILAS-DANADAS
           ELSE
               IF CANT-VERSIONES < 200
                   ADD 1 TO CANT-VERSIONES
                   MOVE REGLA-GUARDADA TO VE-REGLA(CANT-VERSIONES)
                   MOVE RG-VERSION     TO VE-VERSION(CANT-VERSIONES)
                   MOVE RG-FECHA-EFECTIVA TO VE-FECHA(CANT-VERSIONES)
                   MOVE 0 TO VE-PARTIDAS-LB(CANT-VERSIONES)
                   MOVE 0 TO VE-PARTIDAS-TR(CANT-VERSIONES)
                   MOVE 0 TO VE-PARTIDAS-GR(CANT-VERSIONES)
               ELSE
                   DISPLAY "TABLA DE VERSIONES LLENA (200)"
                   ADD 1 TO FILAS-DANADAS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2000-CONTAR-LEADERBOARD.
           MOVE "LEADERBOARD" TO NOMBRE-ARCH-LB
           PERFORM 2100-CONTAR-ARCHIVO-LB.

      *-----------------------------------------------------------------

      * Mismo esquema de ASSIGN USING que REPSEM y FUSION: un anio sin
      * resguardo simplemente no aporta filas.
       2500-CONTAR-RESGUARDOS.
           IF ANIO-DESDE NOT = 0
               MOVE ANIO-DESDE TO ANIO-ACTUAL
               PERFORM UNTIL ANIO-ACTUAL > ANIO-HASTA
                   MOVE SPACES TO NOMBRE-ARCH-LB
                   STRING "LEADERARCH" ANIO-ACTUAL
                       DELIMITED BY SIZE INTO NOMBRE-ARCH-LB
                   PERFORM 2100-CONTAR-ARCHIVO-LB
                   ADD 1 TO ANIO-ACTUAL
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * La fecha que manda es la del game id (el dia en que empezo la
      * partida), no LB-FECHA, que en una suspendida es la del dia en
      * que se termino.
       2100-CONTAR-ARCHIVO-LB.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT ARCHIVO-LB
           IF WS-LB-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LB
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-LB
                       MOVE "L" TO ORIGEN-PARTIDA
                       MOVE LB-GAME-ID(1:8) TO FECHA-PARTIDA
                       MOVE LB-VERSION-REGLAS TO VERSION-PARTIDA-X
                       PERFORM 5000-CONTAR-PARTIDA
               END-READ
           END-PERFORM
           IF WS-LB-STATUS = "00" OR WS-LB-STATUS = "10"
               CLOSE ARCHIVO-LB
           END-IF.

      *-----------------------------------------------------------------

      * TORNEO graba una fila por jugador, todas seguidas con el mismo
      * game id: la partida se cuenta una vez, en su primera fila.
       3000-CONTAR-TORNEOS.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-RESULTS
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "TORNEORESULT AUSENTE, SE AUDITA SIN TORNEOS"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-RESULTS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TR
                       IF TR-GAME-ID NOT = ULTIMO-GAME-TR
                           MOVE TR-GAME-ID TO ULTIMO-GAME-TR
                           MOVE "T" TO ORIGEN-PARTIDA
                           MOVE TR-GAME-ID(1:8) TO FECHA-PARTIDA
                           MOVE TR-VERSION-REGLAS TO VERSION-PARTIDA-X
                           PERFORM 5000-CONTAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTS
           END-IF.

      *-----------------------------------------------------------------

       3500-CONTAR-LOTE.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS NOT = "00"
               DISPLAY "GAMERESULTS AUSENTE, SE AUDITA SIN LOTE"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ GAME-RESULTS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-GR
                       IF GR-TIPO-RESUMEN
                           MOVE "G" TO ORIGEN-PARTIDA
                           MOVE GR-GAME-ID(1:8) TO FECHA-PARTIDA
                           MOVE GR-VERSION-REGLAS TO VERSION-PARTIDA-X
                           PERFORM 5000-CONTAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GR-STATUS = "00" OR WS-GR-STATUS = "10"
               CLOSE GAME-RESULTS
           END-IF.

      *-----------------------------------------------------------------

       4000-IMPRIMIR-VERSIONES.
           MOVE SPACES TO REGLA-ANTERIOR
           MOVE 1 TO VER-IDX
           PERFORM UNTIL VER-IDX > CANT-VERSIONES
               PERFORM 4100-IMPRIMIR-VERSION
               MOVE VE-REGLA(VER-IDX) TO REGLA-ANTERIOR
               ADD 1 TO VER-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       4100-IMPRIMIR-VERSION.
           MOVE VE-REGLA(VER-IDX) TO REGLA-GUARDADA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE RG-VERSION        TO LV-VERSION
           MOVE RG-FECHA-EFECTIVA TO LV-FECHA
           IF RG-USUARIO = SPACES
               MOVE "ORIGINAL" TO LV-USUARIO
               MOVE 0 TO LV-FECHA-CAMBIO LV-HORA-CAMBIO
           ELSE
               MOVE RG-USUARIO      TO LV-USUARIO
               MOVE RG-FECHA-CAMBIO TO LV-FECHA-CAMBIO
               MOVE RG-HORA-CAMBIO  TO LV-HORA-CAMBIO
           END-IF
           MOVE LINEA-VERSION TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE RG-LONG-MINIMA    TO LG-LONG-MINIMA
           MOVE RG-LONG-MAXIMA    TO LG-LONG-MAXIMA
           MOVE RG-LONG-DEFECTO   TO LG-LONG-DEFECTO
           MOVE RG-INTENTOS-MIN   TO LG-INTENTOS-MIN
           MOVE RG-INTENTOS-MAX   TO LG-INTENTOS-MAX
           MOVE RG-INTENTOS-DEF   TO LG-INTENTOS-DEF
           MOVE RG-MODO-DEFECTO   TO LG-MODO-DEFECTO
           MOVE LINEA-REGLAS TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF RG-MOTIVO NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MOTIVO: " RG-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           IF VER-IDX > 1
               PERFORM 4200-DETALLAR-CAMBIOS
           END-IF
           MOVE "  PARTIDAS JUGADAS: " TO LP-TITULO
           MOVE VE-PARTIDAS-LB(VER-IDX) TO LP-LB
           MOVE VE-PARTIDAS-TR(VER-IDX) TO LP-TR
           MOVE VE-PARTIDAS-GR(VER-IDX) TO LP-GR
           COMPUTE LP-TOTAL = VE-PARTIDAS-LB(VER-IDX)
               + VE-PARTIDAS-TR(VER-IDX) + VE-PARTIDAS-GR(VER-IDX)
           MOVE LINEA-PARTIDAS TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Que valores cambian respecto de la version grabada antes.
       4200-DETALLAR-CAMBIOS.
           MOVE SPACES TO CAMBIOS-TEXTO
           MOVE 1 TO CAMBIOS-PUNTERO
           IF RG-LONG-MINIMA NOT = RA-LONG-MINIMA
               STRING "LONG-MIN " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF RG-LONG-MAXIMA NOT = RA-LONG-MAXIMA
               STRING "LONG-MAX " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF RG-LONG-DEFECTO NOT = RA-LONG-DEFECTO
               STRING "LONG-DEF " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF RG-INTENTOS-MIN NOT = RA-INTENTOS-MIN
               STRING "INT-MIN " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF RG-INTENTOS-MAX NOT = RA-INTENTOS-MAX
               STRING "INT-MAX " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF RG-INTENTOS-DEF NOT = RA-INTENTOS-DEF
               STRING "INT-DEF " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF RG-MODO-DEFECTO NOT = RA-MODO-DEFECTO
               STRING "MODO " DELIMITED BY SIZE
                   INTO CAMBIOS-TEXTO WITH POINTER CAMBIOS-PUNTERO
           END-IF
           IF CAMBIOS-TEXTO = SPACES
               MOVE "SOLO FECHA DE VIGENCIA" TO CAMBIOS-TEXTO
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           STRING "  CAMBIA: " CAMBIOS-TEXTO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       4500-IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "SIN VERSION:" TO LP-TITULO
           MOVE SV-LB TO LP-LB
           MOVE SV-TR TO LP-TR
           MOVE SV-GR TO LP-GR
           COMPUTE LP-TOTAL = SV-LB + SV-TR + SV-GR
           MOVE LINEA-PARTIDAS TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "VERSION DESCONOCIDA" TO LP-TITULO
           MOVE DV-LB TO LP-LB
           MOVE DV-TR TO LP-TR
           MOVE DV-GR TO LP-GR
           COMPUTE LP-TOTAL = DV-LB + DV-TR + DV-GR
           MOVE LINEA-PARTIDAS TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "VERSIONES DE REGLAS EN PARAMETROS:" TO LC-TITULO
           MOVE CANT-VERSIONES TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF FILAS-DANADAS > 0
               MOVE "FILAS DE PARAMETROS DANADAS, NO AUDITADAS:"
                   TO LC-TITULO
               MOVE FILAS-DANADAS TO LC-CANT
               MOVE LINEA-CONTROL TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           MOVE "TOTAL DE PARTIDAS CONTADAS:" TO LC-TITULO
           MOVE TOTAL-PARTIDAS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "PARTIDAS FUERA DE LA VERSION VIGENTE A SU FECHA:"
               TO LC-TITULO
           MOVE FUERA-DE-VIGENCIA TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Toda salida al reporte pasa por aca (mismo esquema que REPSEM).
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

      * Suma la partida a la version que trae grabada (o a los
      * contadores aparte si no trae o no existe) y la compara con la
      * version que regia el dia en que empezo.
       5000-CONTAR-PARTIDA.
           ADD 1 TO TOTAL-PARTIDAS
           IF VERSION-PARTIDA-X = SPACES
               EVALUATE ORIGEN-PARTIDA
                   WHEN "L" ADD 1 TO SV-LB
                   WHEN "T" ADD 1 TO SV-TR
                   WHEN OTHER ADD 1 TO SV-GR
               END-EVALUATE
           ELSE
               PERFORM 5100-BUSCAR-VERSION
               IF VER-HALLADA = 0
                   EVALUATE ORIGEN-PARTIDA
                       WHEN "L" ADD 1 TO DV-LB
                       WHEN "T" ADD 1 TO DV-TR
                       WHEN OTHER ADD 1 TO DV-GR
                   END-EVALUATE
               ELSE
                   EVALUATE ORIGEN-PARTIDA
                       WHEN "L" ADD 1 TO VE-PARTIDAS-LB(VER-HALLADA)
                       WHEN "T" ADD 1 TO VE-PARTIDAS-TR(VER-HALLADA)
                       WHEN OTHER ADD 1 TO VE-PARTIDAS-GR(VER-HALLADA)
                   END-EVALUATE
                   PERFORM 5200-BUSCAR-VIGENTE
                   IF VER-VIGENTE NOT = VER-HALLADA
                       ADD 1 TO FUERA-DE-VIGENCIA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       5100-BUSCAR-VERSION.
           MOVE 0 TO VER-HALLADA
           IF VERSION-PARTIDA IS NUMERIC
               MOVE 1 TO VER-IDX
               PERFORM UNTIL VER-IDX > CANT-VERSIONES
                   OR VER-HALLADA > 0
                   IF VE-VERSION(VER-IDX) = VERSION-PARTIDA
                       MOVE VER-IDX TO VER-HALLADA
                   END-IF
                   ADD 1 TO VER-IDX
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * Mismo criterio que PARAM0: la de fecha efectiva mas reciente
      * que no pase la fecha de la partida; a igual fecha, la de
      * numero mas alto.
       5200-BUSCAR-VIGENTE.
           MOVE 0 TO VER-VIGENTE
           MOVE 1 TO VER-IDX
           PERFORM UNTIL VER-IDX > CANT-VERSIONES
               IF VE-FECHA(VER-IDX) <= FECHA-PARTIDA
                   IF VER-VIGENTE = 0
                       MOVE VER-IDX TO VER-VIGENTE
                   ELSE
                       IF VE-FECHA(VER-IDX) > VE-FECHA(VER-VIGENTE)
                          OR (VE-FECHA(VER-IDX) = VE-FECHA(VER-VIGENTE)
                          AND VE-VERSION(VER-IDX)
                              > VE-VERSION(VER-VIGENTE))
                           MOVE VER-IDX TO VER-VIGENTE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO VER-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "AUDPAR" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

      * LEADERBOARD incluye las filas de los resguardos leidos.
      * Los resultados de torneo y de lote comparten el tercer lugar
      * (leidos de TORNEORESULT mas GAMERESULTS, con el file status
      * de GAMERESULTS, que se lee despues, o el de TORNEORESULT si
      * la corrida no llego a abrirlo) para dejar el cuarto al
      * reporte AUDPARRPT.
       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "PARAMETROS"      TO RL-ARCHIVO(1)
           MOVE LEIDOS-PA         TO RL-LEIDOS(1)
           MOVE "LEADERBOARD"     TO RL-ARCHIVO(2)
           MOVE LEIDOS-LB         TO RL-LEIDOS(2)
           MOVE "RESULTADOS"      TO RL-ARCHIVO(3)
           COMPUTE RL-LEIDOS(3) = LEIDOS-TR + LEIDOS-GR
           MOVE "AUDPARRPT"       TO RL-ARCHIVO(4)
           MOVE LINEAS-GRABADAS   TO RL-GRABADOS(4)
           MOVE WS-PA-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-LB-STATUS      TO RL-ESTADOS-ARCH(3:2)
           IF WS-GR-STATUS = SPACES
               MOVE WS-TR-STATUS  TO RL-ESTADOS-ARCH(5:2)
           ELSE
               MOVE WS-GR-STATUS  TO RL-ESTADOS-ARCH(5:2)
           END-IF
           MOVE WS-RP-STATUS      TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM AUDPAR.
