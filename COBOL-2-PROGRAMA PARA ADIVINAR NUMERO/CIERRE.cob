      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Cierre y pase de temporada. El operador indica el id de la
      * temporada que termina; el programa congela las posiciones
      * finales del maestro TEMPORADA en el historial TEMPHIST (una
      * fila por jugador con puesto, puntos, torneos y ganados, y una
      * fila de cierre con el campeon y el corte de fechas, que es la
      * ultima fecha aplicada segun PUNTOSCTL) y despues deja TEMPORADA
      * vacio y PUNTOSCTL sin las fechas de la temporada cerrada, para
      * que la siguiente arranque de cero. Desde el cierre PUNTOS no
      * aplica ni revierte ninguna fecha hasta el corte. El puesto
      * final va por puntos y, a igual puntaje, por ganados; el primero
      * es el campeon. Un id ya cerrado se rechaza: la misma temporada
      * no se cierra dos veces. Si la corrida se corta despues de
      * congelar y antes del pase, se relanza con el mismo id y solo
      * completa el pase; mientras tanto no se puede cerrar otra
      * temporada ni correr PUNTOS. El reporte CIERRERPT lista las
      * posiciones congeladas y los totales de control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPORADA-MASTER ASSIGN TO "TEMPORADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT CONTROL-PUNTOS ASSIGN TO "PUNTOSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT HISTORIAL-TEMPORADAS ASSIGN TO "TEMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT REPORTE-CIERRE ASSIGN TO "CIERRERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPORADA-MASTER.
       COPY TEMPREC.

       FD  CONTROL-PUNTOS.
       01  CONTROL-PUNTOS-RECORD.
           05 CP-FECHA            PIC 9(8).

       FD  HISTORIAL-TEMPORADAS.
       COPY TEMPHREC.

       FD  REPORTE-CIERRE.
       01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TM-STATUS           PIC XX.
       77  WS-CP-STATUS           PIC XX.
       77  WS-TH-STATUS           PIC XX.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).
       77  HORA-HOY               PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  TEMPORADA-PEDIDA       PIC X(8)  VALUE SPACES.
       77  RESPUESTA-CONFIRMA     PIC X     VALUE SPACE.
       77  CORRIDA-ACTUAL         PIC 9(14) VALUE 0.

      * Lo que el historial ya dice de la temporada pedida y de las
      * anteriores: un cierre con fila C y sin fila R quedo a medias.
       01  ESTADO-PEDIDA          PIC X     VALUE "N".
           88 PEDIDA-NUEVA        VALUE "N".
           88 PEDIDA-CONGELADA    VALUE "C".
           88 PEDIDA-CERRADA      VALUE "R".
       77  ID-PENDIENTE           PIC X(8)  VALUE SPACES.
       77  ULTIMO-CORTE           PIC 9(8)  VALUE 0.
       77  CORTE-TEMPORADA        PIC 9(8)  VALUE 0.
       77  DESDE-TEMPORADA        PIC 9(8)  VALUE 0.
       77  CAMPEON-TEMPORADA      PIC X(4)  VALUE SPACES.
       77  PUNTOS-CAMPEON         PIC 9(5)  VALUE 0.

      * Fechas aplicadas de PUNTOSCTL; al pase solo quedan las que
      * son posteriores al corte (normalmente ninguna).
       77  CANT-FECHAS            PIC 9(3)  COMP VALUE 0.
       77  FECHA-IDX              PIC 9(3)  COMP.
       01  FECHAS-TABLA.
           05 FECHA-APLICADA OCCURS 200 TIMES PIC 9(8).

       77  CANT-JUGADORES         PIC 9(3)  COMP VALUE 0.
       77  JUG-IDX                PIC 9(3)  COMP.
       77  MEJOR-IDX              PIC 9(3)  COMP.
       77  POSICION-FINAL         PIC 9(3)  COMP VALUE 0.
       01  TEMPORADA-TABLA.
           05 TEMPORADA-ENTRADA OCCURS 500 TIMES.
              10 TT-JUGADOR-COD   PIC X(4).
              10 TT-PUNTOS        PIC 9(5).
              10 TT-TORNEOS       PIC 9(3).
              10 TT-GANADOS       PIC 9(3).
              10 TT-LISTADO       PIC X.

       77  LEIDOS-TM              PIC 9(7)  VALUE 0.
       77  LEIDOS-CP              PIC 9(7)  VALUE 0.
       77  GRABADOS-CP            PIC 9(7)  VALUE 0.
       77  LEIDOS-TH              PIC 9(7)  VALUE 0.
       77  GRABADOS-TH            PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(39) VALUE
              "CIERRE DE TEMPORADA                 AL ".
           05 EN1-FECHA           PIC 9(8).
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-TEMPORADA.
           05 FILLER              PIC X(10) VALUE "TEMPORADA ".
           05 LT-ID               PIC X(8).
           05 FILLER              PIC X(14) VALUE "  FECHAS DEL  ".
           05 LT-DESDE            PIC 9(8).
           05 FILLER              PIC X(4)  VALUE " AL ".
           05 LT-HASTA            PIC 9(8).

       01  ENCABEZADO-POSICIONES.
           05 FILLER              PIC X(40) VALUE
              "PUESTO  JUGADOR   PUNTOS  TORNEOS  GANAD".
           05 FILLER              PIC X(2)  VALUE "OS".

       01  LINEA-POSICION.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LP-PUESTO           PIC ZZ9.
           05 FILLER              PIC X(5)  VALUE SPACES.
           05 LP-JUGADOR          PIC X(4).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 LP-PUNTOS           PIC ZZZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LP-TORNEOS          PIC ZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 LP-GANADOS          PIC ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LP-CAMPEON          PIC X(7).

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
           PERFORM 1100-CARGAR-HISTORIAL
           PERFORM 1200-CARGAR-CONTROL
           IF PEDIDA-CONGELADA
               DISPLAY "LA TEMPORADA " TEMPORADA-PEDIDA
                   " YA ESTA CONGELADA, SE COMPLETA EL PASE"
               PERFORM 1500-ABRIR-REPORTE
               PERFORM 2500-INFORMAR-CONGELADA
           ELSE
               PERFORM 1300-CARGAR-TEMPORADA
               PERFORM 1400-CONFIRMAR-CIERRE
               PERFORM 1500-ABRIR-REPORTE
               PERFORM 2000-CONGELAR-TEMPORADA
           END-IF
           PERFORM 3000-PASAR-TEMPORADA
           PERFORM 4500-IMPRIMIR-TOTALES
           CLOSE REPORTE-CIERRE
           DISPLAY "TEMPORADA " TEMPORADA-PEDIDA " CERRADA"
           DISPLAY "CAMPEON: " CAMPEON-TEMPORADA
           DISPLAY "REPORTE GRABADO EN CIERRERPT"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*        CIERRE Y PASE DE TEMPORADA               *"
           DISPLAY "***************************************************"
           DISPLAY "ID DE LA TEMPORADA QUE SE CIERRA (HASTA 8)?"
           ACCEPT TEMPORADA-PEDIDA
           IF TEMPORADA-PEDIDA = SPACES
               DISPLAY "FALTA EL ID DE LA TEMPORADA"
               PERFORM 9900-ABORTAR
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-HOY FROM TIME
           COMPUTE CORRIDA-ACTUAL =
               WS-FECHA-HOY * 1000000 + HORA-HOY / 100
           MOVE WS-FECHA-HOY TO EN1-FECHA.

      *-----------------------------------------------------------------

      * Los cierres se graban en orden (filas J, la C y despues la R),
      * asi que un C sin su R a continuacion es un cierre a medias. El
      * corte mas alto de todos los cierres es el que respeta PUNTOS.
       1100-CARGAR-HISTORIAL.
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
                       ADD 1 TO LEIDOS-TH
                       PERFORM 1110-VER-FILA-HISTORIAL
               END-READ
           END-PERFORM
           IF WS-TH-STATUS = "00" OR WS-TH-STATUS = "10"
               CLOSE HISTORIAL-TEMPORADAS
           END-IF
           IF PEDIDA-CERRADA
               DISPLAY "LA TEMPORADA " TEMPORADA-PEDIDA
                   " YA FUE CERRADA; NO SE CIERRA DOS VECES"
               PERFORM 9900-ABORTAR
           END-IF
           IF ID-PENDIENTE NOT = SPACES
               AND ID-PENDIENTE NOT = TEMPORADA-PEDIDA
               DISPLAY "QUEDO A MEDIO CERRAR LA TEMPORADA "
                   ID-PENDIENTE
               DISPLAY "RELANCE CIERRE CON ESE ID ANTES DE CERRAR "
                   "OTRA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1110-VER-FILA-HISTORIAL.
           EVALUATE TRUE
               WHEN TH-TIPO-CIERRE
                   MOVE TH-TEMPORADA-ID TO ID-PENDIENTE
                   IF TH-C-FECHA-HASTA > ULTIMO-CORTE
                       MOVE TH-C-FECHA-HASTA TO ULTIMO-CORTE
                   END-IF
                   IF TH-TEMPORADA-ID = TEMPORADA-PEDIDA
                       SET PEDIDA-CONGELADA TO TRUE
                       MOVE TH-C-FECHA-DESDE    TO DESDE-TEMPORADA
                       MOVE TH-C-FECHA-HASTA    TO CORTE-TEMPORADA
                       MOVE TH-C-CAMPEON        TO CAMPEON-TEMPORADA
                       MOVE TH-C-PUNTOS-CAMPEON TO PUNTOS-CAMPEON
                       MOVE TH-C-JUGADORES      TO CANT-JUGADORES
                   END-IF
               WHEN TH-TIPO-PASE
                   IF TH-TEMPORADA-ID = ID-PENDIENTE
                       MOVE SPACES TO ID-PENDIENTE
                   END-IF
                   IF TH-TEMPORADA-ID = TEMPORADA-PEDIDA
                       SET PEDIDA-CERRADA TO TRUE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Sin fechas aplicadas no hay temporada que cerrar; asi tampoco
      * se congela por error una temporada recien abierta.
       1200-CARGAR-CONTROL.
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
                       ADD 1 TO LEIDOS-CP
                       IF CANT-FECHAS < 200
                           ADD 1 TO CANT-FECHAS
                           MOVE CP-FECHA
                               TO FECHA-APLICADA(CANT-FECHAS)
                       ELSE
                           DISPLAY "TABLA DE FECHAS LLENA (200)"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CP-STATUS = "00" OR WS-CP-STATUS = "10"
               CLOSE CONTROL-PUNTOS
           END-IF
           IF NOT PEDIDA-CONGELADA
               IF CANT-FECHAS = 0
                   DISPLAY "PUNTOSCTL NO TIENE FECHAS APLICADAS"
                   DISPLAY "NO HAY TEMPORADA QUE CERRAR"
                   PERFORM 9900-ABORTAR
               END-IF
               MOVE FECHA-APLICADA(1) TO DESDE-TEMPORADA
               MOVE FECHA-APLICADA(1) TO CORTE-TEMPORADA
               MOVE 2 TO FECHA-IDX
               PERFORM UNTIL FECHA-IDX > CANT-FECHAS
                   IF FECHA-APLICADA(FECHA-IDX) < DESDE-TEMPORADA
                       MOVE FECHA-APLICADA(FECHA-IDX)
                           TO DESDE-TEMPORADA
                   END-IF
                   IF FECHA-APLICADA(FECHA-IDX) > CORTE-TEMPORADA
                       MOVE FECHA-APLICADA(FECHA-IDX)
                           TO CORTE-TEMPORADA
                   END-IF
                   ADD 1 TO FECHA-IDX
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       1300-CARGAR-TEMPORADA.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TEMPORADA-MASTER
           IF WS-TM-STATUS NOT = "00"
               DISPLAY "TEMPORADA AUSENTE: SE CIERRA SIN JUGADORES"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TEMPORADA-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TM
                       IF CANT-JUGADORES < 500
                           ADD 1 TO CANT-JUGADORES
                           MOVE TM-JUGADOR-COD
                               TO TT-JUGADOR-COD(CANT-JUGADORES)
                           MOVE TM-PUNTOS
                               TO TT-PUNTOS(CANT-JUGADORES)
                           MOVE TM-TORNEOS
                               TO TT-TORNEOS(CANT-JUGADORES)
                           MOVE TM-GANADOS
                               TO TT-GANADOS(CANT-JUGADORES)
                           MOVE SPACE
                               TO TT-LISTADO(CANT-JUGADORES)
                       ELSE
                           DISPLAY "TABLA DE TEMPORADA LLENA (500)"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TM-STATUS = "00" OR WS-TM-STATUS = "10"
               CLOSE TEMPORADA-MASTER
           END-IF.

      *-----------------------------------------------------------------

       1400-CONFIRMAR-CIERRE.
           DISPLAY "TEMPORADA " TEMPORADA-PEDIDA ": FECHAS DEL "
               DESDE-TEMPORADA " AL " CORTE-TEMPORADA
           DISPLAY "JUGADORES EN TEMPORADA: " CANT-JUGADORES
           IF CORTE-TEMPORADA <= ULTIMO-CORTE
               DISPLAY "PUNTOSCTL TIENE FECHAS DE UNA TEMPORADA YA "
                   "CERRADA (CORTE " ULTIMO-CORTE ")"
               PERFORM 9900-ABORTAR
           END-IF
           DISPLAY "CONFIRMA EL CIERRE? (S/N)"
           ACCEPT RESPUESTA-CONFIRMA
           IF RESPUESTA-CONFIRMA NOT = "S"
               DISPLAY "CIERRE CANCELADO, NO SE TOCO NADA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1500-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-CIERRE
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CIERRERPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE TEMPORADA-PEDIDA TO LT-ID
           MOVE DESDE-TEMPORADA  TO LT-DESDE
           MOVE CORTE-TEMPORADA  TO LT-HASTA
           MOVE LINEA-TEMPORADA  TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Filas J en orden de puesto y al final la fila C, que es la que
      * da por buenas las J de esta corrida: si se corta antes, las J
      * sueltas no cuentan y el cierre se vuelve a correr entero.
       2000-CONGELAR-TEMPORADA.
           OPEN INPUT HISTORIAL-TEMPORADAS
           IF WS-TH-STATUS = "00"
               CLOSE HISTORIAL-TEMPORADAS
               OPEN EXTEND HISTORIAL-TEMPORADAS
           ELSE
               OPEN OUTPUT HISTORIAL-TEMPORADAS
           END-IF
           IF WS-TH-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TEMPHIST: " WS-TH-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE ENCABEZADO-POSICIONES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 0 TO POSICION-FINAL
           PERFORM 2100-CONGELAR-SIGUIENTE
               UNTIL POSICION-FINAL = CANT-JUGADORES
           IF CANT-JUGADORES = 0
               MOVE "SIN JUGADORES EN LA TEMPORADA" TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO TEMPHIST-RECORD
           MOVE TEMPORADA-PEDIDA    TO TH-TEMPORADA-ID
           SET TH-TIPO-CIERRE       TO TRUE
           MOVE CORRIDA-ACTUAL      TO TH-CORRIDA
           MOVE DESDE-TEMPORADA     TO TH-C-FECHA-DESDE
           MOVE CORTE-TEMPORADA     TO TH-C-FECHA-HASTA
           MOVE CAMPEON-TEMPORADA   TO TH-C-CAMPEON
           MOVE PUNTOS-CAMPEON      TO TH-C-PUNTOS-CAMPEON
           MOVE CANT-JUGADORES      TO TH-C-JUGADORES
           MOVE CANT-FECHAS         TO TH-C-FECHAS
           PERFORM 2200-GRABAR-HISTORIAL
           CLOSE HISTORIAL-TEMPORADAS.

      *-----------------------------------------------------------------

      * Mismo recorrido que el ranking de POSICIONES, con los ganados
      * como desempate; a igual puntaje y ganados queda primero el que
      * aparece antes en el maestro.
       2100-CONGELAR-SIGUIENTE.
           MOVE 0 TO MEJOR-IDX
           MOVE 1 TO JUG-IDX
           PERFORM UNTIL JUG-IDX > CANT-JUGADORES
               IF TT-LISTADO(JUG-IDX) = SPACE
                   IF MEJOR-IDX = 0
                       MOVE JUG-IDX TO MEJOR-IDX
                   ELSE
                       IF TT-PUNTOS(JUG-IDX) > TT-PUNTOS(MEJOR-IDX)
                           OR (TT-PUNTOS(JUG-IDX) =
                               TT-PUNTOS(MEJOR-IDX)
                           AND TT-GANADOS(JUG-IDX) >
                               TT-GANADOS(MEJOR-IDX))
                           MOVE JUG-IDX TO MEJOR-IDX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO JUG-IDX
           END-PERFORM
           ADD 1 TO POSICION-FINAL
           MOVE "L" TO TT-LISTADO(MEJOR-IDX)
           MOVE SPACES TO LP-CAMPEON
           IF POSICION-FINAL = 1
               MOVE TT-JUGADOR-COD(MEJOR-IDX) TO CAMPEON-TEMPORADA
               MOVE TT-PUNTOS(MEJOR-IDX)      TO PUNTOS-CAMPEON
               MOVE "CAMPEON"                 TO LP-CAMPEON
           END-IF
           MOVE SPACES TO TEMPHIST-RECORD
           MOVE TEMPORADA-PEDIDA          TO TH-TEMPORADA-ID
           SET TH-TIPO-JUGADOR            TO TRUE
           MOVE CORRIDA-ACTUAL            TO TH-CORRIDA
           MOVE TT-JUGADOR-COD(MEJOR-IDX) TO TH-J-JUGADOR-COD
           MOVE POSICION-FINAL            TO TH-J-PUESTO
           MOVE TT-PUNTOS(MEJOR-IDX)      TO TH-J-PUNTOS
           MOVE TT-TORNEOS(MEJOR-IDX)     TO TH-J-TORNEOS
           MOVE TT-GANADOS(MEJOR-IDX)     TO TH-J-GANADOS
           PERFORM 2200-GRABAR-HISTORIAL
           MOVE POSICION-FINAL            TO LP-PUESTO
           MOVE TT-JUGADOR-COD(MEJOR-IDX) TO LP-JUGADOR
           MOVE TT-PUNTOS(MEJOR-IDX)      TO LP-PUNTOS
           MOVE TT-TORNEOS(MEJOR-IDX)     TO LP-TORNEOS
           MOVE TT-GANADOS(MEJOR-IDX)     TO LP-GANADOS
           MOVE LINEA-POSICION            TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       2200-GRABAR-HISTORIAL.
           WRITE TEMPHIST-RECORD
           IF WS-TH-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR TEMPHIST: " WS-TH-STATUS
               DISPLAY "EL CIERRE NO QUEDO HECHO, RELANCE CIERRE"
               PERFORM 9900-ABORTAR
           END-IF
           ADD 1 TO GRABADOS-TH.

      *-----------------------------------------------------------------

      * Relanzamiento de un cierre cortado: las posiciones ya estan en
      * el historial desde la corrida anterior; se informa la fila de
      * cierre y se sigue con el pase.
       2500-INFORMAR-CONGELADA.
           MOVE "POSICIONES YA CONGELADAS EN UNA CORRIDA ANTERIOR"
               TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "CAMPEON:" TO LINEA-REPORTE
           MOVE CAMPEON-TEMPORADA TO LINEA-REPORTE(10:4)
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Pase: TEMPORADA queda vacio y PUNTOSCTL solo con las fechas
      * posteriores al corte; la fila R en el historial cierra el
      * ciclo. Si se corta aca, relanzar con el mismo id repite el
      * pase, que da el mismo resultado.
       3000-PASAR-TEMPORADA.
           OPEN OUTPUT TEMPORADA-MASTER
           IF WS-TM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO VACIAR TEMPORADA: " WS-TM-STATUS
               DISPLAY "RELANCE CIERRE CON EL MISMO ID"
               PERFORM 9900-ABORTAR
           END-IF
           CLOSE TEMPORADA-MASTER
           OPEN OUTPUT CONTROL-PUNTOS
           IF WS-CP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR PUNTOSCTL: " WS-CP-STATUS
               DISPLAY "RELANCE CIERRE CON EL MISMO ID"
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO FECHA-IDX
           PERFORM UNTIL FECHA-IDX > CANT-FECHAS
               IF FECHA-APLICADA(FECHA-IDX) > CORTE-TEMPORADA
                   MOVE FECHA-APLICADA(FECHA-IDX) TO CP-FECHA
                   WRITE CONTROL-PUNTOS-RECORD
                   ADD 1 TO GRABADOS-CP
               END-IF
               ADD 1 TO FECHA-IDX
           END-PERFORM
           CLOSE CONTROL-PUNTOS
           OPEN EXTEND HISTORIAL-TEMPORADAS
           IF WS-TH-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TEMPHIST: " WS-TH-STATUS
               DISPLAY "RELANCE CIERRE CON EL MISMO ID"
               PERFORM 9900-ABORTAR
           END-IF
           MOVE SPACES TO TEMPHIST-RECORD
           MOVE TEMPORADA-PEDIDA TO TH-TEMPORADA-ID
           SET TH-TIPO-PASE      TO TRUE
           MOVE CORRIDA-ACTUAL   TO TH-CORRIDA
           PERFORM 2200-GRABAR-HISTORIAL
           CLOSE HISTORIAL-TEMPORADAS.

      *-----------------------------------------------------------------

       4500-IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTALES DE CONTROL" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "JUGADORES CONGELADOS:" TO LC-TITULO
           MOVE CANT-JUGADORES TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "FECHAS APLICADAS LEIDAS DE PUNTOSCTL:" TO LC-TITULO
           MOVE LEIDOS-CP TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "FECHAS QUE PASAN A LA TEMPORADA NUEVA:" TO LC-TITULO
           MOVE GRABADOS-CP TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "FILAS GRABADAS EN TEMPHIST:" TO LC-TITULO
           MOVE GRABADOS-TH TO LC-CANT
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

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "CIERRE" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "TEMPORADA"       TO RL-ARCHIVO(1)
           MOVE LEIDOS-TM         TO RL-LEIDOS(1)
           MOVE "PUNTOSCTL"       TO RL-ARCHIVO(2)
           MOVE LEIDOS-CP         TO RL-LEIDOS(2)
           MOVE GRABADOS-CP       TO RL-GRABADOS(2)
           MOVE "TEMPHIST"        TO RL-ARCHIVO(3)
           MOVE LEIDOS-TH         TO RL-LEIDOS(3)
           MOVE GRABADOS-TH       TO RL-GRABADOS(3)
           MOVE "CIERRERPT"       TO RL-ARCHIVO(4)
           MOVE LINEAS-GRABADAS   TO RL-GRABADOS(4)
           MOVE WS-TM-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-CP-STATUS      TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-TH-STATUS      TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-RP-STATUS      TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM CIERRE.
