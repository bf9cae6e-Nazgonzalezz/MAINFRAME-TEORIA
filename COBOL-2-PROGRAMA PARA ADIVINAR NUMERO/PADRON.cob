      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Carga masiva del padron de socios al maestro JUGADORES. Lee el
      * archivo de novedades PADRONNOV (altas, cambios de nombre, bajas
      * y reactivaciones, ver PADRREC.CPY) y valida cada una contra el
      * maestro en el orden en que vienen: un alta de un codigo que ya
      * existe, un cambio, baja o reactivacion de un codigo que no
      * existe, un cambio o reactivacion de un codigo fusionado en
      * otro (FUSION) o un alta o cambio sin nombre se rechazan; una
      * novedad que no cambia nada (baja de un inactivo, reactivacion
      * de un activo, el mismo nombre) se informa sin tocar el
      * maestro. Antes de aplicar, las bajas de jugadores con un lugar
      * en el roster de un torneo pendiente de TORNEOREG, con una
      * partida suspendida en PARTIDASUSP o todavia en juego en una
      * llave sin terminar de TORNEOLLAVE se avisan en pantalla y en el
      * reporte, y el operador decide si se aplican igual o se retienen
      * (quedan rechazadas y vuelven en la proxima novedad). El reporte
      * PADRONRPT lista cada novedad como aplicada, rechazada o sin
      * cambio con su motivo, y los totales de control con su cuadre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-JUGADORES ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT NOVEDADES-PADRON ASSIGN TO "PADRONNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT TORNEO-REGISTRO ASSIGN TO "TORNEOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           SELECT SUSPENDIDAS ASSIGN TO "PARTIDASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
           SELECT REPORTE-PADRON ASSIGN TO "PADRONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  NOVEDADES-PADRON.
       COPY PADRREC.

       FD  TORNEO-REGISTRO.
       COPY TREGREC.

       FD  SUSPENDIDAS.
       01  SUSPENDIDA-RECORD      PIC X(198).

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       FD  REPORTE-PADRON.
       01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-PN-STATUS           PIC XX.
       77  WS-TG-STATUS           PIC XX.
       77  WS-SU-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       COPY SUSPREC.

       77  RESPUESTA-CONFIRMA     PIC X     VALUE SPACE.
       01  BAJAS-AVISO-SW         PIC X     VALUE "S".
           88 APLICAR-BAJAS-AVISO VALUE "S".
           88 RETENER-BAJAS-AVISO VALUE "N".

      * Codigos con baja en las novedades; se marcan los que tienen
      * algo pendiente, con el primer motivo encontrado.
       77  CANT-BAJAS             PIC 9(3)  COMP VALUE 0.
       77  BAJA-IDX               PIC 9(3)  COMP.
       01  BAJAS-TABLA.
           05 BAJA-ENTRADA OCCURS 500 TIMES.
              10 BJ-CODIGO        PIC X(4).
              10 BJ-AVISO         PIC X(21).
       77  CODIGO-BUSCADO         PIC X(4).
       77  MOTIVO-AVISO           PIC X(21).

      * Llaves sin terminar de TORNEOLLAVE con su etapa en curso: un
      * inscripto que llego a esa etapa todavia esta en juego.
       77  CANT-LLAVES            PIC 9(3)  COMP VALUE 0.
       77  LLAVE-IDX              PIC 9(3)  COMP.
       01  LLAVES-TABLA.
           05 LLAVE-ABIERTA OCCURS 200 TIMES.
              10 LA-LLAVE-ID      PIC X(8).
              10 LA-ETAPA         PIC 9.

       77  ROSTER-IDX             PIC 99    COMP.

       01  EXISTE-SW              PIC X     VALUE "N".
           88 CODIGO-EXISTE       VALUE "S".
           88 CODIGO-NO-EXISTE    VALUE "N".
       01  RESULTADO-NOVEDAD      PIC X     VALUE SPACE.
           88 NOV-APLICADA        VALUE "A".
           88 NOV-RECHAZADA       VALUE "R".
           88 NOV-SIN-CAMBIO      VALUE "S".
       77  MOTIVO-NOVEDAD         PIC X(31).
       77  NOMBRE-ANTERIOR        PIC X(30).

       77  LEIDOS-PN              PIC 9(7)  VALUE 0.
       77  LEIDOS-TG              PIC 9(7)  VALUE 0.
       77  LEIDOS-MJ              PIC 9(7)  VALUE 0.
       77  GRABADOS-MJ            PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.
       77  ALTAS-APLICADAS        PIC 9(7)  VALUE 0.
       77  CAMBIOS-APLICADOS      PIC 9(7)  VALUE 0.
       77  BAJAS-APLICADAS        PIC 9(7)  VALUE 0.
       77  REACTIVACIONES         PIC 9(7)  VALUE 0.
       77  NOVEDADES-APLICADAS    PIC 9(7)  VALUE 0.
       77  NOVEDADES-RECHAZADAS   PIC 9(7)  VALUE 0.
       77  NOVEDADES-SIN-CAMBIO   PIC 9(7)  VALUE 0.
       77  BAJAS-CON-AVISO        PIC 9(7)  VALUE 0.
       77  AVISOS-EMITIDOS        PIC 9(7)  VALUE 0.
       77  BAJAS-RETENIDAS        PIC 9(7)  VALUE 0.
       77  BAJAS-A-CONFIRMAR      PIC 9(3)  VALUE 0.
       77  TOTAL-CUADRE           PIC 9(7)  VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(39) VALUE
              "CARGA DEL PADRON DE SOCIOS          AL ".
           05 EN1-FECHA           PIC 9(8).
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  ENCABEZADO-NOVEDADES.
           05 FILLER              PIC X(40) VALUE
              "  NRO T COD  NOMBRE                   RE".
           05 FILLER              PIC X(18) VALUE
              "SULTADO  MOTIVO".

       01  LINEA-AVISO.
           05 FILLER              PIC X(15) VALUE "AVISO: JUGADOR ".
           05 LA-CODIGO           PIC X(4).
           05 FILLER              PIC X(13) VALUE " CON BAJA Y  ".
           05 LA-MOTIVO           PIC X(21).

       01  LINEA-NOVEDAD.
           05 LN-SECUENCIA        PIC ZZZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 LN-TIPO             PIC X.
           05 FILLER              PIC X     VALUE SPACE.
           05 LN-CODIGO           PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 LN-NOMBRE           PIC X(24).
           05 FILLER              PIC X     VALUE SPACE.
           05 LN-RESULTADO        PIC X(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 LN-MOTIVO           PIC X(31).

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
           PERFORM 1100-CARGAR-BAJAS
           PERFORM 1200-REVISAR-TORNEOREG
           PERFORM 1300-REVISAR-SUSPENDIDAS
           PERFORM 1400-REVISAR-LLAVES
           PERFORM 1500-CONFIRMAR-BAJAS
           PERFORM 1600-ABRIR-MAESTRO
           PERFORM 2000-APLICAR-NOVEDADES
           CLOSE MAESTRO-JUGADORES
           PERFORM 4500-IMPRIMIR-TOTALES
           CLOSE REPORTE-PADRON
           DISPLAY "NOVEDADES LEIDAS:     " LEIDOS-PN
           DISPLAY "APLICADAS:            " NOVEDADES-APLICADAS
           DISPLAY "RECHAZADAS:           " NOVEDADES-RECHAZADAS
           DISPLAY "SIN CAMBIO:           " NOVEDADES-SIN-CAMBIO
           DISPLAY "REPORTE GRABADO EN PADRONRPT"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*        CARGA DEL PADRON DE SOCIOS               *"
           DISPLAY "***************************************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO EN1-FECHA
           OPEN OUTPUT REPORTE-PADRON
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PADRONRPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Primera pasada por las novedades: solo junta los codigos con
      * baja, para avisar antes de tocar el maestro.
       1100-CARGAR-BAJAS.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NOVEDADES-PADRON
           IF WS-PN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PADRONNOV: " WS-PN-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ NOVEDADES-PADRON
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PN-BAJA AND PN-JUGADOR-COD NOT = SPACES
                           MOVE PN-JUGADOR-COD TO CODIGO-BUSCADO
                           PERFORM 1900-BUSCAR-BAJA
                           IF BAJA-IDX > CANT-BAJAS
                               PERFORM 1110-AGREGAR-BAJA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOVEDADES-PADRON.

      *-----------------------------------------------------------------

       1110-AGREGAR-BAJA.
           IF CANT-BAJAS < 500
               ADD 1 TO CANT-BAJAS
               MOVE PN-JUGADOR-COD TO BJ-CODIGO(CANT-BAJAS)
               MOVE SPACES TO BJ-AVISO(CANT-BAJAS)
           ELSE
               DISPLAY "TABLA DE BAJAS LLENA (500)"
               DISPLAY "DIVIDA EL ARCHIVO DE NOVEDADES"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1200-REVISAR-TORNEOREG.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-REGISTRO
           IF WS-TG-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-REGISTRO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TG
                       IF TG-PENDIENTE
                           PERFORM 1210-REVISAR-ROSTER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TG-STATUS = "00" OR WS-TG-STATUS = "10"
               CLOSE TORNEO-REGISTRO
           END-IF.

      *-----------------------------------------------------------------

       1210-REVISAR-ROSTER.
           MOVE 1 TO ROSTER-IDX
           PERFORM UNTIL ROSTER-IDX > TG-CANT-JUGADORES
               OR ROSTER-IDX > 8
               MOVE TG-JUGADOR-COD(ROSTER-IDX) TO CODIGO-BUSCADO
               MOVE SPACES TO MOTIVO-AVISO
               STRING "TORNEO PEND. " TG-TORNEO-ID
                   DELIMITED BY SIZE INTO MOTIVO-AVISO
               PERFORM 1800-MARCAR-AVISO
               ADD 1 TO ROSTER-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       1300-REVISAR-SUSPENDIDAS.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT SUSPENDIDAS
           IF WS-SU-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ SUSPENDIDAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE SUSPENDIDA-RECORD TO SUSPENDIDA-DATOS
                       MOVE SU-JUGADOR TO CODIGO-BUSCADO
                       MOVE "PARTIDA SUSPENDIDA" TO MOTIVO-AVISO
                       PERFORM 1800-MARCAR-AVISO
               END-READ
           END-PERFORM
           IF WS-SU-STATUS = "00" OR WS-SU-STATUS = "10"
               CLOSE SUSPENDIDAS
           END-IF.

      *-----------------------------------------------------------------

      * Dos pasadas por TORNEOLLAVE: primero las llaves sin terminar
      * (fila E) y su etapa en curso, despues los inscriptos (filas I)
      * de esas llaves que llegaron a esa etapa.
       1400-REVISAR-LLAVES.
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
                       IF LL-TIPO-EVENTO AND NOT LL-FINALIZADA
                           PERFORM 1410-AGREGAR-LLAVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF
           IF CANT-LLAVES > 0
               SET HAY-REGISTROS TO TRUE
               OPEN INPUT LLAVE-TORNEO
               PERFORM UNTIL FIN-ARCHIVO
                   READ LLAVE-TORNEO
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF LL-TIPO-INSCRIPTO
                               PERFORM 1420-REVISAR-INSCRIPTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LLAVE-TORNEO
           END-IF.

      *-----------------------------------------------------------------

       1410-AGREGAR-LLAVE.
           IF CANT-LLAVES < 200
               ADD 1 TO CANT-LLAVES
               MOVE LL-LLAVE-ID     TO LA-LLAVE-ID(CANT-LLAVES)
               MOVE LL-ETAPA-ACTUAL TO LA-ETAPA(CANT-LLAVES)
           ELSE
               DISPLAY "TABLA DE LLAVES ABIERTAS LLENA (200)"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1420-REVISAR-INSCRIPTO.
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVES
               OR LA-LLAVE-ID(LLAVE-IDX) = LL-LLAVE-ID
               ADD 1 TO LLAVE-IDX
           END-PERFORM
           IF LLAVE-IDX NOT > CANT-LLAVES
               IF LL-I-ETAPA >= LA-ETAPA(LLAVE-IDX)
                   MOVE LL-I-JUGADOR-COD TO CODIGO-BUSCADO
                   MOVE SPACES TO MOTIVO-AVISO
                   STRING "EN LLAVE " LL-LLAVE-ID
                       DELIMITED BY SIZE INTO MOTIVO-AVISO
                   PERFORM 1800-MARCAR-AVISO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Todo lo pendiente de un codigo con baja se avisa; en la tabla
      * queda el primer motivo, que es el que sale junto a la novedad.
       1500-CONFIRMAR-BAJAS.
           SET APLICAR-BAJAS-AVISO TO TRUE
           IF AVISOS-EMITIDOS > 0
               MOVE 1 TO BAJA-IDX
               PERFORM UNTIL BAJA-IDX > CANT-BAJAS
                   IF BJ-AVISO(BAJA-IDX) NOT = SPACES
                       ADD 1 TO BAJAS-A-CONFIRMAR
                   END-IF
                   ADD 1 TO BAJA-IDX
               END-PERFORM
               DISPLAY "HAY " BAJAS-A-CONFIRMAR
                   " BAJAS DE JUGADORES CON TORNEO, LLAVE O PARTIDA "
                   "PENDIENTE"
               DISPLAY "APLICA ESAS BAJAS IGUAL? (S=APLICAR, "
                   "N=RETENERLAS)"
               ACCEPT RESPUESTA-CONFIRMA
               IF RESPUESTA-CONFIRMA NOT = "S"
                   SET RETENER-BAJAS-AVISO TO TRUE
                   DISPLAY "LAS BAJAS CON AVISO QUEDAN RETENIDAS"
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF.

      *-----------------------------------------------------------------

       1600-ABRIR-MAESTRO.
           OPEN I-O MAESTRO-JUGADORES
           IF WS-MJ-STATUS = "35"
               OPEN OUTPUT MAESTRO-JUGADORES
               CLOSE MAESTRO-JUGADORES
               OPEN I-O MAESTRO-JUGADORES
           END-IF
           IF WS-MJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR JUGADORES: " WS-MJ-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1800-MARCAR-AVISO.
           PERFORM 1900-BUSCAR-BAJA
           IF BAJA-IDX NOT > CANT-BAJAS
               MOVE CODIGO-BUSCADO TO LA-CODIGO
               MOVE MOTIVO-AVISO   TO LA-MOTIVO
               MOVE LINEA-AVISO    TO LINEA-REPORTE
               DISPLAY LINEA-AVISO
               PERFORM 4900-ESCRIBIR-LINEA
               ADD 1 TO AVISOS-EMITIDOS
               IF BJ-AVISO(BAJA-IDX) = SPACES
                   MOVE MOTIVO-AVISO TO BJ-AVISO(BAJA-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1900-BUSCAR-BAJA.
           MOVE 1 TO BAJA-IDX
           PERFORM UNTIL BAJA-IDX > CANT-BAJAS
               OR BJ-CODIGO(BAJA-IDX) = CODIGO-BUSCADO
               ADD 1 TO BAJA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Segunda pasada: cada novedad se valida contra el maestro como
      * quedo despues de las anteriores del mismo archivo.
       2000-APLICAR-NOVEDADES.
           MOVE ENCABEZADO-NOVEDADES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NOVEDADES-PADRON
           IF WS-PN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PADRONNOV: " WS-PN-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ NOVEDADES-PADRON
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-PN
                       PERFORM 2100-PROCESAR-NOVEDAD
                       PERFORM 2900-INFORMAR-NOVEDAD
               END-READ
           END-PERFORM
           CLOSE NOVEDADES-PADRON.

      *-----------------------------------------------------------------

       2100-PROCESAR-NOVEDAD.
           MOVE SPACES TO MOTIVO-NOVEDAD
           SET NOV-RECHAZADA TO TRUE
           IF PN-JUGADOR-COD = SPACES
               MOVE "FALTA EL CODIGO" TO MOTIVO-NOVEDAD
           ELSE
               PERFORM 2150-LEER-MAESTRO
               EVALUATE TRUE
                   WHEN PN-ALTA
                       PERFORM 2200-ALTA
                   WHEN PN-CAMBIO
                       PERFORM 2300-CAMBIO
                   WHEN PN-BAJA
                       PERFORM 2400-BAJA
                   WHEN PN-REACTIVACION
                       PERFORM 2500-REACTIVACION
                   WHEN OTHER
                       MOVE "TIPO DE NOVEDAD INVALIDO"
                           TO MOTIVO-NOVEDAD
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------

       2150-LEER-MAESTRO.
           MOVE PN-JUGADOR-COD TO JUG-CODIGO
           READ MAESTRO-JUGADORES
               INVALID KEY
                   SET CODIGO-NO-EXISTE TO TRUE
               NOT INVALID KEY
                   SET CODIGO-EXISTE TO TRUE
                   ADD 1 TO LEIDOS-MJ
           END-READ.

      *-----------------------------------------------------------------

       2200-ALTA.
           EVALUATE TRUE
               WHEN CODIGO-EXISTE
                   MOVE "YA EXISTE EL CODIGO" TO MOTIVO-NOVEDAD
               WHEN PN-NOMBRE = SPACES
                   MOVE "FALTA EL NOMBRE" TO MOTIVO-NOVEDAD
               WHEN OTHER
                   MOVE SPACES         TO REGISTRO-JUGADOR
                   MOVE PN-JUGADOR-COD TO JUG-CODIGO
                   MOVE PN-NOMBRE      TO JUG-NOMBRE
                   IF PN-FECHA-ALTA-X IS NUMERIC
                       AND PN-FECHA-ALTA > 0
                       MOVE PN-FECHA-ALTA TO JUG-FECHA-ALTA
                   ELSE
                       MOVE WS-FECHA-HOY  TO JUG-FECHA-ALTA
                   END-IF
                   SET JUG-ACTIVO TO TRUE
                   WRITE REGISTRO-JUGADOR
                       INVALID KEY
                           MOVE "NO SE PUDO GRABAR, STATUS "
                               TO MOTIVO-NOVEDAD
                           MOVE WS-MJ-STATUS TO MOTIVO-NOVEDAD(27:2)
                       NOT INVALID KEY
                           SET NOV-APLICADA TO TRUE
                           ADD 1 TO ALTAS-APLICADAS
                           ADD 1 TO GRABADOS-MJ
                   END-WRITE
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Un codigo fusionado no se renombra: el nombre vale en el
      * sobreviviente.
       2300-CAMBIO.
           EVALUATE TRUE
               WHEN CODIGO-NO-EXISTE
                   MOVE "NO EXISTE EL CODIGO" TO MOTIVO-NOVEDAD
               WHEN PN-NOMBRE = SPACES
                   MOVE "FALTA EL NOMBRE" TO MOTIVO-NOVEDAD
               WHEN JUG-SUCESOR NOT = SPACES
                   MOVE "FUSIONADO EN" TO MOTIVO-NOVEDAD
                   MOVE JUG-SUCESOR TO MOTIVO-NOVEDAD(14:4)
               WHEN JUG-NOMBRE = PN-NOMBRE
                   SET NOV-SIN-CAMBIO TO TRUE
                   MOVE "EL NOMBRE YA ERA ESE" TO MOTIVO-NOVEDAD
               WHEN OTHER
                   MOVE JUG-NOMBRE TO NOMBRE-ANTERIOR
                   MOVE PN-NOMBRE  TO JUG-NOMBRE
                   PERFORM 2800-REGRABAR-MAESTRO
                   IF NOV-APLICADA
                       ADD 1 TO CAMBIOS-APLICADOS
                       MOVE "ANTES:" TO MOTIVO-NOVEDAD
                       MOVE NOMBRE-ANTERIOR TO MOTIVO-NOVEDAD(8:24)
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

       2400-BAJA.
           MOVE PN-JUGADOR-COD TO CODIGO-BUSCADO
           PERFORM 1900-BUSCAR-BAJA
           EVALUATE TRUE
               WHEN CODIGO-NO-EXISTE
                   MOVE "NO EXISTE EL CODIGO" TO MOTIVO-NOVEDAD
               WHEN JUG-INACTIVO
                   SET NOV-SIN-CAMBIO TO TRUE
                   MOVE "YA ESTABA DADO DE BAJA" TO MOTIVO-NOVEDAD
               WHEN BJ-AVISO(BAJA-IDX) NOT = SPACES
                   AND RETENER-BAJAS-AVISO
                   MOVE "RETENIDA:" TO MOTIVO-NOVEDAD
                   MOVE BJ-AVISO(BAJA-IDX) TO MOTIVO-NOVEDAD(11:21)
                   ADD 1 TO BAJAS-RETENIDAS
               WHEN OTHER
                   SET JUG-INACTIVO TO TRUE
                   PERFORM 2800-REGRABAR-MAESTRO
                   IF NOV-APLICADA
                       ADD 1 TO BAJAS-APLICADAS
                       IF BJ-AVISO(BAJA-IDX) NOT = SPACES
                           MOVE "AVISO:" TO MOTIVO-NOVEDAD
                           MOVE BJ-AVISO(BAJA-IDX)
                               TO MOTIVO-NOVEDAD(8:21)
                           ADD 1 TO BAJAS-CON-AVISO
                       END-IF
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * El codigo retirado por una fusion queda inactivo para siempre;
      * se reactiva el sobreviviente, no el.
       2500-REACTIVACION.
           EVALUATE TRUE
               WHEN CODIGO-NO-EXISTE
                   MOVE "NO EXISTE EL CODIGO" TO MOTIVO-NOVEDAD
               WHEN JUG-SUCESOR NOT = SPACES
                   MOVE "FUSIONADO EN" TO MOTIVO-NOVEDAD
                   MOVE JUG-SUCESOR TO MOTIVO-NOVEDAD(14:4)
               WHEN JUG-ACTIVO
                   SET NOV-SIN-CAMBIO TO TRUE
                   MOVE "YA ESTABA ACTIVO" TO MOTIVO-NOVEDAD
               WHEN OTHER
                   SET JUG-ACTIVO TO TRUE
                   PERFORM 2800-REGRABAR-MAESTRO
                   IF NOV-APLICADA
                       ADD 1 TO REACTIVACIONES
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

       2800-REGRABAR-MAESTRO.
           REWRITE REGISTRO-JUGADOR
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR, STATUS "
                       TO MOTIVO-NOVEDAD
                   MOVE WS-MJ-STATUS TO MOTIVO-NOVEDAD(27:2)
               NOT INVALID KEY
                   SET NOV-APLICADA TO TRUE
                   ADD 1 TO GRABADOS-MJ
           END-REWRITE.

      *-----------------------------------------------------------------

       2900-INFORMAR-NOVEDAD.
           MOVE LEIDOS-PN      TO LN-SECUENCIA
           MOVE PN-TIPO        TO LN-TIPO
           MOVE PN-JUGADOR-COD TO LN-CODIGO
           MOVE PN-NOMBRE      TO LN-NOMBRE
           MOVE MOTIVO-NOVEDAD TO LN-MOTIVO
           EVALUATE TRUE
               WHEN NOV-APLICADA
                   MOVE "APLICADA"   TO LN-RESULTADO
                   ADD 1 TO NOVEDADES-APLICADAS
               WHEN NOV-SIN-CAMBIO
                   MOVE "SIN CAMBIO" TO LN-RESULTADO
                   ADD 1 TO NOVEDADES-SIN-CAMBIO
               WHEN OTHER
                   MOVE "RECHAZADA"  TO LN-RESULTADO
                   ADD 1 TO NOVEDADES-RECHAZADAS
           END-EVALUATE
           MOVE LINEA-NOVEDAD TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       4500-IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTALES DE CONTROL" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "NOVEDADES LEIDAS DE PADRONNOV:" TO LC-TITULO
           MOVE LEIDOS-PN TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "  ALTAS APLICADAS:" TO LC-TITULO
           MOVE ALTAS-APLICADAS TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "  CAMBIOS DE NOMBRE APLICADOS:" TO LC-TITULO
           MOVE CAMBIOS-APLICADOS TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "  BAJAS APLICADAS:" TO LC-TITULO
           MOVE BAJAS-APLICADAS TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "    DE ELLAS, CON AVISO:" TO LC-TITULO
           MOVE BAJAS-CON-AVISO TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "  REACTIVACIONES APLICADAS:" TO LC-TITULO
           MOVE REACTIVACIONES TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "TOTAL APLICADAS:" TO LC-TITULO
           MOVE NOVEDADES-APLICADAS TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "TOTAL RECHAZADAS:" TO LC-TITULO
           MOVE NOVEDADES-RECHAZADAS TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "  DE ELLAS, BAJAS RETENIDAS POR AVISO:" TO LC-TITULO
           MOVE BAJAS-RETENIDAS TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "TOTAL SIN CAMBIO:" TO LC-TITULO
           MOVE NOVEDADES-SIN-CAMBIO TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           MOVE "REGISTROS GRABADOS EN JUGADORES:" TO LC-TITULO
           MOVE GRABADOS-MJ TO LC-CANT
           PERFORM 4600-LINEA-CONTROL
           COMPUTE TOTAL-CUADRE = NOVEDADES-APLICADAS
               + NOVEDADES-RECHAZADAS + NOVEDADES-SIN-CAMBIO
           IF TOTAL-CUADRE = LEIDOS-PN
               AND GRABADOS-MJ = NOVEDADES-APLICADAS
               MOVE "CUADRE CORRECTO: LEIDAS = APLICADAS + RECHAZADAS"
                   TO LINEA-REPORTE
               MOVE "+ SIN CAMBIO" TO LINEA-REPORTE(50:12)
           ELSE
               MOVE "CUADRE: LOS TOTALES NO CUADRAN, REVISAR LA CORRIDA"
                   TO LINEA-REPORTE
               DISPLAY "LOS TOTALES DE CONTROL NO CUADRAN"
           END-IF
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       4600-LINEA-CONTROL.
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
           MOVE "PADRON" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "PADRONNOV"       TO RL-ARCHIVO(1)
           MOVE LEIDOS-PN         TO RL-LEIDOS(1)
           MOVE "JUGADORES"       TO RL-ARCHIVO(2)
           MOVE LEIDOS-MJ         TO RL-LEIDOS(2)
           MOVE GRABADOS-MJ       TO RL-GRABADOS(2)
           MOVE "TORNEOREG"       TO RL-ARCHIVO(3)
           MOVE LEIDOS-TG         TO RL-LEIDOS(3)
           MOVE "PADRONRPT"       TO RL-ARCHIVO(4)
           MOVE LINEAS-GRABADAS   TO RL-GRABADOS(4)
           MOVE WS-PN-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-MJ-STATUS      TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-TG-STATUS      TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-RP-STATUS      TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM PADRON.
