      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Fusion de codigos de jugador: cuando una misma persona quedo
      * dada de alta con dos codigos, el operador indica el codigo que
      * sobrevive y el que se retira, y la corrida recodifica todo el
      * historial del retirado al sobreviviente: LB-JUGADOR en el
      * LEADERBOARD vivo y en los resguardos por anio LEADERARCHaaaa,
      * TR-JUGADOR-COD en TORNEORESULT, los rosters TG-JUGADOR-COD de
      * TORNEOREG y la partida suspendida de PARTIDASUSP. Las filas de
      * TEMPORADA y del maestro de niveles NIVELJUG se funden en una
      * sola (puntos, torneos y ganados se suman). Al final el codigo
      * retirado queda inactivo en JUGADORES con JUG-SUCESOR apuntando
      * al sobreviviente. Todo lo que pueda impedir la fusion (codigos
      * invalidos, filas en PENDIENTES que RECUPERA traeria de vuelta
      * con el codigo viejo, partidas suspendidas de los dos codigos,
      * un torneo pendiente con los dos en el roster) se valida antes
      * de tocar el primer archivo. Los archivos secuenciales se
      * reescriben por archivo de trabajo como en DEPURA, y el informe
      * FUSIONCTL deja por archivo los conteos antes/despues de cada
      * codigo con su cuadre. La corrida se puede repetir: lo ya
      * recodificado no se vuelve a encontrar.
      * Modifications:
      *   10/2026 - Llaves por eliminacion: tambien se recodifican el
      *             campo (filas I) y los rosters de las series (filas
      *             S) del archivo TORNEOLLAVE; una llave sin terminar
      *             con los dos codigos inscriptos frena la fusion,
      *             igual que un torneo pendiente de TORNEOREG.
      *   10/2026 - Libro de cuenta LIBROJUG: las cuotas y premios del
      *             retirado pasan al sobreviviente (LM-JUGADOR-COD),
      *             por archivo de trabajo como TORNEORESULT, para que
      *             el estado de cuenta de ESTCTA muestre un solo
      *             saldo. TORREG-ENTRADA acompana el largo nuevo del
      *             registro de TORNEOREG (cuota y pagos).
      *   10/2026 - Historial de temporadas TEMPHIST: los puestos
      *             finales (filas J) y el campeon de la fila de
      *             cierre del retirado pasan al sobreviviente, por
      *             archivo de trabajo como LIBROJUG.
      *   10/2026 - Cola de revision REVISION: las marcas del retirado
      *             (RV-JUGADOR) pasan al sobreviviente, por archivo
      *             de trabajo como TEMPHIST, para que REVISA y PUNTOS
      *             sigan encontrando la marca con el codigo vigente.
      *   10/2026 - JUG-SUCESOR alarga el registro de JUGADORES: el
      *             maestro anterior al cambio se convierte una vez con
      *             CONVJUG antes de la primera fusion.
      *   10/2026 - TEMPHIST: si los dos codigos tienen fila J en el
      *             mismo cierre, la del retirado se funde en la del
      *             sobreviviente (puntos, torneos y ganados se suman
      *             y queda el mejor puesto) en vez de dejar dos filas
      *             del mismo jugador; la fila C de ese cierre cuenta
      *             un jugador menos. FUSIONCTL informa las filas
      *             fundidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-JUGADORES ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT ARCHIVO-LB ASSIGN USING NOMBRE-ARCH-LB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT TRABAJO-LB ASSIGN TO "LEADERTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.
           SELECT TORNEO-RESULTADOS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT TRABAJO-TR ASSIGN TO "TORNEOTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-STATUS.
           SELECT TORNEO-REGISTRO ASSIGN TO "TORNEOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
           SELECT TEMPORADA-MASTER ASSIGN TO "TEMPORADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT NIVEL-MASTER ASSIGN TO "NIVELJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.
           SELECT SUSPENDIDAS ASSIGN TO "PARTIDASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT PENDIENTES ASSIGN TO "PENDIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT LIBRO-CUENTA ASSIGN TO "LIBROJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.
           SELECT TRABAJO-LM ASSIGN TO "LIBROTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT HISTORIAL-TEMPORADAS ASSIGN TO "TEMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT TRABAJO-TH ASSIGN TO "TEMPHTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HT-STATUS.
           SELECT REVISION-RESULTADOS ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT TRABAJO-RV ASSIGN TO "REVISTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT INFORME-CONTROL ASSIGN TO "FUSIONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  ARCHIVO-LB.
       COPY LEADREC.

       FD  TRABAJO-LB.
       01  REG-TRABAJO-LB         PIC X(100).

       FD  TORNEO-RESULTADOS.
       COPY TORNREC.

       FD  TRABAJO-TR.
       01  REG-TRABAJO-TR         PIC X(100).

       FD  TORNEO-REGISTRO.
       COPY TREGREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       FD  TEMPORADA-MASTER.
       COPY TEMPREC.

       FD  NIVEL-MASTER.
       COPY NIVREC.

       FD  SUSPENDIDAS.
       01  SUSPENDIDA-RECORD      PIC X(198).

       FD  PENDIENTES.
       COPY PENDREC.

       FD  LIBRO-CUENTA.
       COPY LIBROREC.

       FD  TRABAJO-LM.
       01  REG-TRABAJO-LM         PIC X(80).

       FD  HISTORIAL-TEMPORADAS.
       COPY TEMPHREC.

       FD  TRABAJO-TH.
       01  REG-TRABAJO-TH         PIC X(76).

       FD  REVISION-RESULTADOS.
       COPY REVREC.

       FD  TRABAJO-RV.
       01  REG-TRABAJO-RV         PIC X(110).

       FD  INFORME-CONTROL.
       01  LINEA-INFORME          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-LB-STATUS           PIC XX.
       77  WS-TL-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-TT-STATUS           PIC XX.
       77  WS-TG-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-TM-STATUS           PIC XX.
       77  WS-NV-STATUS           PIC XX.
       77  WS-SU-STATUS           PIC XX.
       77  WS-PD-STATUS           PIC XX.
       77  WS-LM-STATUS           PIC XX.
       77  WS-LT-STATUS           PIC XX.
       77  WS-TH-STATUS           PIC XX.
       77  WS-HT-STATUS           PIC XX.
       77  WS-RV-STATUS           PIC XX.
       77  WS-RT-STATUS           PIC XX.
       77  WS-IC-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       01  REPETICION-SW          PIC X     VALUE 'N'.
           88 ES-REPETICION       VALUE 'S'.
           88 ES-PRIMERA-VEZ      VALUE 'N'.

       77  CODIGO-SOBREVIVIENTE   PIC X(4)  VALUE SPACES.
       77  CODIGO-RETIRADO        PIC X(4)  VALUE SPACES.
       77  ESTADO-ANTES           PIC X     VALUE SPACE.

      * Resguardos por anio: se revisan desde el anio que indica el
      * operador hasta el actual (mismo esquema de ASSIGN USING que
      * DEPURA y REPSEM); los anios sin resguardo se saltean.
       77  NOMBRE-ARCH-LB         PIC X(20) VALUE SPACES.
       77  ANIO-DESDE             PIC 9(4)  VALUE 0.
       77  ANIO-HASTA             PIC 9(4).
       77  ANIO-ACTUAL            PIC 9(4).

      * Conteos antes/despues por archivo para el informe de control.
      * Tipo R: recodificacion fila por fila (leidos = grabados y el
      * sobreviviente absorbe todas las filas del retirado); tipo F:
      * fusion de filas (las dos filas quedan en una).
       77  CANT-CONTROL           PIC 99    COMP VALUE 0.
       77  CODIGO-FILA            PIC X(4).
       77  CTL-IDX                PIC 99    COMP.
       77  ARCHIVO-CONTROL        PIC X(14).
       77  TIPO-CONTROL           PIC X.
       01  CONTROL-TABLA.
           05 CONTROL-ENTRADA OCCURS 30 TIMES.
              10 CC-ARCHIVO       PIC X(14).
              10 CC-TIPO          PIC X.
                 88 CC-RECODIFICA VALUE "R".
                 88 CC-FUSIONA    VALUE "F".
              10 CC-LEIDOS        PIC 9(7).
              10 CC-GRABADOS      PIC 9(7).
              10 CC-RET-ANTES     PIC 9(5).
              10 CC-SOB-ANTES     PIC 9(5).
              10 CC-RET-DESPUES   PIC 9(5).
              10 CC-SOB-DESPUES   PIC 9(5).
              10 CC-FUSIONADAS    PIC 9(5).
              10 CC-CUADRA        PIC X.

      * Rosters de TORNEOREG (mismo tamanio de entrada que TORNEO).
       77  CANT-TORREG            PIC 99    COMP VALUE 0.
       77  TORREG-IDX             PIC 99    COMP.
       77  ROSTER-IDX             PIC 9     COMP.
       77  EN-ROSTER-RET          PIC 9     COMP.
       77  EN-ROSTER-SOB          PIC 9     COMP.
       01  TORREG-TABLA.
           05 TORREG-ENTRADA OCCURS 50 TIMES PIC X(87).

       COPY TREGSAVE.

      * Llaves por eliminacion (mismo tamanio de tabla que TORNEO).
       77  CANT-LLAVE             PIC 9(4)  COMP VALUE 0.
       77  LLAVE-IDX              PIC 9(4)  COMP.
       77  LLAVE-IDX2             PIC 9(4)  COMP.
       77  PART-IDX               PIC 9     COMP.
       77  LLAVE-RET              PIC 99    COMP.
       77  LLAVE-SOB              PIC 99    COMP.
       77  LLAVE-REVISADA         PIC X(8).
       01  LLAVE-TABLA.
           05 LLAVE-ENTRADA OCCURS 1500 TIMES PIC X(91).

       COPY LLAVSAVE.

      * Partidas suspendidas (una por codigo, como en EJEAZAR1).
       77  CANT-SUSP              PIC 99    COMP VALUE 0.
       77  SUSP-IDX               PIC 99    COMP.
       77  SUSP-RETIRADO          PIC 99    COMP VALUE 0.
       77  SUSP-SOBREVIVIENTE     PIC 99    COMP VALUE 0.
       01  SUSP-TABLA.
           05 SUSP-ENTRADA OCCURS 20 TIMES PIC X(198).

       COPY SUSPREC.

      * Cierres de TEMPHIST con fila J de alguno de los dos codigos.
      * Cuando el mismo cierre tiene las dos, la del retirado se funde
      * en la del sobreviviente al regrabar (como en TEMPORADA, con el
      * mejor de los dos puestos) y no se graba.
       77  CANT-CRUCES            PIC 9(3)  COMP VALUE 0.
       77  CRUCE-IDX              PIC 9(3)  COMP.
       77  HIST-FUSIONADAS        PIC 9(5)  VALUE 0.
       01  CRUCES-TABLA.
           05 CRUCE-ENTRADA OCCURS 200 TIMES.
              10 HC-TEMPORADA-ID  PIC X(8).
              10 HC-CORRIDA       PIC 9(14).
              10 HC-RET-SW        PIC X.
                 88 HC-HAY-RETIRADO     VALUE 'S'.
              10 HC-SOB-SW        PIC X.
                 88 HC-HAY-SOBREVIVIENTE VALUE 'S'.
              10 HC-RET-PUESTO    PIC 9(3).
              10 HC-RET-PUNTOS    PIC 9(5).
              10 HC-RET-TORNEOS   PIC 9(3).
              10 HC-RET-GANADOS   PIC 9(3).
              10 HC-SOB-PUNTOS    PIC 9(5).

       01  GRABA-SW               PIC X     VALUE 'S'.
           88 FILA-SE-GRABA       VALUE 'S'.
           88 FILA-FUNDIDA        VALUE 'N'.

       77  CANT-JUGADORES         PIC 9(3)  COMP VALUE 0.
       77  JUG-IDX                PIC 9(3)  COMP.
       77  IDX-RETIRADO           PIC 9(3)  COMP.
       77  IDX-SOBREVIVIENTE      PIC 9(3)  COMP.
       01  TEMPORADA-TABLA.
           05 TEMPORADA-ENTRADA OCCURS 100 TIMES.
              10 TT-JUGADOR-COD   PIC X(4).
              10 TT-PUNTOS        PIC 9(5).
              10 TT-TORNEOS       PIC 9(3).
              10 TT-GANADOS       PIC 9(3).
       77  PUNTOS-ANTES           PIC 9(7)  VALUE 0.
       77  PUNTOS-DESPUES         PIC 9(7)  VALUE 0.

       77  CANT-NIVELES           PIC 9(3)  COMP VALUE 0.
       01  NIVELES-TABLA.
           05 NIVEL-ENTRADA OCCURS 100 TIMES.
              10 NT-JUGADOR-COD   PIC X(4).
              10 NT-NIVEL         PIC 9(4).
              10 NT-NIVEL-ANTERIOR PIC 9(4).
              10 NT-PARTIDAS      PIC 9(5).
              10 NT-FECHA         PIC 9(8).

       77  TOTAL-LEIDOS-LB        PIC 9(7)  VALUE 0.
       77  TOTAL-GRABADOS-LB      PIC 9(7)  VALUE 0.
       77  TOTAL-LEIDOS-TR        PIC 9(7)  VALUE 0.
       77  TOTAL-GRABADOS-TR      PIC 9(7)  VALUE 0.
       77  TOTAL-LEIDOS-TM        PIC 9(7)  VALUE 0.
       77  TOTAL-GRABADOS-TM      PIC 9(7)  VALUE 0.
       77  JUGADORES-GRABADOS     PIC 9(7)  VALUE 0.
       77  FILAS-RECODIFICADAS    PIC 9(7)  VALUE 0.
       77  ARCHIVOS-SIN-CUADRE    PIC 99    VALUE 0.

       01  ENCABEZADO-1.
           05 FILLER              PIC X(34) VALUE
              "CONTROL DE FUSION DE CODIGOS      ".
           05 FILLER              PIC X(6)  VALUE "FECHA ".
           05 EN1-FECHA           PIC 9(8).

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-CODIGOS.
           05 FILLER              PIC X(19) VALUE
              "  CODIGO RETIRADO: ".
           05 LC-RETIRADO         PIC X(4).
           05 FILLER              PIC X(27) VALUE
              "     CODIGO SOBREVIVIENTE: ".
           05 LC-SOBREVIVIENTE    PIC X(4).

       01  ENCABEZADO-3.
           05 FILLER              PIC X(14) VALUE "ARCHIVO".
           05 FILLER              PIC X(9)  VALUE "   LEIDOS".
           05 FILLER              PIC X(9)  VALUE " GRABADOS".
           05 FILLER              PIC X(8)  VALUE " RET.ANT".
           05 FILLER              PIC X(8)  VALUE " SOB.ANT".
           05 FILLER              PIC X(8)  VALUE " RET.DES".
           05 FILLER              PIC X(8)  VALUE " SOB.DES".
           05 FILLER              PIC X(8)  VALUE "  CUADRE".

       01  LINEA-ARCHIVO.
           05 LX-ARCHIVO          PIC X(14).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-LEIDOS           PIC ZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-GRABADOS         PIC ZZZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LX-RET-ANTES        PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LX-SOB-ANTES        PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LX-RET-DESPUES      PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 LX-SOB-DESPUES      PIC ZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-CUADRE           PIC X(15).

       01  LINEA-JUGADOR.
           05 FILLER              PIC X(23) VALUE
              "  JUGADORES: RETIRADO ".
           05 LJ-RETIRADO         PIC X(4).
           05 FILLER              PIC X(15) VALUE "  ESTADO ANTES ".
           05 LJ-ESTADO-ANTES     PIC X.
           05 FILLER              PIC X(9)  VALUE " DESPUES ".
           05 LJ-ESTADO-DESPUES   PIC X.
           05 FILLER              PIC X(10) VALUE "  SUCESOR ".
           05 LJ-SUCESOR          PIC X(4).

       01  LINEA-CONTADOR.
           05 FILLER              PIC X(2)  VALUE "  ".
           05 CT-TITULO           PIC X(38).
           05 CT-VALOR            PIC ZZZZZZ9.

       01  LINEA-CUADRE.
           05 FILLER              PIC X(2)  VALUE "  ".
           05 CU-TITULO           PIC X(30).
           05 CU-RESULTADO        PIC X(40).

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1100-VALIDAR-CODIGOS
           PERFORM 1200-VALIDAR-PENDIENTES
           PERFORM 1300-CARGAR-SUSPENDIDAS
           PERFORM 1400-CARGAR-TORNEOREG
           PERFORM 1500-CARGAR-LLAVES
           PERFORM 1600-CARGAR-CRUCES
           PERFORM 2000-RECODIFICAR-LEADERBOARD
           PERFORM 2500-RECODIFICAR-RESGUARDOS
           PERFORM 3000-RECODIFICAR-TORNEORESULT
           PERFORM 3500-REESCRIBIR-TORNEOREG
           PERFORM 3600-REESCRIBIR-LLAVES
           PERFORM 3700-RECODIFICAR-LIBRO
           PERFORM 3800-RECODIFICAR-HISTORIAL
           PERFORM 3900-RECODIFICAR-REVISION
           PERFORM 4000-FUSIONAR-TEMPORADA
           PERFORM 4500-FUSIONAR-NIVELES
           PERFORM 5000-REESCRIBIR-SUSPENDIDAS
           PERFORM 6000-RETIRAR-CODIGO
           PERFORM 7000-IMPRIMIR-CONTROL
           CLOSE INFORME-CONTROL
           DISPLAY "FILAS RECODIFICADAS: " FILAS-RECODIFICADAS
           DISPLAY "FUSION TERMINADA, CONTROL EN FUSIONCTL"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*          FUSION DE CODIGOS DE JUGADOR           *"
           DISPLAY "***************************************************"
           DISPLAY "CODIGO QUE SOBREVIVE (4 CARACTERES)?"
           ACCEPT CODIGO-SOBREVIVIENTE
           DISPLAY "CODIGO QUE SE RETIRA (4 CARACTERES)?"
           ACCEPT CODIGO-RETIRADO
           IF CODIGO-SOBREVIVIENTE = SPACES OR CODIGO-RETIRADO = SPACES
               DISPLAY "FALTA UNO DE LOS CODIGOS"
               PERFORM 9900-ABORTAR
           END-IF
           IF CODIGO-SOBREVIVIENTE = CODIGO-RETIRADO
               DISPLAY "LOS DOS CODIGOS SON IGUALES"
               PERFORM 9900-ABORTAR
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY(1:4) TO ANIO-HASTA
           DISPLAY "PRIMER ANIO DE RESGUARDOS A REVISAR (AAAA)?"
           ACCEPT ANIO-DESDE
           IF ANIO-DESDE < 1900 OR ANIO-DESDE > ANIO-HASTA
               DISPLAY "ANIO INVALIDO, SE REVISA SOLO " ANIO-HASTA
               MOVE ANIO-HASTA TO ANIO-DESDE
           END-IF
           IF ANIO-HASTA - ANIO-DESDE > 19
               DISPLAY "SE REVISAN COMO MAXIMO 20 ANIOS"
               COMPUTE ANIO-DESDE = ANIO-HASTA - 19
           END-IF
           MOVE WS-FECHA-HOY TO EN1-FECHA
           OPEN OUTPUT INFORME-CONTROL
           IF WS-IC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR FUSIONCTL: " WS-IC-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           WRITE LINEA-INFORME FROM ENCABEZADO-1
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           MOVE CODIGO-RETIRADO      TO LC-RETIRADO
           MOVE CODIGO-SOBREVIVIENTE TO LC-SOBREVIVIENTE
           WRITE LINEA-INFORME FROM LINEA-CODIGOS
           WRITE LINEA-INFORME FROM ENCABEZADO-2.

      *-----------------------------------------------------------------

      * Los dos codigos tienen que existir; el sobreviviente tiene que
      * estar activo y no haber sido fusionado a su vez. Si el
      * retirado ya apunta al mismo sobreviviente es una repeticion
      * de una corrida anterior (completa o abortada) y se deja
      * seguir: lo ya recodificado no se vuelve a encontrar.
       1100-VALIDAR-CODIGOS.
           OPEN INPUT MAESTRO-JUGADORES
           IF WS-MJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR JUGADORES: " WS-MJ-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE CODIGO-SOBREVIVIENTE TO JUG-CODIGO
           READ MAESTRO-JUGADORES
               INVALID KEY
                   DISPLAY "NO EXISTE EL CODIGO " CODIGO-SOBREVIVIENTE
                   CLOSE MAESTRO-JUGADORES
                   PERFORM 9900-ABORTAR
           END-READ
           IF NOT JUG-ACTIVO OR JUG-SUCESOR NOT = SPACES
               DISPLAY "EL CODIGO QUE SOBREVIVE ESTA DADO DE BAJA: "
                   CODIGO-SOBREVIVIENTE
               CLOSE MAESTRO-JUGADORES
               PERFORM 9900-ABORTAR
           END-IF
           MOVE CODIGO-RETIRADO TO JUG-CODIGO
           READ MAESTRO-JUGADORES
               INVALID KEY
                   DISPLAY "NO EXISTE EL CODIGO " CODIGO-RETIRADO
                   CLOSE MAESTRO-JUGADORES
                   PERFORM 9900-ABORTAR
           END-READ
           MOVE JUG-ESTADO TO ESTADO-ANTES
           EVALUATE TRUE
               WHEN JUG-SUCESOR = SPACES
                   SET ES-PRIMERA-VEZ TO TRUE
               WHEN JUG-SUCESOR = CODIGO-SOBREVIVIENTE
                   SET ES-REPETICION TO TRUE
                   DISPLAY "EL CODIGO " CODIGO-RETIRADO
                       " YA FIGURA FUSIONADO EN " CODIGO-SOBREVIVIENTE
                   DISPLAY "SE REVISAN LOS ARCHIVOS POR SI QUEDO "
                       "ALGO SIN RECODIFICAR"
               WHEN OTHER
                   DISPLAY "EL CODIGO " CODIGO-RETIRADO
                       " YA FUE FUSIONADO EN " JUG-SUCESOR
                   CLOSE MAESTRO-JUGADORES
                   PERFORM 9900-ABORTAR
           END-EVALUATE
           CLOSE MAESTRO-JUGADORES.

      *-----------------------------------------------------------------

      * Una fila esperando en PENDIENTES volveria con el codigo viejo
      * cuando RECUPERA la reaplique: primero se recupera, despues se
      * fusiona.
       1200-VALIDAR-PENDIENTES.
           OPEN INPUT PENDIENTES
           IF WS-PD-STATUS = "00"
               READ PENDIENTES
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "HAY FILAS ESPERANDO EN PENDIENTES"
                       DISPLAY "CORRA RECUPERA ANTES DE FUSIONAR"
                       CLOSE PENDIENTES
                       PERFORM 9900-ABORTAR
               END-READ
               CLOSE PENDIENTES
           END-IF.

      *-----------------------------------------------------------------

      * PARTIDASUSP guarda una sola partida por codigo: si los dos
      * codigos tienen una, no hay donde poner la del retirado.
       1300-CARGAR-SUSPENDIDAS.
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
                       IF CANT-SUSP < 20
                           ADD 1 TO CANT-SUSP
                           MOVE SUSPENDIDA-RECORD
                               TO SUSP-ENTRADA(CANT-SUSP)
                           IF SUSPENDIDA-RECORD(1:4) = CODIGO-RETIRADO
                               MOVE CANT-SUSP TO SUSP-RETIRADO
                           END-IF
                           IF SUSPENDIDA-RECORD(1:4)
                               = CODIGO-SOBREVIVIENTE
                               MOVE CANT-SUSP TO SUSP-SOBREVIVIENTE
                           END-IF
                       ELSE
                           DISPLAY "TABLA DE SUSPENDIDAS LLENA (20)"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SU-STATUS = "00" OR WS-SU-STATUS = "10"
               CLOSE SUSPENDIDAS
           END-IF
           IF SUSP-RETIRADO > 0 AND SUSP-SOBREVIVIENTE > 0
               DISPLAY "LOS DOS CODIGOS TIENEN UNA PARTIDA SUSPENDIDA"
               DISPLAY "QUE EL JUGADOR TERMINE UNA EN EJEAZAR1 ANTES "
                   "DE FUSIONAR"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Un torneo todavia pendiente con los dos codigos en el roster
      * quedaria con el mismo jugador dos veces; se corrige en REGTOR
      * antes de fusionar. En los torneos ya jugados no importa.
       1400-CARGAR-TORNEOREG.
           MOVE "TORNEOREG" TO ARCHIVO-CONTROL
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-REGISTRO
           IF WS-TG-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-REGISTRO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-TORREG < 50
                           ADD 1 TO CANT-TORREG
                           MOVE TORNEO-REG-RECORD
                               TO TORREG-ENTRADA(CANT-TORREG)
                           ADD 1 TO CC-LEIDOS(CTL-IDX)
                           PERFORM 1410-REVISAR-ROSTER
                       ELSE
                           DISPLAY "TABLA DE TORNEOS LLENA (50)"
                           DISPLAY "DEPURE TORNEOREG"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TG-STATUS = "00" OR WS-TG-STATUS = "10"
               CLOSE TORNEO-REGISTRO
           END-IF.

      *-----------------------------------------------------------------

       1410-REVISAR-ROSTER.
           MOVE TORNEO-REG-RECORD TO TORNEO-GUARDADO
           MOVE 0 TO EN-ROSTER-RET
           MOVE 0 TO EN-ROSTER-SOB
           MOVE 1 TO ROSTER-IDX
           PERFORM UNTIL ROSTER-IDX > TGG-CANT-JUGADORES
               OR ROSTER-IDX > 8
               IF TGG-JUGADOR-COD(ROSTER-IDX) = CODIGO-RETIRADO
                   ADD 1 TO EN-ROSTER-RET
               END-IF
               IF TGG-JUGADOR-COD(ROSTER-IDX) = CODIGO-SOBREVIVIENTE
                   ADD 1 TO EN-ROSTER-SOB
               END-IF
               ADD 1 TO ROSTER-IDX
           END-PERFORM
           ADD EN-ROSTER-RET TO CC-RET-ANTES(CTL-IDX)
           ADD EN-ROSTER-SOB TO CC-SOB-ANTES(CTL-IDX)
           IF TGG-PENDIENTE AND EN-ROSTER-RET > 0
               AND EN-ROSTER-SOB > 0
               DISPLAY "EL TORNEO PENDIENTE " TGG-TORNEO-ID
                   " TIENE LOS DOS CODIGOS EN EL ROSTER"
               DISPLAY "CORRIJA EL ROSTER ANTES DE FUSIONAR"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Mismo criterio que TORNEOREG para las llaves: una llave sin
      * terminar con los dos codigos en el campo tendria al mismo
      * jugador dos veces en las series que faltan. En la entrada de
      * control las filas son posiciones de campo y de serie.
       1500-CARGAR-LLAVES.
           MOVE "TORNEOLLAVE" TO ARCHIVO-CONTROL
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LLAVE-TORNEO
           IF WS-LL-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LLAVE-TORNEO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-LLAVE < 1500
                           ADD 1 TO CANT-LLAVE
                           MOVE LLAVE-RECORD
                               TO LLAVE-ENTRADA(CANT-LLAVE)
                           ADD 1 TO CC-LEIDOS(CTL-IDX)
                       ELSE
                           DISPLAY "TABLA DE LLAVES LLENA (1500)"
                           DISPLAY "DEPURE TORNEOLLAVE"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
               PERFORM 1510-CONTAR-POSICIONES
               IF LG-TIPO-EVENTO AND NOT LG-FINALIZADA
                   PERFORM 1520-REVISAR-CAMPO
               END-IF
               ADD 1 TO LLAVE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Cuenta en la entrada de control las posiciones de cada codigo
      * en la fila de llave que esta en LLAVE-GUARDADA.
       1510-CONTAR-POSICIONES.
           EVALUATE TRUE
               WHEN LG-TIPO-INSCRIPTO
                   IF LG-I-JUGADOR-COD = CODIGO-RETIRADO
                       ADD 1 TO CC-RET-ANTES(CTL-IDX)
                   END-IF
                   IF LG-I-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                       ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                   END-IF
               WHEN LG-TIPO-SERIE
                   MOVE 1 TO PART-IDX
                   PERFORM UNTIL PART-IDX > LG-S-CANT
                       IF LG-S-JUGADOR-COD(PART-IDX) = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-ANTES(CTL-IDX)
                       END-IF
                       IF LG-S-JUGADOR-COD(PART-IDX)
                           = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                       END-IF
                       ADD 1 TO PART-IDX
                   END-PERFORM
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Recorre el campo (filas I con el mismo id) de la llave sin
      * terminar que esta en LLAVE-GUARDADA; la deja pisada.
       1520-REVISAR-CAMPO.
           MOVE LG-LLAVE-ID TO LLAVE-REVISADA
           MOVE 0 TO LLAVE-RET
           MOVE 0 TO LLAVE-SOB
           MOVE 1 TO LLAVE-IDX2
           PERFORM UNTIL LLAVE-IDX2 > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX2) TO LLAVE-GUARDADA
               IF LG-LLAVE-ID = LLAVE-REVISADA AND LG-TIPO-INSCRIPTO
                   IF LG-I-JUGADOR-COD = CODIGO-RETIRADO
                       ADD 1 TO LLAVE-RET
                   END-IF
                   IF LG-I-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                       ADD 1 TO LLAVE-SOB
                   END-IF
               END-IF
               ADD 1 TO LLAVE-IDX2
           END-PERFORM
           IF LLAVE-RET > 0 AND LLAVE-SOB > 0
               DISPLAY "LA LLAVE SIN TERMINAR " LLAVE-REVISADA
                   " TIENE LOS DOS CODIGOS EN EL CAMPO"
               DISPLAY "LA FUSION SE HACE CUANDO LA LLAVE TERMINE"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Filas J de los dos codigos en TEMPHIST, por cierre (temporada
      * y corrida). Se carga antes de tocar el primer archivo para que
      * una tabla llena frene la fusion sin dejar nada a medias.
       1600-CARGAR-CRUCES.
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
                       IF TH-TIPO-JUGADOR
                           AND (TH-J-JUGADOR-COD = CODIGO-RETIRADO
                           OR TH-J-JUGADOR-COD = CODIGO-SOBREVIVIENTE)
                           PERFORM 1610-ANOTAR-CRUCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TH-STATUS = "00" OR WS-TH-STATUS = "10"
               CLOSE HISTORIAL-TEMPORADAS
           END-IF.

      *-----------------------------------------------------------------

       1610-ANOTAR-CRUCE.
           PERFORM 3830-BUSCAR-CRUCE
           IF CRUCE-IDX > CANT-CRUCES
               IF CANT-CRUCES < 200
                   ADD 1 TO CANT-CRUCES
                   MOVE CANT-CRUCES TO CRUCE-IDX
                   INITIALIZE CRUCE-ENTRADA(CRUCE-IDX)
                   MOVE TH-TEMPORADA-ID TO HC-TEMPORADA-ID(CRUCE-IDX)
                   MOVE TH-CORRIDA      TO HC-CORRIDA(CRUCE-IDX)
               ELSE
                   DISPLAY "TABLA DE CIERRES DE TEMPHIST LLENA (200)"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           IF TH-J-JUGADOR-COD = CODIGO-RETIRADO
               MOVE 'S'          TO HC-RET-SW(CRUCE-IDX)
               MOVE TH-J-PUESTO  TO HC-RET-PUESTO(CRUCE-IDX)
               MOVE TH-J-PUNTOS  TO HC-RET-PUNTOS(CRUCE-IDX)
               MOVE TH-J-TORNEOS TO HC-RET-TORNEOS(CRUCE-IDX)
               MOVE TH-J-GANADOS TO HC-RET-GANADOS(CRUCE-IDX)
           ELSE
               MOVE 'S'          TO HC-SOB-SW(CRUCE-IDX)
               MOVE TH-J-PUNTOS  TO HC-SOB-PUNTOS(CRUCE-IDX)
           END-IF.

      *-----------------------------------------------------------------

       2000-RECODIFICAR-LEADERBOARD.
           MOVE "LEADERBOARD" TO NOMBRE-ARCH-LB
           MOVE "LEADERBOARD" TO ARCHIVO-CONTROL
           PERFORM 2100-RECODIFICAR-ARCHIVO-LB.

      *-----------------------------------------------------------------

       2500-RECODIFICAR-RESGUARDOS.
           MOVE ANIO-DESDE TO ANIO-ACTUAL
           PERFORM UNTIL ANIO-ACTUAL > ANIO-HASTA
               MOVE SPACES TO NOMBRE-ARCH-LB
               STRING "LEADERARCH" ANIO-ACTUAL
                   DELIMITED BY SIZE INTO NOMBRE-ARCH-LB
               MOVE NOMBRE-ARCH-LB TO ARCHIVO-CONTROL
               PERFORM 2100-RECODIFICAR-ARCHIVO-LB
               ADD 1 TO ANIO-ACTUAL
           END-PERFORM.

      *-----------------------------------------------------------------

      * Primera pasada: el archivo (vivo o resguardo) se copia entero
      * al de trabajo contando las filas de cada codigo; segunda
      * pasada, solo si hay filas del retirado: el archivo se
      * reescribe desde el de trabajo con el codigo cambiado. Si la
      * segunda pasada falla, el contenido original queda en
      * LEADERTRAB.
       2100-RECODIFICAR-ARCHIVO-LB.
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT ARCHIVO-LB
           IF WS-LB-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
               OPEN OUTPUT TRABAJO-LB
               IF WS-TL-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LEADERTRAB: " WS-TL-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LB
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CC-LEIDOS(CTL-IDX)
                       ADD 1 TO TOTAL-LEIDOS-LB
                       IF LB-JUGADOR = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-ANTES(CTL-IDX)
                       END-IF
                       IF LB-JUGADOR = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                       END-IF
                       WRITE REG-TRABAJO-LB FROM LEADERBOARD-RECORD
               END-READ
           END-PERFORM
           IF WS-LB-STATUS = "00" OR WS-LB-STATUS = "10"
               CLOSE ARCHIVO-LB
               CLOSE TRABAJO-LB
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
                   ADD CC-LEIDOS(CTL-IDX) TO TOTAL-GRABADOS-LB
               ELSE
                   PERFORM 2110-REGRABAR-ARCHIVO-LB
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2110-REGRABAR-ARCHIVO-LB.
           OPEN INPUT TRABAJO-LB
           OPEN OUTPUT ARCHIVO-LB
           IF WS-LB-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR " NOMBRE-ARCH-LB ": "
                   WS-LB-STATUS
               DISPLAY "EL CONTENIDO ORIGINAL QUEDO EN LEADERTRAB"
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-LB INTO LEADERBOARD-RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LB-JUGADOR = CODIGO-RETIRADO
                           MOVE CODIGO-SOBREVIVIENTE TO LB-JUGADOR
                           ADD 1 TO FILAS-RECODIFICADAS
                       END-IF
                       IF LB-JUGADOR = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-DESPUES(CTL-IDX)
                       END-IF
                       IF LB-JUGADOR = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
                       END-IF
                       WRITE LEADERBOARD-RECORD
                       ADD 1 TO CC-GRABADOS(CTL-IDX)
                       ADD 1 TO TOTAL-GRABADOS-LB
               END-READ
           END-PERFORM
           CLOSE TRABAJO-LB
           CLOSE ARCHIVO-LB.

      *-----------------------------------------------------------------

      * Mismo esquema de dos pasadas que el LEADERBOARD, con
      * TORNEOTRAB como archivo de trabajo.
       3000-RECODIFICAR-TORNEORESULT.
           MOVE "TORNEORESULT" TO ARCHIVO-CONTROL
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-RESULTADOS
           IF WS-TR-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
               OPEN OUTPUT TRABAJO-TR
               IF WS-TT-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR TORNEOTRAB: " WS-TT-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CC-LEIDOS(CTL-IDX)
                       IF TR-JUGADOR-COD = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-ANTES(CTL-IDX)
                       END-IF
                       IF TR-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                       END-IF
                       WRITE REG-TRABAJO-TR FROM TORNEO-RESULT-RECORD
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTADOS
               CLOSE TRABAJO-TR
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 3100-REGRABAR-TORNEORESULT
               END-IF
               MOVE CC-LEIDOS(CTL-IDX)   TO TOTAL-LEIDOS-TR
               MOVE CC-GRABADOS(CTL-IDX) TO TOTAL-GRABADOS-TR
           END-IF.

      *-----------------------------------------------------------------

       3100-REGRABAR-TORNEORESULT.
           OPEN INPUT TRABAJO-TR
           OPEN OUTPUT TORNEO-RESULTADOS
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR TORNEORESULT: "
                   WS-TR-STATUS
               DISPLAY "EL CONTENIDO ORIGINAL QUEDO EN TORNEOTRAB"
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-TR INTO TORNEO-RESULT-RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF TR-JUGADOR-COD = CODIGO-RETIRADO
                           MOVE CODIGO-SOBREVIVIENTE TO TR-JUGADOR-COD
                           ADD 1 TO FILAS-RECODIFICADAS
                       END-IF
                       IF TR-JUGADOR-COD = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-DESPUES(CTL-IDX)
                       END-IF
                       IF TR-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
                       END-IF
                       WRITE TORNEO-RESULT-RECORD
                       ADD 1 TO CC-GRABADOS(CTL-IDX)
               END-READ
           END-PERFORM
           CLOSE TRABAJO-TR
           CLOSE TORNEO-RESULTADOS.

      *-----------------------------------------------------------------

      * TORNEOREG ya esta en la tabla (1400); se reescribe entero solo
      * si algun roster tiene al retirado. En la entrada de control
      * las filas son posiciones de roster, no torneos.
       3500-REESCRIBIR-TORNEOREG.
           IF CANT-TORREG > 0
               MOVE 1 TO CTL-IDX
               PERFORM UNTIL CC-ARCHIVO(CTL-IDX) = "TORNEOREG"
                   ADD 1 TO CTL-IDX
               END-PERFORM
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 3510-GRABAR-TORNEOREG
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3510-GRABAR-TORNEOREG.
           OPEN OUTPUT TORNEO-REGISTRO
           IF WS-TG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR TORNEOREG: " WS-TG-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO TORREG-IDX
           PERFORM UNTIL TORREG-IDX > CANT-TORREG
               MOVE TORREG-ENTRADA(TORREG-IDX) TO TORNEO-GUARDADO
               MOVE 1 TO ROSTER-IDX
               PERFORM 3520-CAMBIAR-POSICION
                   UNTIL ROSTER-IDX > TGG-CANT-JUGADORES
                   OR ROSTER-IDX > 8
               MOVE TORNEO-GUARDADO TO TORNEO-REG-RECORD
               WRITE TORNEO-REG-RECORD
               ADD 1 TO CC-GRABADOS(CTL-IDX)
               ADD 1 TO TORREG-IDX
           END-PERFORM
           CLOSE TORNEO-REGISTRO.

      *-----------------------------------------------------------------

       3520-CAMBIAR-POSICION.
           IF TGG-JUGADOR-COD(ROSTER-IDX) = CODIGO-RETIRADO
               MOVE CODIGO-SOBREVIVIENTE
                   TO TGG-JUGADOR-COD(ROSTER-IDX)
               ADD 1 TO FILAS-RECODIFICADAS
           END-IF
           IF TGG-JUGADOR-COD(ROSTER-IDX) = CODIGO-SOBREVIVIENTE
               ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
           END-IF
           ADD 1 TO ROSTER-IDX.

      *-----------------------------------------------------------------

      * TORNEOLLAVE ya esta en la tabla (1500); se reescribe entero
      * solo si alguna fila tiene al retirado.
       3600-REESCRIBIR-LLAVES.
           IF CANT-LLAVE > 0
               MOVE 1 TO CTL-IDX
               PERFORM UNTIL CC-ARCHIVO(CTL-IDX) = "TORNEOLLAVE"
                   ADD 1 TO CTL-IDX
               END-PERFORM
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 3610-GRABAR-LLAVES
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3610-GRABAR-LLAVES.
           OPEN OUTPUT LLAVE-TORNEO
           IF WS-LL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR TORNEOLLAVE: " WS-LL-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
               EVALUATE TRUE
                   WHEN LG-TIPO-INSCRIPTO
                       IF LG-I-JUGADOR-COD = CODIGO-RETIRADO
                           MOVE CODIGO-SOBREVIVIENTE
                               TO LG-I-JUGADOR-COD
                           ADD 1 TO FILAS-RECODIFICADAS
                       END-IF
                       IF LG-I-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
                       END-IF
                   WHEN LG-TIPO-SERIE
                       MOVE 1 TO PART-IDX
                       PERFORM 3620-CAMBIAR-PARTICIPANTE
                           UNTIL PART-IDX > LG-S-CANT
               END-EVALUATE
               MOVE LLAVE-GUARDADA TO LLAVE-RECORD
               WRITE LLAVE-RECORD
               ADD 1 TO CC-GRABADOS(CTL-IDX)
               ADD 1 TO LLAVE-IDX
           END-PERFORM
           CLOSE LLAVE-TORNEO.

      *-----------------------------------------------------------------

       3620-CAMBIAR-PARTICIPANTE.
           IF LG-S-JUGADOR-COD(PART-IDX) = CODIGO-RETIRADO
               MOVE CODIGO-SOBREVIVIENTE
                   TO LG-S-JUGADOR-COD(PART-IDX)
               ADD 1 TO FILAS-RECODIFICADAS
           END-IF
           IF LG-S-JUGADOR-COD(PART-IDX) = CODIGO-SOBREVIVIENTE
               ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
           END-IF
           ADD 1 TO PART-IDX.

      *-----------------------------------------------------------------

      * Libro de cuenta: mismo esquema que TORNEORESULT, fila por fila
      * por el archivo de trabajo LIBROTRAB. Las filas de margen de la
      * casa no tienen jugador y pasan como estan.
       3700-RECODIFICAR-LIBRO.
           MOVE "LIBROJUG" TO ARCHIVO-CONTROL
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LIBRO-CUENTA
           IF WS-LM-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
               OPEN OUTPUT TRABAJO-LM
               IF WS-LT-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LIBROTRAB: " WS-LT-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LIBRO-CUENTA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CC-LEIDOS(CTL-IDX)
                       IF LM-JUGADOR-COD = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-ANTES(CTL-IDX)
                       END-IF
                       IF LM-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                       END-IF
                       WRITE REG-TRABAJO-LM FROM LIBRO-RECORD
               END-READ
           END-PERFORM
           IF WS-LM-STATUS = "00" OR WS-LM-STATUS = "10"
               CLOSE LIBRO-CUENTA
               CLOSE TRABAJO-LM
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 3710-REGRABAR-LIBRO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3710-REGRABAR-LIBRO.
           OPEN INPUT TRABAJO-LM
           OPEN OUTPUT LIBRO-CUENTA
           IF WS-LM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR LIBROJUG: " WS-LM-STATUS
               DISPLAY "EL CONTENIDO ORIGINAL QUEDO EN LIBROTRAB"
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-LM INTO LIBRO-RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LM-JUGADOR-COD = CODIGO-RETIRADO
                           MOVE CODIGO-SOBREVIVIENTE TO LM-JUGADOR-COD
                           ADD 1 TO FILAS-RECODIFICADAS
                       END-IF
                       IF LM-JUGADOR-COD = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-DESPUES(CTL-IDX)
                       END-IF
                       IF LM-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
                       END-IF
                       WRITE LIBRO-RECORD
                       ADD 1 TO CC-GRABADOS(CTL-IDX)
               END-READ
           END-PERFORM
           CLOSE TRABAJO-LM
           CLOSE LIBRO-CUENTA.

      *-----------------------------------------------------------------

      * Historial de temporadas: el codigo esta en las filas J (el
      * jugador) y en las C (el campeon); las filas R no tienen
      * jugador y pasan como estan.
       3800-RECODIFICAR-HISTORIAL.
           MOVE "TEMPHIST" TO ARCHIVO-CONTROL
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT HISTORIAL-TEMPORADAS
           IF WS-TH-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
               OPEN OUTPUT TRABAJO-TH
               IF WS-HT-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR TEMPHTRAB: " WS-HT-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-TEMPORADAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CC-LEIDOS(CTL-IDX)
                       PERFORM 3820-CODIGO-HISTORIAL
                       IF CODIGO-FILA = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-ANTES(CTL-IDX)
                       END-IF
                       IF CODIGO-FILA = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                       END-IF
                       WRITE REG-TRABAJO-TH FROM TEMPHIST-RECORD
               END-READ
           END-PERFORM
           IF WS-TH-STATUS = "00" OR WS-TH-STATUS = "10"
               CLOSE HISTORIAL-TEMPORADAS
               CLOSE TRABAJO-TH
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 3810-REGRABAR-HISTORIAL
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3810-REGRABAR-HISTORIAL.
           OPEN INPUT TRABAJO-TH
           OPEN OUTPUT HISTORIAL-TEMPORADAS
           IF WS-TH-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR TEMPHIST: " WS-TH-STATUS
               DISPLAY "EL CONTENIDO ORIGINAL QUEDO EN TEMPHTRAB"
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-TH INTO TEMPHIST-RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 3815-REGRABAR-FILA-HISTORIAL
               END-READ
           END-PERFORM
           CLOSE TRABAJO-TH
           CLOSE HISTORIAL-TEMPORADAS.

      *-----------------------------------------------------------------

      * La fila J del retirado en un cierre donde tambien esta el
      * sobreviviente no se graba: ya quedo sumada en la de este.
      * Por eso la fila C de ese cierre cuenta un jugador menos y, si
      * el campeon es el sobreviviente, sus puntos son los fundidos.
       3815-REGRABAR-FILA-HISTORIAL.
           SET FILA-SE-GRABA TO TRUE
           PERFORM 3830-BUSCAR-CRUCE
           PERFORM 3820-CODIGO-HISTORIAL
           IF CODIGO-FILA = CODIGO-RETIRADO
               IF TH-TIPO-JUGADOR
                   IF CRUCE-IDX NOT > CANT-CRUCES
                       AND HC-HAY-SOBREVIVIENTE(CRUCE-IDX)
                       SET FILA-FUNDIDA TO TRUE
                       ADD 1 TO CC-FUSIONADAS(CTL-IDX)
                       ADD 1 TO HIST-FUSIONADAS
                   ELSE
                       MOVE CODIGO-SOBREVIVIENTE TO TH-J-JUGADOR-COD
                   END-IF
               ELSE
                   MOVE CODIGO-SOBREVIVIENTE TO TH-C-CAMPEON
               END-IF
               ADD 1 TO FILAS-RECODIFICADAS
               PERFORM 3820-CODIGO-HISTORIAL
           END-IF
           IF CRUCE-IDX NOT > CANT-CRUCES
               IF HC-HAY-RETIRADO(CRUCE-IDX)
                   AND HC-HAY-SOBREVIVIENTE(CRUCE-IDX)
                   EVALUATE TRUE
                       WHEN TH-TIPO-JUGADOR
                           AND CODIGO-FILA = CODIGO-SOBREVIVIENTE
                           PERFORM 3840-JUNTAR-HISTORIAL
                       WHEN TH-TIPO-CIERRE
                           SUBTRACT 1 FROM TH-C-JUGADORES
                           IF TH-C-CAMPEON = CODIGO-SOBREVIVIENTE
                               ADD HC-RET-PUNTOS(CRUCE-IDX)
                                   HC-SOB-PUNTOS(CRUCE-IDX)
                                   GIVING TH-C-PUNTOS-CAMPEON
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           IF FILA-SE-GRABA
               IF CODIGO-FILA = CODIGO-RETIRADO
                   ADD 1 TO CC-RET-DESPUES(CTL-IDX)
               END-IF
               IF CODIGO-FILA = CODIGO-SOBREVIVIENTE
                   ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
               END-IF
               WRITE TEMPHIST-RECORD
               ADD 1 TO CC-GRABADOS(CTL-IDX)
           END-IF.

      *-----------------------------------------------------------------

      * Deja en CODIGO-FILA el jugador de la fila de historial leida.
       3820-CODIGO-HISTORIAL.
           EVALUATE TRUE
               WHEN TH-TIPO-JUGADOR
                   MOVE TH-J-JUGADOR-COD TO CODIGO-FILA
               WHEN TH-TIPO-CIERRE
                   MOVE TH-C-CAMPEON     TO CODIGO-FILA
               WHEN OTHER
                   MOVE SPACES           TO CODIGO-FILA
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Deja en CRUCE-IDX la entrada del cierre de la fila leida, o
      * CANT-CRUCES + 1 si ninguno de los dos codigos tiene fila J ahi.
       3830-BUSCAR-CRUCE.
           MOVE 1 TO CRUCE-IDX
           PERFORM UNTIL CRUCE-IDX > CANT-CRUCES
               OR (HC-TEMPORADA-ID(CRUCE-IDX) = TH-TEMPORADA-ID
               AND HC-CORRIDA(CRUCE-IDX) = TH-CORRIDA)
               ADD 1 TO CRUCE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Suma a la fila J del sobreviviente la del retirado en el mismo
      * cierre, como 4100-JUNTAR-TEMPORADA, y queda el mejor puesto.
       3840-JUNTAR-HISTORIAL.
           ADD HC-RET-PUNTOS(CRUCE-IDX)  TO TH-J-PUNTOS
           ADD HC-RET-TORNEOS(CRUCE-IDX) TO TH-J-TORNEOS
           ADD HC-RET-GANADOS(CRUCE-IDX) TO TH-J-GANADOS
           IF HC-RET-PUESTO(CRUCE-IDX) < TH-J-PUESTO
               MOVE HC-RET-PUESTO(CRUCE-IDX) TO TH-J-PUESTO
           END-IF.

      *-----------------------------------------------------------------

      * Marcas de la cola de revision: todos los origenes llevan el
      * codigo en RV-JUGADOR (las de lote lo tienen en blanco).
       3900-RECODIFICAR-REVISION.
           MOVE "REVISION" TO ARCHIVO-CONTROL
           MOVE "R" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT REVISION-RESULTADOS
           IF WS-RV-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
               OPEN OUTPUT TRABAJO-RV
               IF WS-RT-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR REVISTRAB: " WS-RT-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ REVISION-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CC-LEIDOS(CTL-IDX)
                       IF RV-JUGADOR = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-ANTES(CTL-IDX)
                       END-IF
                       IF RV-JUGADOR = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                       END-IF
                       WRITE REG-TRABAJO-RV FROM REVISION-RECORD
               END-READ
           END-PERFORM
           IF WS-RV-STATUS = "00" OR WS-RV-STATUS = "10"
               CLOSE REVISION-RESULTADOS
               CLOSE TRABAJO-RV
               IF CC-RET-ANTES(CTL-IDX) = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 3910-REGRABAR-REVISION
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       3910-REGRABAR-REVISION.
           OPEN INPUT TRABAJO-RV
           OPEN OUTPUT REVISION-RESULTADOS
           IF WS-RV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR REVISION: " WS-RV-STATUS
               DISPLAY "EL CONTENIDO ORIGINAL QUEDO EN REVISTRAB"
               PERFORM 9900-ABORTAR
           END-IF
           SET HAY-REGISTROS TO TRUE
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-RV INTO REVISION-RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF RV-JUGADOR = CODIGO-RETIRADO
                           MOVE CODIGO-SOBREVIVIENTE TO RV-JUGADOR
                           ADD 1 TO FILAS-RECODIFICADAS
                       END-IF
                       IF RV-JUGADOR = CODIGO-RETIRADO
                           ADD 1 TO CC-RET-DESPUES(CTL-IDX)
                       END-IF
                       IF RV-JUGADOR = CODIGO-SOBREVIVIENTE
                           ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
                       END-IF
                       WRITE REVISION-RECORD
                       ADD 1 TO CC-GRABADOS(CTL-IDX)
               END-READ
           END-PERFORM
           CLOSE TRABAJO-RV
           CLOSE REVISION-RESULTADOS.

      *-----------------------------------------------------------------

      * La fila de TEMPORADA del retirado se suma a la del
      * sobreviviente (puntos, torneos y ganados) y desaparece; si el
      * sobreviviente todavia no tenia fila, la del retirado
      * simplemente cambia de codigo. El total de puntos de la
      * temporada no puede cambiar.
       4000-FUSIONAR-TEMPORADA.
           MOVE "TEMPORADA" TO ARCHIVO-CONTROL
           MOVE "F" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TEMPORADA-MASTER
           IF WS-TM-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
           END-IF
           MOVE 0 TO IDX-RETIRADO
           MOVE 0 TO IDX-SOBREVIVIENTE
           PERFORM UNTIL FIN-ARCHIVO
               READ TEMPORADA-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-JUGADORES < 100
                           ADD 1 TO CANT-JUGADORES
                           ADD 1 TO CC-LEIDOS(CTL-IDX)
                           MOVE TM-JUGADOR-COD
                               TO TT-JUGADOR-COD(CANT-JUGADORES)
                           MOVE TM-PUNTOS
                               TO TT-PUNTOS(CANT-JUGADORES)
                           MOVE TM-TORNEOS
                               TO TT-TORNEOS(CANT-JUGADORES)
                           MOVE TM-GANADOS
                               TO TT-GANADOS(CANT-JUGADORES)
                           ADD TM-PUNTOS TO PUNTOS-ANTES
                           IF TM-JUGADOR-COD = CODIGO-RETIRADO
                               MOVE CANT-JUGADORES TO IDX-RETIRADO
                               ADD 1 TO CC-RET-ANTES(CTL-IDX)
                           END-IF
                           IF TM-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                               MOVE CANT-JUGADORES TO IDX-SOBREVIVIENTE
                               ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                           END-IF
                       ELSE
                           DISPLAY "TABLA DE TEMPORADA LLENA (100)"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TM-STATUS = "00" OR WS-TM-STATUS = "10"
               CLOSE TEMPORADA-MASTER
               IF IDX-RETIRADO = 0
                   PERFORM 8100-SIN-CAMBIOS
                   MOVE PUNTOS-ANTES TO PUNTOS-DESPUES
               ELSE
                   PERFORM 4100-JUNTAR-TEMPORADA
                   PERFORM 4200-GRABAR-TEMPORADA
               END-IF
               MOVE CC-LEIDOS(CTL-IDX)   TO TOTAL-LEIDOS-TM
               MOVE CC-GRABADOS(CTL-IDX) TO TOTAL-GRABADOS-TM
           END-IF.

      *-----------------------------------------------------------------

       4100-JUNTAR-TEMPORADA.
           IF IDX-SOBREVIVIENTE = 0
               MOVE CODIGO-SOBREVIVIENTE
                   TO TT-JUGADOR-COD(IDX-RETIRADO)
           ELSE
               ADD TT-PUNTOS(IDX-RETIRADO)
                   TO TT-PUNTOS(IDX-SOBREVIVIENTE)
               ADD TT-TORNEOS(IDX-RETIRADO)
                   TO TT-TORNEOS(IDX-SOBREVIVIENTE)
               ADD TT-GANADOS(IDX-RETIRADO)
                   TO TT-GANADOS(IDX-SOBREVIVIENTE)
               MOVE IDX-RETIRADO TO JUG-IDX
               PERFORM UNTIL JUG-IDX >= CANT-JUGADORES
                   MOVE TEMPORADA-ENTRADA(JUG-IDX + 1)
                       TO TEMPORADA-ENTRADA(JUG-IDX)
                   ADD 1 TO JUG-IDX
               END-PERFORM
               SUBTRACT 1 FROM CANT-JUGADORES
           END-IF
           ADD 1 TO FILAS-RECODIFICADAS.

      *-----------------------------------------------------------------

       4200-GRABAR-TEMPORADA.
           OPEN OUTPUT TEMPORADA-MASTER
           IF WS-TM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TEMPORADA: " WS-TM-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO JUG-IDX
           PERFORM UNTIL JUG-IDX > CANT-JUGADORES
               MOVE SPACES TO TEMPORADA-RECORD
               MOVE TT-JUGADOR-COD(JUG-IDX) TO TM-JUGADOR-COD
               MOVE TT-PUNTOS(JUG-IDX)      TO TM-PUNTOS
               MOVE TT-TORNEOS(JUG-IDX)     TO TM-TORNEOS
               MOVE TT-GANADOS(JUG-IDX)     TO TM-GANADOS
               WRITE TEMPORADA-RECORD
               ADD 1 TO CC-GRABADOS(CTL-IDX)
               ADD TM-PUNTOS TO PUNTOS-DESPUES
               IF TM-JUGADOR-COD = CODIGO-RETIRADO
                   ADD 1 TO CC-RET-DESPUES(CTL-IDX)
               END-IF
               IF TM-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                   ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
               END-IF
               ADD 1 TO JUG-IDX
           END-PERFORM
           CLOSE TEMPORADA-MASTER.

      *-----------------------------------------------------------------

      * En NIVELJUG sobrevive el nivel del codigo con mas partidas
      * calificadas (es el mas representativo de la persona); las
      * partidas se suman y queda la fecha de calificacion mas nueva.
       4500-FUSIONAR-NIVELES.
           MOVE "NIVELJUG" TO ARCHIVO-CONTROL
           MOVE "F" TO TIPO-CONTROL
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           ELSE
               PERFORM 8000-NUEVO-CONTROL
           END-IF
           MOVE 0 TO IDX-RETIRADO
           MOVE 0 TO IDX-SOBREVIVIENTE
           PERFORM UNTIL FIN-ARCHIVO
               READ NIVEL-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-NIVELES < 100
                           ADD 1 TO CANT-NIVELES
                           ADD 1 TO CC-LEIDOS(CTL-IDX)
                           MOVE NV-JUGADOR-COD
                               TO NT-JUGADOR-COD(CANT-NIVELES)
                           MOVE NV-NIVEL TO NT-NIVEL(CANT-NIVELES)
                           MOVE NV-NIVEL-ANTERIOR
                               TO NT-NIVEL-ANTERIOR(CANT-NIVELES)
                           MOVE NV-PARTIDAS
                               TO NT-PARTIDAS(CANT-NIVELES)
                           MOVE NV-FECHA TO NT-FECHA(CANT-NIVELES)
                           IF NV-JUGADOR-COD = CODIGO-RETIRADO
                               MOVE CANT-NIVELES TO IDX-RETIRADO
                               ADD 1 TO CC-RET-ANTES(CTL-IDX)
                           END-IF
                           IF NV-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                               MOVE CANT-NIVELES TO IDX-SOBREVIVIENTE
                               ADD 1 TO CC-SOB-ANTES(CTL-IDX)
                           END-IF
                       ELSE
                           DISPLAY "TABLA DE NIVELES LLENA (100)"
                           PERFORM 9900-ABORTAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NV-STATUS = "00" OR WS-NV-STATUS = "10"
               CLOSE NIVEL-MASTER
               IF IDX-RETIRADO = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 4600-JUNTAR-NIVELES
                   PERFORM 4700-GRABAR-NIVELES
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       4600-JUNTAR-NIVELES.
           IF IDX-SOBREVIVIENTE = 0
               MOVE CODIGO-SOBREVIVIENTE
                   TO NT-JUGADOR-COD(IDX-RETIRADO)
           ELSE
               IF NT-PARTIDAS(IDX-RETIRADO)
                   > NT-PARTIDAS(IDX-SOBREVIVIENTE)
                   MOVE NT-NIVEL(IDX-RETIRADO)
                       TO NT-NIVEL(IDX-SOBREVIVIENTE)
                   MOVE NT-NIVEL-ANTERIOR(IDX-RETIRADO)
                       TO NT-NIVEL-ANTERIOR(IDX-SOBREVIVIENTE)
               END-IF
               ADD NT-PARTIDAS(IDX-RETIRADO)
                   TO NT-PARTIDAS(IDX-SOBREVIVIENTE)
               IF NT-FECHA(IDX-RETIRADO) > NT-FECHA(IDX-SOBREVIVIENTE)
                   MOVE NT-FECHA(IDX-RETIRADO)
                       TO NT-FECHA(IDX-SOBREVIVIENTE)
               END-IF
               MOVE IDX-RETIRADO TO JUG-IDX
               PERFORM UNTIL JUG-IDX >= CANT-NIVELES
                   MOVE NIVEL-ENTRADA(JUG-IDX + 1)
                       TO NIVEL-ENTRADA(JUG-IDX)
                   ADD 1 TO JUG-IDX
               END-PERFORM
               SUBTRACT 1 FROM CANT-NIVELES
           END-IF
           ADD 1 TO FILAS-RECODIFICADAS.

      *-----------------------------------------------------------------

       4700-GRABAR-NIVELES.
           OPEN OUTPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR NIVELJUG: " WS-NV-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO JUG-IDX
           PERFORM UNTIL JUG-IDX > CANT-NIVELES
               MOVE SPACES TO NIVEL-RECORD
               MOVE NT-JUGADOR-COD(JUG-IDX)    TO NV-JUGADOR-COD
               MOVE NT-NIVEL(JUG-IDX)          TO NV-NIVEL
               MOVE NT-NIVEL-ANTERIOR(JUG-IDX) TO NV-NIVEL-ANTERIOR
               MOVE NT-PARTIDAS(JUG-IDX)       TO NV-PARTIDAS
               MOVE NT-FECHA(JUG-IDX)          TO NV-FECHA
               WRITE NIVEL-RECORD
               ADD 1 TO CC-GRABADOS(CTL-IDX)
               IF NV-JUGADOR-COD = CODIGO-RETIRADO
                   ADD 1 TO CC-RET-DESPUES(CTL-IDX)
               END-IF
               IF NV-JUGADOR-COD = CODIGO-SOBREVIVIENTE
                   ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
               END-IF
               ADD 1 TO JUG-IDX
           END-PERFORM
           CLOSE NIVEL-MASTER.

      *-----------------------------------------------------------------

      * La partida suspendida del retirado (si la hay) pasa al
      * sobreviviente; 1300 ya descarto que el sobreviviente tuviera
      * otra.
       5000-REESCRIBIR-SUSPENDIDAS.
           IF CANT-SUSP > 0
               MOVE "PARTIDASUSP" TO ARCHIVO-CONTROL
               MOVE "R" TO TIPO-CONTROL
               PERFORM 8000-NUEVO-CONTROL
               MOVE CANT-SUSP TO CC-LEIDOS(CTL-IDX)
               IF SUSP-RETIRADO > 0
                   MOVE 1 TO CC-RET-ANTES(CTL-IDX)
               END-IF
               IF SUSP-SOBREVIVIENTE > 0
                   MOVE 1 TO CC-SOB-ANTES(CTL-IDX)
               END-IF
               IF SUSP-RETIRADO = 0
                   PERFORM 8100-SIN-CAMBIOS
               ELSE
                   PERFORM 5100-GRABAR-SUSPENDIDAS
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       5100-GRABAR-SUSPENDIDAS.
           MOVE SUSP-ENTRADA(SUSP-RETIRADO) TO SUSPENDIDA-DATOS
           MOVE CODIGO-SOBREVIVIENTE TO SU-JUGADOR
           MOVE SUSPENDIDA-DATOS TO SUSP-ENTRADA(SUSP-RETIRADO)
           ADD 1 TO FILAS-RECODIFICADAS
           OPEN OUTPUT SUSPENDIDAS
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR PARTIDASUSP: " WS-SU-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO SUSP-IDX
           PERFORM UNTIL SUSP-IDX > CANT-SUSP
               MOVE SUSP-ENTRADA(SUSP-IDX) TO SUSPENDIDA-RECORD
               WRITE SUSPENDIDA-RECORD
               ADD 1 TO CC-GRABADOS(CTL-IDX)
               IF SUSPENDIDA-RECORD(1:4) = CODIGO-RETIRADO
                   ADD 1 TO CC-RET-DESPUES(CTL-IDX)
               END-IF
               IF SUSPENDIDA-RECORD(1:4) = CODIGO-SOBREVIVIENTE
                   ADD 1 TO CC-SOB-DESPUES(CTL-IDX)
               END-IF
               ADD 1 TO SUSP-IDX
           END-PERFORM
           CLOSE SUSPENDIDAS.

      *-----------------------------------------------------------------

      * El maestro se toca al final: si la corrida aborta antes, el
      * retirado sigue sin sucesor y la corrida se repite entera.
       6000-RETIRAR-CODIGO.
           OPEN I-O MAESTRO-JUGADORES
           IF WS-MJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR JUGADORES: " WS-MJ-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE CODIGO-RETIRADO TO JUG-CODIGO
           READ MAESTRO-JUGADORES
               INVALID KEY
                   DISPLAY "NO EXISTE EL CODIGO " CODIGO-RETIRADO
                   CLOSE MAESTRO-JUGADORES
                   PERFORM 9900-ABORTAR
           END-READ
           SET JUG-INACTIVO TO TRUE
           MOVE CODIGO-SOBREVIVIENTE TO JUG-SUCESOR
           REWRITE REGISTRO-JUGADOR
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR EL CODIGO "
                       CODIGO-RETIRADO
                   CLOSE MAESTRO-JUGADORES
                   PERFORM 9900-ABORTAR
           END-REWRITE
           MOVE 1 TO JUGADORES-GRABADOS
           CLOSE MAESTRO-JUGADORES.

      *-----------------------------------------------------------------

       7000-IMPRIMIR-CONTROL.
           WRITE LINEA-INFORME FROM ENCABEZADO-3
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           MOVE 1 TO CTL-IDX
           PERFORM 7100-LINEA-ARCHIVO
               UNTIL CTL-IDX > CANT-CONTROL
           IF CANT-CONTROL = 0
               MOVE "  NINGUN ARCHIVO DE RESULTADOS PRESENTE"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF
           WRITE LINEA-INFORME FROM ENCABEZADO-2
           MOVE CODIGO-RETIRADO      TO LJ-RETIRADO
           MOVE ESTADO-ANTES         TO LJ-ESTADO-ANTES
           MOVE "I"                  TO LJ-ESTADO-DESPUES
           MOVE CODIGO-SOBREVIVIENTE TO LJ-SUCESOR
           WRITE LINEA-INFORME FROM LINEA-JUGADOR
           MOVE "FILAS RECODIFICADAS O FUSIONADAS" TO CT-TITULO
           MOVE FILAS-RECODIFICADAS TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "FILAS DE TEMPHIST FUNDIDAS" TO CT-TITULO
           MOVE HIST-FUSIONADAS TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "PUNTOS DE TEMPORADA ANTES" TO CT-TITULO
           MOVE PUNTOS-ANTES TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "PUNTOS DE TEMPORADA DESPUES" TO CT-TITULO
           MOVE PUNTOS-DESPUES TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "CUADRE DE LA FUSION" TO CU-TITULO
           IF ARCHIVOS-SIN-CUADRE = 0 AND PUNTOS-ANTES = PUNTOS-DESPUES
               MOVE "CORRECTO" TO CU-RESULTADO
           ELSE
               MOVE "** NO CUADRA, REVISAR ANTES DE SEGUIR **"
                   TO CU-RESULTADO
           END-IF
           WRITE LINEA-INFORME FROM LINEA-CUADRE
           IF ES-REPETICION
               MOVE "  CORRIDA REPETIDA SOBRE UNA FUSION YA REGISTRADA"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

      *-----------------------------------------------------------------

      * Recodificacion: no se pierde ni se agrega ninguna fila, el
      * retirado desaparece y el sobreviviente suma las suyas, salvo
      * las filas de TEMPHIST fundidas en una del sobreviviente, que
      * no se graban. Fusion: si estaban los dos, queda una fila
      * menos y una sola del sobreviviente.
       7100-LINEA-ARCHIVO.
           MOVE "S" TO CC-CUADRA(CTL-IDX)
           IF CC-RET-DESPUES(CTL-IDX) NOT = 0
               MOVE "N" TO CC-CUADRA(CTL-IDX)
           END-IF
           IF CC-RECODIFICA(CTL-IDX)
               IF CC-GRABADOS(CTL-IDX) + CC-FUSIONADAS(CTL-IDX)
                      NOT = CC-LEIDOS(CTL-IDX)
                   OR CC-SOB-DESPUES(CTL-IDX) + CC-FUSIONADAS(CTL-IDX)
                      NOT = CC-SOB-ANTES(CTL-IDX)
                          + CC-RET-ANTES(CTL-IDX)
                   MOVE "N" TO CC-CUADRA(CTL-IDX)
               END-IF
           ELSE
               IF CC-RET-ANTES(CTL-IDX) > 0
                   AND CC-SOB-ANTES(CTL-IDX) > 0
                   IF CC-GRABADOS(CTL-IDX) + 1 NOT = CC-LEIDOS(CTL-IDX)
                       OR CC-SOB-DESPUES(CTL-IDX) NOT = 1
                       MOVE "N" TO CC-CUADRA(CTL-IDX)
                   END-IF
               ELSE
                   IF CC-GRABADOS(CTL-IDX) NOT = CC-LEIDOS(CTL-IDX)
                       OR CC-SOB-DESPUES(CTL-IDX) NOT =
                          CC-SOB-ANTES(CTL-IDX) + CC-RET-ANTES(CTL-IDX)
                       MOVE "N" TO CC-CUADRA(CTL-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE CC-ARCHIVO(CTL-IDX)     TO LX-ARCHIVO
           MOVE CC-LEIDOS(CTL-IDX)      TO LX-LEIDOS
           MOVE CC-GRABADOS(CTL-IDX)    TO LX-GRABADOS
           MOVE CC-RET-ANTES(CTL-IDX)   TO LX-RET-ANTES
           MOVE CC-SOB-ANTES(CTL-IDX)   TO LX-SOB-ANTES
           MOVE CC-RET-DESPUES(CTL-IDX) TO LX-RET-DESPUES
           MOVE CC-SOB-DESPUES(CTL-IDX) TO LX-SOB-DESPUES
           IF CC-CUADRA(CTL-IDX) = "S"
               MOVE "CORRECTO" TO LX-CUADRE
           ELSE
               MOVE "** NO CUADRA **" TO LX-CUADRE
               ADD 1 TO ARCHIVOS-SIN-CUADRE
           END-IF
           WRITE LINEA-INFORME FROM LINEA-ARCHIVO
           ADD 1 TO CTL-IDX.

      *-----------------------------------------------------------------

      * Da de alta una entrada de control para ARCHIVO-CONTROL con el
      * tipo TIPO-CONTROL y la deja en CTL-IDX.
       8000-NUEVO-CONTROL.
           IF CANT-CONTROL < 30
               ADD 1 TO CANT-CONTROL
               INITIALIZE CONTROL-ENTRADA(CANT-CONTROL)
               MOVE ARCHIVO-CONTROL TO CC-ARCHIVO(CANT-CONTROL)
               MOVE TIPO-CONTROL    TO CC-TIPO(CANT-CONTROL)
               MOVE CANT-CONTROL    TO CTL-IDX
           ELSE
               DISPLAY "TABLA DE CONTROL LLENA (30)"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Archivo sin filas del retirado: no se reescribe y el despues
      * es igual al antes.
       8100-SIN-CAMBIOS.
           MOVE CC-LEIDOS(CTL-IDX)    TO CC-GRABADOS(CTL-IDX)
           MOVE 0                     TO CC-RET-DESPUES(CTL-IDX)
           MOVE CC-SOB-ANTES(CTL-IDX) TO CC-SOB-DESPUES(CTL-IDX).

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "FUSION" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "LEADERBOARD"       TO RL-ARCHIVO(1)
           MOVE TOTAL-LEIDOS-LB     TO RL-LEIDOS(1)
           MOVE TOTAL-GRABADOS-LB   TO RL-GRABADOS(1)
           MOVE "TORNEORESULT"      TO RL-ARCHIVO(2)
           MOVE TOTAL-LEIDOS-TR     TO RL-LEIDOS(2)
           MOVE TOTAL-GRABADOS-TR   TO RL-GRABADOS(2)
           MOVE "TEMPORADA"         TO RL-ARCHIVO(3)
           MOVE TOTAL-LEIDOS-TM     TO RL-LEIDOS(3)
           MOVE TOTAL-GRABADOS-TM   TO RL-GRABADOS(3)
           MOVE "JUGADORES"         TO RL-ARCHIVO(4)
           MOVE JUGADORES-GRABADOS  TO RL-LEIDOS(4)
           MOVE JUGADORES-GRABADOS  TO RL-GRABADOS(4)
           MOVE WS-LB-STATUS        TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-TR-STATUS        TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-TM-STATUS        TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-MJ-STATUS        TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM FUSION.
