      *             despues. Perder un resultado de torneo porque el
      *             archivo estaba ocupado es lo unico que el
      *             mostrador no perdona.
      *   10/2026 - 3910-ESCRIBIR-RESULTADO completa TR-LONGITUD,
      *             TR-MODO y TR-NUMERO-SECRETO, que el control de
      *             resultados sospechosos SOSPECHA necesita.
      *   10/2026 - Llaves por eliminacion: el id pedido que no esta en
      *             TORNEOREG se busca en el archivo de estado
      *             TORNEOLLAVE (inscripto con REGTOR) y se juega la
      *             siguiente serie pendiente de la etapa en curso, con
      *             TR-TORNEO-ID en el id de la llave para que cada
      *             serie quede atada al evento. Al terminar la serie
      *             se graba el puesto de cada participante y quien
      *             pasa; cuando se completa la etapa se arman las
      *             series de la siguiente con SERIES0 y, despues de la
      *             final, se calculan e imprimen las posiciones
      *             finales del evento. Una serie cortada a mitad de
      *             juego se vuelve a jugar con secreto nuevo.
      *   10/2026 - Reglas con fecha efectiva: 0900-LEER-PARAMETROS
      *             pide a PARAM0 la version de las reglas vigente hoy
      *             y la muestra; TR-VERSION-REGLAS deja en cada fila
      *             de resultado la version con que se jugo.
      *   10/2026 - Cuota de inscripcion: un torneo preinscripto o la
      *             primera serie de una llave no arrancan mientras
      *             haya participantes que no pagaron la cuota, salvo
      *             que un supervisor lo autorice; el legajo queda
      *             grabado en TG-AUTORIZO o LL-AUTORIZO. El impago
      *             que juega por autorizacion no cobra premio en la
      *             liquidacion LIQUIDA.
      *   10/2026 - Detalle de jugadas: cada intento de cada
      *             participante (digitos y lo que contesto el juego)
      *             se guarda en la partida y se graba en TORNEOJUG
      *             (TJUGREC.CPY) junto con su fila de TORNEORESULT,
      *             con la misma clave de game id y numero de orden,
      *             para que el analisis de calidad CALIDAD pueda
      *             rehacer la partida de cada jugador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TORNEO.
           SELECT PENDIENTES ASSIGN TO "PENDIENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
           SELECT TORNEO-JUGADAS ASSIGN TO "TORNEOJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES.
       COPY PENDREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       FD  TORNEO-JUGADAS.
       COPY TJUGREC.

       WORKING-STORAGE SECTION.
       77  WS-TR-STATUS          PIC XX.
       77  WS-MJ-STATUS          PIC XX.
       77  WS-TG-STATUS          PIC XX.
       77  WS-PD-STATUS          PIC XX.
       77  WS-LL-STATUS          PIC XX.
       77  WS-TJ-STATUS          PIC XX.

      * Copia de la fila a grabar: si el OPEN de TORNEORESULT falla,
      * el area del FD no es confiable y la derivacion a PENDIENTES
       77  TORREG-IDX            PIC 99 COMP.
       77  TORREG-ENCONTRADO     PIC 99 COMP VALUE 0.
       01  TORREG-TABLA.
           05 TORREG-ENTRADA OCCURS 50 TIMES PIC X(87).

       COPY TREGSAVE.

      * El archivo de estado de llaves tambien entra entero: cada
      * cambio de la serie en juego (arranque, game id, resultado,
      * etapa nueva) reescribe el archivo completo.
       77  CANT-LLAVE            PIC 9(4) COMP VALUE 0.
       77  LLAVE-IDX             PIC 9(4) COMP.
       77  LLAVE-EVENTO-IDX      PIC 9(4) COMP VALUE 0.
       77  LLAVE-SERIE-IDX       PIC 9(4) COMP VALUE 0.
       01  LLAVE-TABLA.
           05 LLAVE-ENTRADA OCCURS 1500 TIMES PIC X(91).

       COPY LLAVSAVE.

      * Control de cuota antes de arrancar: los impagos se listan y
      * solo un supervisor puede dejar jugar igual.
       77  CUOTA-EVENTO          PIC 9(5)V99 VALUE 0.
       77  CUOTA-EDITADA         PIC ZZ,ZZ9.99.
       77  CANT-IMPAGOS          PIC 99 COMP VALUE 0.
       77  SUPERVISOR-AUTORIZA   PIC X(8)  VALUE SPACES.

       01  LLAVE-SW              PIC X     VALUE 'N'.
           88 JUGANDO-LLAVE      VALUE 'S'.
       01  FIN-LLAVE-SW          PIC X     VALUE 'N'.
           88 LLAVE-TERMINADA    VALUE 'S'.
       77  ETAPA-ACTUAL          PIC 9     VALUE 0.
       77  TAM-SERIE-LLAVE       PIC 9     VALUE 0.
       77  CLASIFICAN-LLAVE      PIC 9     VALUE 0.
       77  CLASIFICAN-SERIE      PIC 9     VALUE 0.
       77  SERIES-ETAPA          PIC 99 COMP VALUE 0.
       77  SERIE-IDX             PIC 99 COMP.
       77  PUESTO-IDX            PIC 99 COMP.
       77  RIVAL-IDX             PIC 99 COMP.
       77  GAME-ID-FINAL         PIC 9(16) VALUE 0.
       77  SERIES-ROUTINE        PIC X(8) VALUE "SERIES0".

       01  RIVAL-SW              PIC X     VALUE 'N'.
           88 RIVAL-MEJOR        VALUE 'S'.
           88 RIVAL-NO-MEJOR     VALUE 'N'.

      * Puesto de cada participante dentro de la serie recien jugada.
       01  PUESTOS-SERIE.
           05 PUESTO-JUGADOR OCCURS 8 TIMES PIC 9.

      * Campo de la llave al cerrar una etapa: fila I de cada inscripto
      * en la tabla, ultima etapa alcanzada y puestos.
       77  CANT-CAMPO            PIC 99 COMP VALUE 0.
       77  CAMPO-IDX             PIC 99 COMP.
       77  CAMPO-IDX2            PIC 99 COMP.
       01  CAMPO-LLAVE.
           05 CAMPO-ENTRADA OCCURS 32 TIMES.
              10 CL-LLAVE-IDX    PIC 9(4) COMP.
              10 CL-JUGADOR-COD  PIC X(4).
              10 CL-ETAPA        PIC 9.
              10 CL-PUESTO-SERIE PIC 9.
              10 CL-PUESTO-FINAL PIC 99.

       01  RESULTADOS-TABLA.
           05 RESULTADO-JUGADOR OCCURS 8 TIMES.
              10 RJ-ATTEMPTS     PIC 99.
              10 RJ-ACUM-CORRECT PIC 9(3).
              10 RJ-ACUM-REGULAR PIC 9(3).

      * Jugadas de cada participante en la partida en curso, por numero
      * de intento; se graban en TORNEOJUG junto con su resultado.
       77  JUGADA-IDX            PIC 99 COMP.
       01  JUGADAS-TABLA.
           05 JUGADAS-JUGADOR OCCURS 8 TIMES.
              10 JUGADA-ENTRADA OCCURS 99 TIMES.
                 15 JG-DIGITOS   PIC X(6).
                 15 JG-CORRECT   PIC 9.
                 15 JG-REGULAR   PIC 9.
                 15 JG-ERROR     PIC 9.

       COPY AREACOM.

       COPY PARAMCOM.

       COPY GAMECOM.

       COPY SERIECOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 1000-CONFIGURAR
           PERFORM 2000-SORTEAR-SECRETO
           IF JUGANDO-LLAVE
               PERFORM 5000-ANOTAR-GAME-ID-SERIE
           END-IF
           IF ENTRELAZADO-ON
               PERFORM 3500-JUGAR-ENTRELAZADO
               PERFORM 4500-DECLARAR-GANADOR-ENT
                   UNTIL JUGADOR-IDX > NUM-JUGADORES
               PERFORM 4000-DECLARAR-GANADOR
           END-IF
           IF JUGANDO-LLAVE
               PERFORM 5100-CERRAR-SERIE
           END-IF
           STOP RUN.
      */////////////////////////////////////////////////////////////////

           DISPLAY "*         INICIO DEL TORNEO DE ADIVINANZAS        *"
           DISPLAY "***************************************************"
           PERFORM 0900-LEER-PARAMETROS
           DISPLAY "CORRER UN TORNEO PREINSCRIPTO O UNA LLAVE (REGTOR)?"
               " 1=SI 0=NO"
           ACCEPT flag
           IF flag EQUAL 1
               PERFORM 1500-CARGAR-PREINSCRIPTO

      *-----------------------------------------------------------------

      * El id pedido se busca primero en el maestro TORNEOREG y, si no
      * esta, en el archivo de estado de llaves TORNEOLLAVE.
       1500-CARGAR-PREINSCRIPTO.
           DISPLAY "ID DEL TORNEO O DE LA LLAVE?"
           ACCEPT TORNEO-ID-ACTUAL
           PERFORM 1510-CARGAR-TORNEOREG
           IF TORREG-ENCONTRADO = 0
               PERFORM 1600-CARGAR-LLAVE
           END-IF
           EVALUATE TRUE
               WHEN TORREG-ENCONTRADO > 0
                   PERFORM 1550-PREPARAR-TORNEO
               WHEN LLAVE-EVENTO-IDX > 0
                   PERFORM 1650-PREPARAR-SERIE
               WHEN OTHER
                   DISPLAY "NO EXISTE EL TORNEO " TORNEO-ID-ACTUAL
                   DISPLAY "PREINSCRIBALO CON REGTOR"
                   STOP RUN
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Levanta configuracion y roster del maestro TORNEOREG por id de
      * torneo. El torneo se marca como jugado antes de arrancar:
      * refugarse a correr el mismo id dos veces vale mas que poder
      * relanzar una corrida cortada (si hizo falta, el mostrador lo
      * vuelve a preinscribir con otro id).
       1550-PREPARAR-TORNEO.
           MOVE TORREG-ENTRADA(TORREG-ENCONTRADO) TO TORNEO-GUARDADO
           IF TGG-JUGADO
               DISPLAY "EL TORNEO " TORNEO-ID-ACTUAL " YA FUE JUGADO"
           MOVE TGG-MODO           TO HARD-MODE-FLAG
           MOVE TGG-MAX-INTENTOS   TO MAX-ATTEMPTS
           MOVE TGG-CANT-JUGADORES TO NUM-JUGADORES
           MOVE TGG-ROSTER         TO CODIGOS-JUGADORES
           DISPLAY "TORNEO " TORNEO-ID-ACTUAL " FECHA " TGG-FECHA
               " CON " NUM-JUGADORES " JUGADORES"
           PERFORM 1520-VALIDAR-ROSTER
           PERFORM 1540-CONTROLAR-PAGOS-TORNEO
           SET TGG-JUGADO TO TRUE
           MOVE TORNEO-GUARDADO TO TORREG-ENTRADA(TORREG-ENCONTRADO)
           PERFORM 1590-REESCRIBIR-TORNEOREG.

      * El maestro entra entero a la tabla porque para marcar el
      * torneo como jugado hay que reescribir el archivo completo
      * conservando los demas registros. Sin maestro no hay torneo
      * comun, pero el id todavia puede ser de una llave.
       1510-CARGAR-TORNEOREG.
           MOVE 0 TO CANT-TORREG
           MOVE 0 TO TORREG-ENCONTRADO
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-REGISTRO
           IF WS-TG-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TG-STATUS = "00" OR WS-TG-STATUS = "10"
               CLOSE TORNEO-REGISTRO
           END-IF.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

       1530-VALIDAR-UN-JUGADOR.
           MOVE JUGADOR-CODIGO(JUGADOR-IDX) TO JUG-CODIGO
           READ MAESTRO-JUGADORES
               INVALID KEY
                   DISPLAY "JUGADOR INEXISTENTE EN EL ROSTER: "
                   STOP RUN
               NOT INVALID KEY
                   IF JUG-ACTIVO
                       DISPLAY "JUGADOR " JUGADOR-IDX ": " JUG-NOMBRE
                   ELSE
                       DISPLAY "JUGADOR DADO DE BAJA EN EL ROSTER: "
           END-READ
           ADD 1 TO JUGADOR-IDX.

      *-----------------------------------------------------------------

      * Con cuota, todo el roster tiene que haber pagado (REGTOR opcion
      * P). Si falta alguno se lo nombra y el torneo solo arranca con
      * el legajo de un supervisor, que queda en el registro; sin
      * autorizacion el torneo sigue pendiente.
       1540-CONTROLAR-PAGOS-TORNEO.
           MOVE 0 TO CUOTA-EVENTO
           IF TGG-CUOTA-X NOT = SPACES
               MOVE TGG-CUOTA TO CUOTA-EVENTO
           END-IF
           MOVE 0 TO CANT-IMPAGOS
           IF CUOTA-EVENTO > 0
               MOVE CUOTA-EVENTO TO CUOTA-EDITADA
               DISPLAY "CUOTA DE INSCRIPCION: " CUOTA-EDITADA
               MOVE 1 TO JUGADOR-IDX
               PERFORM UNTIL JUGADOR-IDX > NUM-JUGADORES
                   IF NOT TGG-PAGO-SI(JUGADOR-IDX)
                       ADD 1 TO CANT-IMPAGOS
                       DISPLAY "NO PAGO LA CUOTA: "
                           TGG-JUGADOR-COD(JUGADOR-IDX)
                   END-IF
                   ADD 1 TO JUGADOR-IDX
               END-PERFORM
           END-IF
           IF CANT-IMPAGOS > 0
               PERFORM 1545-PEDIR-AUTORIZACION
               MOVE SUPERVISOR-AUTORIZA TO TGG-AUTORIZO
           END-IF.

      *-----------------------------------------------------------------

       1545-PEDIR-AUTORIZACION.
           DISPLAY CANT-IMPAGOS " PARTICIPANTE(S) SIN PAGAR LA CUOTA"
           DISPLAY "SUPERVISOR QUE AUTORIZA A JUGAR IGUAL (LEGAJO, "
               "EN BLANCO = NO)?"
           MOVE SPACES TO SUPERVISOR-AUTORIZA
           ACCEPT SUPERVISOR-AUTORIZA
           IF SUPERVISOR-AUTORIZA = SPACES
               DISPLAY "EL EVENTO " TORNEO-ID-ACTUAL " NO ARRANCA"
               DISPLAY "REGISTRE LOS PAGOS CON REGTOR OPCION P"
               STOP RUN
           END-IF
           DISPLAY "AUTORIZADO POR " SUPERVISOR-AUTORIZA
               "; LOS IMPAGOS NO COBRAN PREMIO".

      *-----------------------------------------------------------------

       1590-REESCRIBIR-TORNEOREG.

      *-----------------------------------------------------------------

      * Carga entero el archivo de estado de llaves y deja en
      * LLAVE-EVENTO-IDX la fila de evento del id pedido (cero si no
      * hay llave con ese id o no hay archivo).
       1600-CARGAR-LLAVE.
           MOVE 0 TO CANT-LLAVE
           MOVE 0 TO LLAVE-EVENTO-IDX
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
                       IF CANT-LLAVE < 1500
                           ADD 1 TO CANT-LLAVE
                           MOVE LLAVE-RECORD
                               TO LLAVE-ENTRADA(CANT-LLAVE)
                           IF LL-LLAVE-ID = TORNEO-ID-ACTUAL
                               AND LL-TIPO-EVENTO
                               MOVE CANT-LLAVE TO LLAVE-EVENTO-IDX
                           END-IF
                       ELSE
                           DISPLAY "TABLA DE LLAVES LLENA (1500)"
                           DISPLAY "DEPURE TORNEOLLAVE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF.

      *-----------------------------------------------------------------

      * Mismo control de cuota que el torneo comun, una sola vez al
      * arrancar la primera serie de la llave: se revisan las filas de
      * inscriptos y la autorizacion queda en la fila de evento, que
      * vuelve a quedar en LLAVE-GUARDADA al salir.
       1640-CONTROLAR-PAGOS-LLAVE.
           MOVE 0 TO CUOTA-EVENTO
           IF LG-CUOTA-X NOT = SPACES
               MOVE LG-CUOTA TO CUOTA-EVENTO
           END-IF
           MOVE 0 TO CANT-IMPAGOS
           IF CUOTA-EVENTO > 0
               MOVE CUOTA-EVENTO TO CUOTA-EDITADA
               DISPLAY "CUOTA DE INSCRIPCION: " CUOTA-EDITADA
               MOVE 1 TO LLAVE-IDX
               PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
                   MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
                   IF LG-LLAVE-ID = TORNEO-ID-ACTUAL
                       AND LG-TIPO-INSCRIPTO AND NOT LG-I-PAGO-SI
                       ADD 1 TO CANT-IMPAGOS
                       DISPLAY "NO PAGO LA CUOTA: " LG-I-JUGADOR-COD
                   END-IF
                   ADD 1 TO LLAVE-IDX
               END-PERFORM
           END-IF
           MOVE LLAVE-ENTRADA(LLAVE-EVENTO-IDX) TO LLAVE-GUARDADA
           IF CANT-IMPAGOS > 0
               PERFORM 1545-PEDIR-AUTORIZACION
               MOVE SUPERVISOR-AUTORIZA TO LG-AUTORIZO
           END-IF.

      *-----------------------------------------------------------------

      * Levanta la configuracion de la llave y la siguiente serie por
      * jugar de la etapa en curso. Si la etapa ya estaba completa
      * (una corrida anterior se corto despues de grabar la ultima
      * serie y antes de armar la etapa siguiente) se cierra ahora.
      * Una serie que quedo en juego se vuelve a jugar entera: sus
      * filas de TORNEORESULT no suman por si solas, PUNTOS acredita
      * la llave por el puesto final. La serie y la llave se marcan
      * en juego antes de arrancar.
       1650-PREPARAR-SERIE.
           SET JUGANDO-LLAVE TO TRUE
           MOVE LLAVE-ENTRADA(LLAVE-EVENTO-IDX) TO LLAVE-GUARDADA
           IF LG-FINALIZADA
               DISPLAY "LA LLAVE " TORNEO-ID-ACTUAL " YA TERMINO"
               DISPLAY "CONSULTE LAS POSICIONES FINALES CON REGTOR"
               STOP RUN
           END-IF
           IF LG-PENDIENTE
               PERFORM 1640-CONTROLAR-PAGOS-LLAVE
           END-IF
           MOVE LG-LONGITUD       TO GAME-LENGTH
           MOVE LG-MODO           TO HARD-MODE-FLAG
           MOVE LG-MAX-INTENTOS   TO MAX-ATTEMPTS
           MOVE LG-TAM-SERIE      TO TAM-SERIE-LLAVE
           MOVE LG-CLASIFICAN     TO CLASIFICAN-LLAVE
           MOVE LG-ETAPA-ACTUAL   TO ETAPA-ACTUAL
           SET LG-EN-CURSO        TO TRUE
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-EVENTO-IDX)
           PERFORM 1660-BUSCAR-SERIE
           IF LLAVE-SERIE-IDX = 0
               DISPLAY "LA ETAPA " ETAPA-ACTUAL " QUEDO COMPLETA SIN "
                   "CERRARSE; SE CIERRA AHORA"
               PERFORM 5300-CERRAR-ETAPA
               PERFORM 1690-REESCRIBIR-LLAVE
               IF LLAVE-TERMINADA
                   STOP RUN
               END-IF
               PERFORM 1660-BUSCAR-SERIE
           END-IF
           MOVE LLAVE-ENTRADA(LLAVE-SERIE-IDX) TO LLAVE-GUARDADA
           IF LG-S-EN-JUEGO
               DISPLAY "LA SERIE " LG-S-SERIE " DE LA ETAPA "
                   LG-S-ETAPA " QUEDO EN JUEGO SIN TERMINAR (GAME ID "
                   LG-S-GAME-ID ")"
               DISPLAY "SE VUELVE A JUGAR CON UN SECRETO NUEVO"
           END-IF
           MOVE LG-S-CANT TO NUM-JUGADORES
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > 8
               MOVE LG-S-JUGADOR-COD(JUGADOR-IDX)
                   TO JUGADOR-CODIGO(JUGADOR-IDX)
               ADD 1 TO JUGADOR-IDX
           END-PERFORM
           DISPLAY "LLAVE " TORNEO-ID-ACTUAL " ETAPA " LG-S-ETAPA
               " SERIE " LG-S-SERIE " CON " NUM-JUGADORES " JUGADORES"
           IF SERIES-ETAPA = 1
               DISPLAY "ES LA FINAL DE LA LLAVE"
           END-IF
           PERFORM 1520-VALIDAR-ROSTER
           SET LG-S-EN-JUEGO TO TRUE
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-SERIE-IDX)
           PERFORM 1690-REESCRIBIR-LLAVE.

      *-----------------------------------------------------------------

      * Cuenta las series de la etapa en curso y deja en
      * LLAVE-SERIE-IDX la primera que falta jugar (cero si estan
      * todas jugadas). Las series estan en el archivo en el orden en
      * que se armaron.
       1660-BUSCAR-SERIE.
           MOVE 0 TO LLAVE-SERIE-IDX
           MOVE 0 TO SERIES-ETAPA
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
               IF LG-LLAVE-ID = TORNEO-ID-ACTUAL AND LG-TIPO-SERIE
                   AND LG-S-ETAPA = ETAPA-ACTUAL
                   ADD 1 TO SERIES-ETAPA
                   IF NOT LG-S-JUGADA AND LLAVE-SERIE-IDX = 0
                       MOVE LLAVE-IDX TO LLAVE-SERIE-IDX
                   END-IF
               END-IF
               ADD 1 TO LLAVE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       1690-REESCRIBIR-LLAVE.
           OPEN OUTPUT LLAVE-TORNEO
           IF WS-LL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TORNEOLLAVE: " WS-LL-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-RECORD
               WRITE LLAVE-RECORD
               ADD 1 TO LLAVE-IDX
           END-PERFORM
           CLOSE LLAVE-TORNEO.

      *-----------------------------------------------------------------

      * Las reglas de la casa (rangos y defectos jugables) se leen del
      * archivo PARAMETROS via PARAM0, compartido con EJEAZAR1 y LOTE;
      * sin reglas validas no hay torneo.
       0900-LEER-PARAMETROS.
           SET PAR-FN-VIGENTE TO TRUE
           MOVE 0 TO PAR-FECHA-REGLA
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF NOT PAR-OK
               DISPLAY "NO SE PUDIERON LEER LAS REGLAS DE LA CASA"
               DISPLAY "CORRIJA EL ARCHIVO PARAMETROS Y REINTENTE"
               STOP RUN
           END-IF
           DISPLAY "REGLAS DE LA CASA EN EFECTO (VERSION " PAR-VERSION
               " DESDE " PAR-FECHA-EFECTIVA "):"
           DISPLAY "  LONGITUD DEL SECRETO: " PAR-LONG-MINIMA " A "
               PAR-LONG-MAXIMA " (DEFECTO " PAR-LONG-DEFECTO ")"
           DISPLAY "  INTENTOS PERMITIDOS: " PAR-INTENTOS-MIN " A "
           PERFORM 3110-INGRESAR-NUMERO
           PERFORM 3120-CHECK-IF-THE-NUMBER-IS
           ADD 1 TO GameAttempts
           MOVE GameAttempts TO JUGADA-IDX
           PERFORM 3150-ANOTAR-JUGADA
           DISPLAY P-CORRECT
           DISPLAY P-REGULAR
           DISPLAY P-ERROR.
               ADD 1 TO aux
           END-PERFORM.

      *-----------------------------------------------------------------

      * Guarda el intento recien puntuado del jugador JUGADOR-IDX en su
      * lugar JUGADA-IDX, para grabarlo despues con el resultado.
       3150-ANOTAR-JUGADA.
           MOVE SPACES TO JG-DIGITOS(JUGADOR-IDX, JUGADA-IDX)
           MOVE 1 TO aux
           PERFORM UNTIL aux > GAME-LENGTH
               MOVE NUMBERSS(aux)
                   TO JG-DIGITOS(JUGADOR-IDX, JUGADA-IDX)(aux:1)
               ADD 1 TO aux
           END-PERFORM
           MOVE CORRECT TO JG-CORRECT(JUGADOR-IDX, JUGADA-IDX)
           MOVE REGULAR TO JG-REGULAR(JUGADOR-IDX, JUGADA-IDX)
           MOVE ERRORR  TO JG-ERROR(JUGADOR-IDX, JUGADA-IDX).

      *-----------------------------------------------------------------

       3900-GUARDAR-RESULTADO-JUGADOR.
           MOVE ERRORR          TO TR-ERROR
           MOVE JUGADOR-CODIGO(JUGADOR-IDX) TO TR-JUGADOR-COD
           MOVE TORNEO-ID-ACTUAL TO TR-TORNEO-ID
           MOVE GAME-LENGTH     TO TR-LONGITUD
           MOVE HARD-MODE-FLAG  TO TR-MODO
           MOVE NUMB-INCOG      TO TR-NUMERO-SECRETO
           MOVE PAR-VERSION     TO TR-VERSION-REGLAS
           MOVE SPACES TO FILA-RESGUARDO
           MOVE TORNEO-RESULT-RECORD TO FILA-RESGUARDO
           OPEN INPUT TORNEO-RESULTADOS
                   PERFORM 3920-DERIVAR-PENDIENTE
               END-IF
               CLOSE TORNEO-RESULTADOS
           END-IF
           PERFORM 3930-GRABAR-JUGADAS.

      *-----------------------------------------------------------------


      *-----------------------------------------------------------------

      * El detalle de jugadas solo sirve para el analisis de calidad:
      * si TORNEOJUG no se puede grabar se avisa y el torneo sigue,
      * el resultado del jugador ya quedo grabado o derivado.
       3930-GRABAR-JUGADAS.
           OPEN INPUT TORNEO-JUGADAS
           IF WS-TJ-STATUS = "00"
               CLOSE TORNEO-JUGADAS
               OPEN EXTEND TORNEO-JUGADAS
           ELSE
               OPEN OUTPUT TORNEO-JUGADAS
           END-IF
           IF WS-TJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR EL DETALLE EN TORNEOJUG: "
                   WS-TJ-STATUS
               DISPLAY "EL RESULTADO DEL JUGADOR NO SE AFECTA"
           ELSE
               MOVE 1 TO JUGADA-IDX
               PERFORM 3935-GRABAR-UNA-JUGADA
                   UNTIL JUGADA-IDX > GameAttempts
               CLOSE TORNEO-JUGADAS
           END-IF.

      *-----------------------------------------------------------------

       3935-GRABAR-UNA-JUGADA.
           MOVE SPACES         TO TORNEO-JUGADA-RECORD
           MOVE CAMPO-GAME-ID  TO TJ-GAME-ID
           MOVE JUGADOR-IDX    TO TJ-JUGADOR
           MOVE JUGADA-IDX     TO TJ-INTENTO-NRO
           MOVE JG-DIGITOS(JUGADOR-IDX, JUGADA-IDX) TO TJ-DIGITOS
           MOVE JG-CORRECT(JUGADOR-IDX, JUGADA-IDX) TO TJ-CORRECT
           MOVE JG-REGULAR(JUGADOR-IDX, JUGADA-IDX) TO TJ-REGULAR
           MOVE JG-ERROR(JUGADOR-IDX, JUGADA-IDX)   TO TJ-ERROR
           WRITE TORNEO-JUGADA-RECORD
           IF WS-TJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR EL DETALLE EN TORNEOJUG: "
                   WS-TJ-STATUS
               MOVE GameAttempts TO JUGADA-IDX
           END-IF
           ADD 1 TO JUGADA-IDX.

      *-----------------------------------------------------------------

      * Modo entrelazado: una jugada por jugador por ronda. La ronda
      * donde alguien acierta se termina igual, para que todos hayan
      * tirado la misma cantidad de veces cuando se define el torneo.
               PERFORM 3110-INGRESAR-NUMERO
               PERFORM 3120-CHECK-IF-THE-NUMBER-IS
               ADD 1 TO RJ-ATTEMPTS(JUGADOR-IDX)
               MOVE RJ-ATTEMPTS(JUGADOR-IDX) TO JUGADA-IDX
               PERFORM 3150-ANOTAR-JUGADA
               MOVE CORRECT TO RJ-CORRECT(JUGADOR-IDX)
               MOVE REGULAR TO RJ-REGULAR(JUGADOR-IDX)
               MOVE ERRORR  TO RJ-ERROR(JUGADOR-IDX)
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * El game id de la serie queda anotado apenas se sortea el
      * secreto, para que una serie cortada se pueda reconocer.
       5000-ANOTAR-GAME-ID-SERIE.
           MOVE LLAVE-ENTRADA(LLAVE-SERIE-IDX) TO LLAVE-GUARDADA
           MOVE CAMPO-GAME-ID TO LG-S-GAME-ID
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-SERIE-IDX)
           PERFORM 1690-REESCRIBIR-LLAVE.

      *-----------------------------------------------------------------

      * Cierra la serie jugada: puesto de cada participante y quien
      * pasa a la etapa siguiente. De cada serie pasan los primeros
      * segun la regla de la llave, pero siempre queda al menos uno
      * afuera; en la final no pasa nadie. Si con esta serie se
      * completo la etapa, se cierra la etapa.
       5100-CERRAR-SERIE.
           MOVE 1 TO JUGADOR-IDX
           PERFORM 5110-CALCULAR-PUESTO
               UNTIL JUGADOR-IDX > NUM-JUGADORES
           IF CLASIFICAN-LLAVE < NUM-JUGADORES
               MOVE CLASIFICAN-LLAVE TO CLASIFICAN-SERIE
           ELSE
               COMPUTE CLASIFICAN-SERIE = NUM-JUGADORES - 1
           END-IF
           IF SERIES-ETAPA = 1
               MOVE 0 TO CLASIFICAN-SERIE
           END-IF
           MOVE LLAVE-ENTRADA(LLAVE-SERIE-IDX) TO LLAVE-GUARDADA
           SET LG-S-JUGADA TO TRUE
           MOVE CAMPO-GAME-ID TO LG-S-GAME-ID
           DISPLAY "***************************************************"
           DISPLAY "*    RESULTADO DE LA SERIE " LG-S-SERIE
               " DE LA ETAPA " LG-S-ETAPA "              *"
           DISPLAY "***************************************************"
           MOVE 1 TO PUESTO-IDX
           PERFORM 5120-MOSTRAR-PUESTO
               UNTIL PUESTO-IDX > NUM-JUGADORES
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-SERIE-IDX)
           PERFORM 1660-BUSCAR-SERIE
           IF LLAVE-SERIE-IDX = 0
               PERFORM 5300-CERRAR-ETAPA
           ELSE
               DISPLAY "QUEDAN SERIES POR JUGAR EN LA ETAPA "
                   ETAPA-ACTUAL "; CORRA TORNEO CON LA LLAVE "
                   TORNEO-ID-ACTUAL
           END-IF
           PERFORM 1690-REESCRIBIR-LLAVE.

      *-----------------------------------------------------------------

      * El puesto de un participante es uno mas la cantidad de rivales
      * de la serie que le ganaron.
       5110-CALCULAR-PUESTO.
           MOVE 1 TO PUESTO-JUGADOR(JUGADOR-IDX)
           MOVE 1 TO RIVAL-IDX
           PERFORM UNTIL RIVAL-IDX > NUM-JUGADORES
               IF RIVAL-IDX NOT = JUGADOR-IDX
                   PERFORM 5115-COMPARAR-RIVAL
                   IF RIVAL-MEJOR
                       ADD 1 TO PUESTO-JUGADOR(JUGADOR-IDX)
                   END-IF
               END-IF
               ADD 1 TO RIVAL-IDX
           END-PERFORM
           ADD 1 TO JUGADOR-IDX.

      *-----------------------------------------------------------------

      * Orden dentro de la serie: primero los que acertaron, por menos
      * intentos; despues los CORRECTOS y REGULARES del ultimo intento
      * (en modo entrelazado, ademas, los acumulados, como en
      * 4500-DECLARAR-GANADOR-ENT). Si aun asi empatan, queda adelante
      * el de mejor siembra, que es el que figura antes en la serie:
      * para pasar de etapa no puede haber puestos compartidos.
       5115-COMPARAR-RIVAL.
           SET RIVAL-NO-MEJOR TO TRUE
           EVALUATE TRUE
               WHEN RJ-GANO(RIVAL-IDX) NOT = RJ-GANO(JUGADOR-IDX)
                   IF RJ-GANO-SI(RIVAL-IDX)
                       SET RIVAL-MEJOR TO TRUE
                   END-IF
               WHEN RJ-GANO-SI(RIVAL-IDX) AND
                   RJ-ATTEMPTS(RIVAL-IDX) NOT = RJ-ATTEMPTS(JUGADOR-IDX)
                   IF RJ-ATTEMPTS(RIVAL-IDX) < RJ-ATTEMPTS(JUGADOR-IDX)
                       SET RIVAL-MEJOR TO TRUE
                   END-IF
               WHEN RJ-CORRECT(RIVAL-IDX) NOT = RJ-CORRECT(JUGADOR-IDX)
                   IF RJ-CORRECT(RIVAL-IDX) > RJ-CORRECT(JUGADOR-IDX)
                       SET RIVAL-MEJOR TO TRUE
                   END-IF
               WHEN RJ-REGULAR(RIVAL-IDX) NOT = RJ-REGULAR(JUGADOR-IDX)
                   IF RJ-REGULAR(RIVAL-IDX) > RJ-REGULAR(JUGADOR-IDX)
                       SET RIVAL-MEJOR TO TRUE
                   END-IF
               WHEN ENTRELAZADO-ON AND RJ-ACUM-CORRECT(RIVAL-IDX)
                   NOT = RJ-ACUM-CORRECT(JUGADOR-IDX)
                   IF RJ-ACUM-CORRECT(RIVAL-IDX)
                       > RJ-ACUM-CORRECT(JUGADOR-IDX)
                       SET RIVAL-MEJOR TO TRUE
                   END-IF
               WHEN ENTRELAZADO-ON AND RJ-ACUM-REGULAR(RIVAL-IDX)
                   NOT = RJ-ACUM-REGULAR(JUGADOR-IDX)
                   IF RJ-ACUM-REGULAR(RIVAL-IDX)
                       > RJ-ACUM-REGULAR(JUGADOR-IDX)
                       SET RIVAL-MEJOR TO TRUE
                   END-IF
               WHEN RIVAL-IDX < JUGADOR-IDX
                   SET RIVAL-MEJOR TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Graba en la serie y muestra al participante que salio en el
      * puesto PUESTO-IDX.
       5120-MOSTRAR-PUESTO.
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > NUM-JUGADORES
               IF PUESTO-JUGADOR(JUGADOR-IDX) = PUESTO-IDX
                   MOVE PUESTO-IDX TO LG-S-PUESTO(JUGADOR-IDX)
                   IF PUESTO-IDX NOT > CLASIFICAN-SERIE
                       MOVE "S" TO LG-S-AVANZA(JUGADOR-IDX)
                       DISPLAY "PUESTO " PUESTO-IDX ": "
                           JUGADOR-CODIGO(JUGADOR-IDX)
                           " PASA A LA ETAPA SIGUIENTE"
                   ELSE
                       MOVE "N" TO LG-S-AVANZA(JUGADOR-IDX)
                       DISPLAY "PUESTO " PUESTO-IDX ": "
                           JUGADOR-CODIGO(JUGADOR-IDX)
                   END-IF
               END-IF
               ADD 1 TO JUGADOR-IDX
           END-PERFORM
           ADD 1 TO PUESTO-IDX.

      *-----------------------------------------------------------------

      * Etapa completa: cada inscripto toma la etapa y el puesto de la
      * serie que jugo en ella. Si la etapa era de una sola serie era
      * la final y la llave termina; si no, se arma la etapa siguiente
      * con los que pasaron.
       5300-CERRAR-ETAPA.
           PERFORM 5310-CARGAR-CAMPO
           MOVE 1 TO LLAVE-IDX
           PERFORM 5320-TOMAR-SERIE
               UNTIL LLAVE-IDX > CANT-LLAVE
           IF SERIES-ETAPA = 1
               PERFORM 5400-FINALIZAR-LLAVE
           ELSE
               PERFORM 5500-ARMAR-ETAPA
           END-IF
           PERFORM 5390-GRABAR-CAMPO.

      *-----------------------------------------------------------------

       5310-CARGAR-CAMPO.
           MOVE 0 TO CANT-CAMPO
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
               IF LG-LLAVE-ID = TORNEO-ID-ACTUAL AND LG-TIPO-INSCRIPTO
                   AND CANT-CAMPO < 32
                   ADD 1 TO CANT-CAMPO
                   MOVE LLAVE-IDX   TO CL-LLAVE-IDX(CANT-CAMPO)
                   MOVE LG-I-JUGADOR-COD
                       TO CL-JUGADOR-COD(CANT-CAMPO)
                   MOVE LG-I-ETAPA  TO CL-ETAPA(CANT-CAMPO)
                   MOVE LG-I-PUESTO-SERIE
                       TO CL-PUESTO-SERIE(CANT-CAMPO)
                   MOVE LG-I-PUESTO-FINAL
                       TO CL-PUESTO-FINAL(CANT-CAMPO)
               END-IF
               ADD 1 TO LLAVE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       5320-TOMAR-SERIE.
           MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
           IF LG-LLAVE-ID = TORNEO-ID-ACTUAL AND LG-TIPO-SERIE
               AND LG-S-ETAPA = ETAPA-ACTUAL
               MOVE LG-S-GAME-ID TO GAME-ID-FINAL
               MOVE 1 TO JUGADOR-IDX
               PERFORM UNTIL JUGADOR-IDX > LG-S-CANT
                   PERFORM 5330-UBICAR-INSCRIPTO
                   IF CAMPO-IDX NOT > CANT-CAMPO
                       MOVE ETAPA-ACTUAL TO CL-ETAPA(CAMPO-IDX)
                       MOVE LG-S-PUESTO(JUGADOR-IDX)
                           TO CL-PUESTO-SERIE(CAMPO-IDX)
                   END-IF
                   ADD 1 TO JUGADOR-IDX
               END-PERFORM
           END-IF
           ADD 1 TO LLAVE-IDX.

      *-----------------------------------------------------------------

       5330-UBICAR-INSCRIPTO.
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
               OR CL-JUGADOR-COD(CAMPO-IDX)
                   = LG-S-JUGADOR-COD(JUGADOR-IDX)
               ADD 1 TO CAMPO-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       5390-GRABAR-CAMPO.
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
               MOVE LLAVE-ENTRADA(CL-LLAVE-IDX(CAMPO-IDX))
                   TO LLAVE-GUARDADA
               MOVE CL-ETAPA(CAMPO-IDX)        TO LG-I-ETAPA
               MOVE CL-PUESTO-SERIE(CAMPO-IDX) TO LG-I-PUESTO-SERIE
               MOVE CL-PUESTO-FINAL(CAMPO-IDX) TO LG-I-PUESTO-FINAL
               MOVE LLAVE-GUARDADA
                   TO LLAVE-ENTRADA(CL-LLAVE-IDX(CAMPO-IDX))
               ADD 1 TO CAMPO-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Puesto final en el evento: adelante los que llegaron a una
      * etapa posterior y, en la misma etapa, los de mejor puesto en
      * su serie. Los eliminados en la misma etapa con el mismo puesto
      * de serie comparten el puesto final. La fecha de la final es
      * la fecha en que PUNTOS acredita el evento.
       5400-FINALIZAR-LLAVE.
           MOVE 1 TO CAMPO-IDX
           PERFORM 5410-CALCULAR-PUESTO-FINAL
               UNTIL CAMPO-IDX > CANT-CAMPO
           MOVE LLAVE-ENTRADA(LLAVE-EVENTO-IDX) TO LLAVE-GUARDADA
           SET LG-FINALIZADA TO TRUE
           MOVE GAME-ID-FINAL(1:8) TO LG-FECHA-FINAL
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-EVENTO-IDX)
           SET LLAVE-TERMINADA TO TRUE
           PERFORM 5450-MOSTRAR-POSICIONES.

      *-----------------------------------------------------------------

       5410-CALCULAR-PUESTO-FINAL.
           MOVE 1 TO CL-PUESTO-FINAL(CAMPO-IDX)
           MOVE 1 TO CAMPO-IDX2
           PERFORM UNTIL CAMPO-IDX2 > CANT-CAMPO
               IF CL-ETAPA(CAMPO-IDX2) > CL-ETAPA(CAMPO-IDX)
                   OR (CL-ETAPA(CAMPO-IDX2) = CL-ETAPA(CAMPO-IDX)
                   AND CL-PUESTO-SERIE(CAMPO-IDX2)
                       < CL-PUESTO-SERIE(CAMPO-IDX))
                   ADD 1 TO CL-PUESTO-FINAL(CAMPO-IDX)
               END-IF
               ADD 1 TO CAMPO-IDX2
           END-PERFORM
           ADD 1 TO CAMPO-IDX.

      *-----------------------------------------------------------------

       5450-MOSTRAR-POSICIONES.
           DISPLAY "***************************************************"
           DISPLAY "*      POSICIONES FINALES DE LA LLAVE "
               TORNEO-ID-ACTUAL "    *"
           DISPLAY "***************************************************"
           MOVE 1 TO PUESTO-IDX
           PERFORM UNTIL PUESTO-IDX > CANT-CAMPO
               MOVE 1 TO CAMPO-IDX
               PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
                   IF CL-PUESTO-FINAL(CAMPO-IDX) = PUESTO-IDX
                       DISPLAY "PUESTO " PUESTO-IDX ": "
                           CL-JUGADOR-COD(CAMPO-IDX)
                           " (LLEGO A LA ETAPA " CL-ETAPA(CAMPO-IDX) ")"
                   END-IF
                   ADD 1 TO CAMPO-IDX
               END-PERFORM
               ADD 1 TO PUESTO-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Etapa siguiente: los que pasaron, sembrados por puesto de serie
      * (todos los primeros, despues todos los segundos, y asi; a
      * igual puesto, por orden de serie), se reparten con SERIES0 en
      * series nuevas que se agregan al final de la tabla. Una serie
      * de un solo jugador es un pase libre y nace jugada.
       5500-ARMAR-ETAPA.
           INITIALIZE AREA-SERIES
           MOVE TAM-SERIE-LLAVE TO SE-TAM-SERIE
           MOVE 0 TO SE-CANT-JUGADORES
           MOVE 1 TO PUESTO-IDX
           PERFORM UNTIL PUESTO-IDX > 8
               MOVE 1 TO LLAVE-IDX
               PERFORM 5510-TOMAR-CLASIFICADO
                   UNTIL LLAVE-IDX > CANT-LLAVE
               ADD 1 TO PUESTO-IDX
           END-PERFORM
           CALL SERIES-ROUTINE USING AREA-SERIES
           IF NOT SE-OK
               DISPLAY "NO SE PUDO ARMAR LA ETAPA SIGUIENTE"
               DISPLAY SE-MENSAJE
               STOP RUN
           END-IF
           ADD 1 TO ETAPA-ACTUAL
           MOVE 1 TO SERIE-IDX
           PERFORM 5520-AGREGAR-SERIE
               UNTIL SERIE-IDX > SE-CANT-SERIES
           MOVE LLAVE-ENTRADA(LLAVE-EVENTO-IDX) TO LLAVE-GUARDADA
           MOVE ETAPA-ACTUAL TO LG-ETAPA-ACTUAL
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-EVENTO-IDX)
           DISPLAY "ETAPA " ETAPA-ACTUAL " ARMADA CON "
               SE-CANT-JUGADORES " CLASIFICADOS EN " SE-CANT-SERIES
               " SERIES"
           IF SE-CANT-SERIES = 1
               DISPLAY "LA PROXIMA SERIE ES LA FINAL"
           END-IF
           MOVE 1 TO SERIE-IDX
           PERFORM UNTIL SERIE-IDX > SE-CANT-SERIES
               DISPLAY "ETAPA " ETAPA-ACTUAL " SERIE " SERIE-IDX ": "
                   SE-SERIE(SERIE-IDX)
               ADD 1 TO SERIE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       5510-TOMAR-CLASIFICADO.
           MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
           IF LG-LLAVE-ID = TORNEO-ID-ACTUAL AND LG-TIPO-SERIE
               AND LG-S-ETAPA = ETAPA-ACTUAL
               MOVE 1 TO JUGADOR-IDX
               PERFORM UNTIL JUGADOR-IDX > LG-S-CANT
                   IF LG-S-PUESTO(JUGADOR-IDX) = PUESTO-IDX
                       AND LG-S-AVANZA(JUGADOR-IDX) = "S"
                       AND SE-CANT-JUGADORES < 32
                       ADD 1 TO SE-CANT-JUGADORES
                       MOVE LG-S-JUGADOR-COD(JUGADOR-IDX)
                           TO SE-JUGADOR-COD(SE-CANT-JUGADORES)
                   END-IF
                   ADD 1 TO JUGADOR-IDX
               END-PERFORM
           END-IF
           ADD 1 TO LLAVE-IDX.

      *-----------------------------------------------------------------

       5520-AGREGAR-SERIE.
           IF CANT-LLAVE NOT < 1500
               DISPLAY "TABLA DE LLAVES LLENA (1500)"
               DISPLAY "DEPURE TORNEOLLAVE"
               STOP RUN
           END-IF
           MOVE SPACES            TO LLAVE-GUARDADA
           MOVE TORNEO-ID-ACTUAL  TO LG-LLAVE-ID
           SET LG-TIPO-SERIE      TO TRUE
           MOVE ETAPA-ACTUAL      TO LG-S-ETAPA
           MOVE SERIE-IDX         TO LG-S-SERIE
           MOVE 0                 TO LG-S-GAME-ID
           MOVE SE-S-CANT(SERIE-IDX) TO LG-S-CANT
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > 8
               MOVE SE-S-JUGADOR-COD(SERIE-IDX, JUGADOR-IDX)
                   TO LG-S-JUGADOR-COD(JUGADOR-IDX)
               MOVE 0   TO LG-S-PUESTO(JUGADOR-IDX)
               MOVE "N" TO LG-S-AVANZA(JUGADOR-IDX)
               ADD 1 TO JUGADOR-IDX
           END-PERFORM
           IF LG-S-CANT = 1
               SET LG-S-JUGADA TO TRUE
               MOVE 1   TO LG-S-PUESTO(1)
               MOVE "S" TO LG-S-AVANZA(1)
           ELSE
               SET LG-S-PENDIENTE TO TRUE
           END-IF
           ADD 1 TO CANT-LLAVE
           MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(CANT-LLAVE)
           ADD 1 TO SERIE-IDX.

      *-----------------------------------------------------------------
       END PROGRAM TORNEO.
