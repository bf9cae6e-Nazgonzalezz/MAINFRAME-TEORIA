      * codigos con la gente parada alrededor; un id ya jugado no se
      * puede volver a correr. La configuracion se valida contra las
      * reglas de la casa (PARAM0) al cargarla, no al jugarla.
      * Modifications:
      *   10/2026 - Al terminar de cargar el roster muestra el nivel de
      *             juego vigente de cada participante (maestro
      *             NIVELJUG que mantiene NIVELES; sin registro juega
      *             con el inicial 1500) y avisa cuando el roster queda
      *             muy desparejo, para que el mostrador lo rearme
      *             antes de grabarlo.
      *   10/2026 - Llaves por eliminacion: la opcion K inscribe un
      *             evento de hasta 32 jugadores que se juega por
      *             etapas de series de hasta 8, pasando a la etapa
      *             siguiente los primeros de cada serie. El campo se
      *             siembra por nivel de juego y se reparte en series
      *             con la rutina SERIES0; el evento, el campo y las
      *             series de la primera etapa se graban en el archivo
      *             de estado TORNEOLLAVE, que TORNEO juega serie por
      *             serie. La consulta y el listado de pendientes
      *             muestran tambien las llaves.
      *   10/2026 - Reglas con fecha efectiva: la configuracion de un
      *             torneo o de una llave se valida contra la version
      *             de las reglas de la casa vigente en la fecha
      *             prevista del evento, no contra la de hoy.
      *   10/2026 - Cuota de inscripcion: el alta de torneo y de llave
      *             pide la cuota por jugador y, si la hay, si cada
      *             participante la pago; la opcion P registra los
      *             pagos que llegan despues, mientras el evento no
      *             arranco. TORNEO no arranca con impagos sin la
      *             autorizacion de un supervisor y la liquidacion
      *             LIQUIDA reparte lo recaudado en premios. La
      *             consulta muestra la cuota y quien pago.
      *   10/2026 - El formato de una llave se rechaza si el campo,
      *             la serie y los que pasan de cada una necesitan mas
      *             de 9 etapas, el maximo que guarda TORNEOLLAVE.
      *   10/2026 - La cuota se tipea con punto decimal (12.50) y se
      *             vuelve a pedir si no es un importe valido, en vez
      *             de tomarla como evento sin cuota.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGTOR.
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT NIVEL-MASTER ASSIGN TO "NIVELJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NV-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  NIVEL-MASTER.
       COPY NIVREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       WORKING-STORAGE SECTION.
       77  WS-TG-STATUS           PIC XX.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-NV-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.

       01  OPCION                 PIC X     VALUE SPACE.
           88 OPCION-ALTA         VALUE "A".
           88 OPCION-LLAVE        VALUE "K".
           88 OPCION-CONSULTA     VALUE "C".
           88 OPCION-PAGO         VALUE "P".
           88 OPCION-LISTA        VALUE "L".
           88 OPCION-FIN          VALUE "F".

           88 ENCONTRADO          VALUE 'S'.
           88 NO-ENCONTRADO       VALUE 'N'.

       01  LLAVE-SW               PIC X     VALUE 'N'.
           88 LLAVE-ENCONTRADA    VALUE 'S'.
           88 LLAVE-NO-ENCONTRADA VALUE 'N'.

       01  JUGADOR-SW             PIC X     VALUE 'N'.
           88 JUGADOR-VALIDO      VALUE 'S'.
           88 JUGADOR-NO-VALIDO   VALUE 'N'.
       77  NUM-JUGADORES          PIC 99    VALUE 2.
       77  JUGADOR-IDX            PIC 99.
       77  PARAM-ROUTINE          PIC X(8)  VALUE "PARAM0".
       77  SERIES-ROUTINE         PIC X(8)  VALUE "SERIES0".

       77  GAME-LENGTH            PIC 9     VALUE 4.
       77  MAX-ATTEMPTS           PIC 99    VALUE 9.
       01  CODIGOS-JUGADORES.
           05 JUGADOR-CODIGO OCCURS 8 TIMES PIC X(4).

      * Cuota de inscripcion por jugador (cero: evento sin cuota) y si
      * cada participante del roster la pago.
       77  CUOTA-PEDIDA           PIC 9(5)V99 VALUE 0.
       77  CUOTA-EDITADA          PIC ZZ,ZZ9.99.
       77  CUOTA-TIPEADA          PIC X(10) VALUE SPACES.
       01  CUOTA-SW               PIC X     VALUE 'N'.
           88 CUOTA-VALIDA        VALUE 'S'.
           88 CUOTA-INVALIDA      VALUE 'N'.
       77  RESPUESTA-PAGO         PIC X.
       77  CANT-PAGARON           PIC 99.
       01  PAGOS-JUGADORES.
           05 PAGO-JUGADOR OCCURS 8 TIMES PIC X.

      * Nivel de juego de cada participante del roster; un roster es
      * desparejo cuando entre el mejor y el peor hay mas de la
      * diferencia tolerada.
       01  NIVELES-ROSTER.
           05 JUGADOR-NIVEL OCCURS 8 TIMES PIC 9(4).
       77  NIVEL-INICIAL          PIC 9(4)  VALUE 1500.
       77  DIFERENCIA-TOLERADA    PIC 9(4)  VALUE 300.
       77  NIVEL-MAYOR            PIC 9(4).
       77  NIVEL-MENOR            PIC 9(4).
       77  DIFERENCIA-NIVEL       PIC 9(4).
       77  NIVEL-PROMEDIO         PIC 9(4).
       77  NIVEL-SUMA             PIC 9(5).

      * Campo de la llave en inscripcion, en orden de siembra una vez
      * ordenado por nivel de juego. En la consulta se usa para el
      * campo de una llave ya grabada.
       77  CANT-CAMPO             PIC 99    VALUE 0.
       77  TAM-SERIE              PIC 9     VALUE 4.
       77  CLASIFICAN             PIC 9     VALUE 2.
       77  CLASIFICAN-MAXIMO      PIC 9.

      * Simulacion de las etapas que necesita un formato de llave, con
      * el mismo reparto de SERIES0 (series parejas, a lo sumo uno de
      * diferencia) y los mismos pases de TORNEO.
       77  ETAPAS-FORMATO         PIC 99    VALUE 0.
       77  SIM-CAMPO              PIC 99.
       77  SIM-SERIES             PIC 99.
       77  SIM-RESTO              PIC 99.
       77  SIM-TAM-CHICA          PIC 99.
       77  SIM-GRANDES            PIC 99.
       77  SIM-TAMANO             PIC 99.
       77  SIM-PASA-SERIE         PIC 99.
       77  SIM-PASAN              PIC 99.
       77  ESTADO-LLAVE           PIC X.
       77  CAMPO-IDX              PIC 99    COMP.
       77  CAMPO-IDX2             PIC 99    COMP.
       77  SERIE-IDX              PIC 99    COMP.
       77  PUESTO-IDX             PIC 99    COMP.
       01  CAMPO-TABLA.
           05 CAMPO-ENTRADA OCCURS 32 TIMES.
              10 CL-JUGADOR-COD   PIC X(4).
              10 CL-NIVEL         PIC 9(4).
              10 CL-PUESTO-FINAL  PIC 99.
              10 CL-PAGADO        PIC X.
       01  CAMPO-AUXILIAR.
           05 CA-JUGADOR-COD      PIC X(4).
           05 CA-NIVEL            PIC 9(4).
           05 CA-PUESTO-FINAL     PIC 99.
           05 CA-PAGADO           PIC X.
       01  CAMBIO-SW              PIC X     VALUE 'N'.
           88 HUBO-CAMBIO         VALUE 'S'.
           88 SIN-CAMBIO          VALUE 'N'.

      * Para registrar un pago el archivo del evento entra entero a la
      * tabla y se reescribe completo (mismo esquema que TORNEO).
       77  CANT-TORREG            PIC 99    COMP VALUE 0.
       77  TORREG-IDX             PIC 99    COMP.
       77  TORREG-ENCONTRADO      PIC 99    COMP VALUE 0.
       01  TORREG-TABLA.
           05 TORREG-ENTRADA OCCURS 50 TIMES PIC X(87).

       77  CANT-LLAVE             PIC 9(4)  COMP VALUE 0.
       77  LLAVE-IDX              PIC 9(4)  COMP.
       77  LLAVE-EVENTO-IDX       PIC 9(4)  COMP VALUE 0.
       01  LLAVE-TABLA.
           05 LLAVE-ENTRADA OCCURS 1500 TIMES PIC X(91).

       77  CODIGO-PAGO            PIC X(4).
       77  CUOTA-LLAVE            PIC 9(5)V99 VALUE 0.

       COPY TREGSAVE.

       COPY LLAVSAVE.

       COPY PARAMCOM.

       COPY SERIECOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           MOVE 0 TO PAR-FECHA-REGLA
           PERFORM 0900-LEER-PARAMETROS
           PERFORM 2000-MENU UNTIL OPCION-FIN
           DISPLAY "FIN DE LA PREINSCRIPCION DE TORNEOS"
      * Las reglas de la casa (rangos y defectos jugables) se leen del
      * archivo PARAMETROS via PARAM0, igual que en los drivers; la
      * preinscripcion no puede cargar un torneo fuera de las reglas.
      * Se piden las vigentes a PAR-FECHA-REGLA (en cero, hoy).
       0900-LEER-PARAMETROS.
           SET PAR-FN-VIGENTE TO TRUE
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF NOT PAR-OK
               DISPLAY "NO SE PUDIERON LEER LAS REGLAS DE LA CASA"
           DISPLAY "***************************************************"
           DISPLAY "*          PREINSCRIPCION DE TORNEOS              *"
           DISPLAY "***************************************************"
           DISPLAY "A=ALTA  K=LLAVE  C=CONSULTA  P=PAGOS  "
               "L=LISTAR PENDIENTES  F=FIN"
           ACCEPT OPCION
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA-TORNEO
               WHEN OPCION-LLAVE
                   PERFORM 7000-ALTA-LLAVE
               WHEN OPCION-CONSULTA
                   PERFORM 4000-CONSULTA-TORNEO
               WHEN OPCION-PAGO
                   PERFORM 8000-REGISTRAR-PAGOS
               WHEN OPCION-LISTA
                   PERFORM 5000-LISTAR-PENDIENTES
               WHEN OPCION-FIN
       3000-ALTA-TORNEO.
           PERFORM 6000-PEDIR-TORNEO-ID
           PERFORM 6100-BUSCAR-TORNEO
           PERFORM 7100-BUSCAR-LLAVE
           EVALUATE TRUE
               WHEN ENCONTRADO
                   DISPLAY "YA EXISTE EL TORNEO " TORNEO-ID-PEDIDO
               WHEN LLAVE-ENCONTRADA
                   DISPLAY "YA EXISTE UNA LLAVE CON EL ID "
                       TORNEO-ID-PEDIDO
               WHEN OTHER
                   PERFORM 3100-PEDIR-CONFIGURACION
                   PERFORM 3120-PEDIR-CUOTA
                   PERFORM 3150-PEDIR-CANTIDAD
                   PERFORM 3200-PEDIR-ROSTER
                   PERFORM 3300-GRABAR-TORNEO
           END-EVALUATE.

      *-----------------------------------------------------------------

               DISPLAY "FECHA INVALIDA, SE USA LA DE HOY"
               MOVE WS-FECHA-HOY TO FECHA-PEDIDA
           END-IF
           MOVE FECHA-PEDIDA TO PAR-FECHA-REGLA
           PERFORM 0900-LEER-PARAMETROS
           DISPLAY "REGLAS VIGENTES ESE DIA: VERSION " PAR-VERSION
               " DESDE " PAR-FECHA-EFECTIVA
           DISPLAY "CUANTOS DIGITOS TIENE QUE TENER EL SECRETO ("
               PAR-LONG-MINIMA " A " PAR-LONG-MAXIMA ")?"
           ACCEPT GAME-LENGTH
               DISPLAY "VALOR INVALIDO, SE USARAN " PAR-INTENTOS-DEF
                   " INTENTOS"
               MOVE PAR-INTENTOS-DEF TO MAX-ATTEMPTS
           END-IF.

      *-----------------------------------------------------------------

      * La cuota es por jugador; en cero el evento no se liquida.
       3120-PEDIR-CUOTA.
           SET CUOTA-INVALIDA TO TRUE
           PERFORM 3125-LEER-CUOTA UNTIL CUOTA-VALIDA
           IF CUOTA-PEDIDA > 0
               MOVE CUOTA-PEDIDA TO CUOTA-EDITADA
               DISPLAY "CUOTA POR JUGADOR: " CUOTA-EDITADA
           END-IF.

      *-----------------------------------------------------------------

      * El importe se tipea como texto (punto decimal, hasta dos
      * decimales) y se convierte; lo que no es un importe valido se
      * vuelve a pedir, nunca se toma como evento sin cuota.
       3125-LEER-CUOTA.
           DISPLAY "CUOTA DE INSCRIPCION POR JUGADOR (0=SIN CUOTA, "
               "EJ. 12.50)?"
           MOVE SPACES TO CUOTA-TIPEADA
           ACCEPT CUOTA-TIPEADA
           IF CUOTA-TIPEADA = SPACES
               OR FUNCTION TEST-NUMVAL(CUOTA-TIPEADA) NOT = 0
               DISPLAY "IMPORTE INVALIDO: " CUOTA-TIPEADA
           ELSE
               IF FUNCTION NUMVAL(CUOTA-TIPEADA) < 0
                   OR FUNCTION NUMVAL(CUOTA-TIPEADA) > 99999.99
                   DISPLAY "LA CUOTA VA DE 0 A 99999.99"
               ELSE
                   COMPUTE CUOTA-PEDIDA =
                       FUNCTION NUMVAL(CUOTA-TIPEADA)
                   IF CUOTA-PEDIDA NOT =
                       FUNCTION NUMVAL(CUOTA-TIPEADA)
                       DISPLAY "LA CUOTA LLEVA HASTA DOS DECIMALES"
                   ELSE
                       SET CUOTA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Deja S o N en RESPUESTA-PAGO; cualquier cosa que no sea S es
      * impago.
       3130-PEDIR-PAGO.
           MOVE CUOTA-PEDIDA TO CUOTA-EDITADA
           DISPLAY "PAGO LA CUOTA DE " CUOTA-EDITADA "? S/N"
           ACCEPT RESPUESTA-PAGO
           IF RESPUESTA-PAGO NOT = "S"
               MOVE "N" TO RESPUESTA-PAGO
           END-IF.

      *-----------------------------------------------------------------

       3150-PEDIR-CANTIDAD.
           DISPLAY "CUANTOS JUGADORES PARTICIPAN (2 A 8)?"
           ACCEPT NUM-JUGADORES
           IF NUM-JUGADORES < 2 OR NUM-JUGADORES > 8
               STOP RUN
           END-IF
           MOVE SPACES TO CODIGOS-JUGADORES
           MOVE SPACES TO PAGOS-JUGADORES
           MOVE 1 TO JUGADOR-IDX
           PERFORM 3210-PEDIR-UN-JUGADOR
               UNTIL JUGADOR-IDX > NUM-JUGADORES
           CLOSE MAESTRO-JUGADORES
           PERFORM 3250-MOSTRAR-NIVELES.

      *-----------------------------------------------------------------

                               TO JUGADOR-CODIGO(JUGADOR-IDX)
                           DISPLAY "JUGADOR " JUGADOR-IDX ": "
                               JUG-NOMBRE
                           IF CUOTA-PEDIDA > 0
                               PERFORM 3130-PEDIR-PAGO
                               MOVE RESPUESTA-PAGO
                                   TO PAGO-JUGADOR(JUGADOR-IDX)
                           END-IF
                       ELSE
                           DISPLAY "JUGADOR DADO DE BAJA: " JUG-CODIGO
                       END-IF
           END-PERFORM
           ADD 1 TO JUGADOR-IDX.

      *-----------------------------------------------------------------

      * Muestra el nivel vigente de cada participante y avisa si el
      * roster quedo desparejo. Es solo un aviso: el torneo se graba
      * igual, el mostrador decide si lo rearma.
       3250-MOSTRAR-NIVELES.
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > NUM-JUGADORES
               MOVE NIVEL-INICIAL TO JUGADOR-NIVEL(JUGADOR-IDX)
               ADD 1 TO JUGADOR-IDX
           END-PERFORM
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE NIVELES, TODOS CON NIVEL "
                   NIVEL-INICIAL
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ NIVEL-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 3260-TOMAR-NIVEL
               END-READ
           END-PERFORM
           IF WS-NV-STATUS = "00" OR WS-NV-STATUS = "10"
               CLOSE NIVEL-MASTER
           END-IF
           MOVE JUGADOR-NIVEL(1) TO NIVEL-MAYOR
           MOVE JUGADOR-NIVEL(1) TO NIVEL-MENOR
           MOVE 0 TO NIVEL-SUMA
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > NUM-JUGADORES
               DISPLAY "JUGADOR " JUGADOR-IDX ": "
                   JUGADOR-CODIGO(JUGADOR-IDX) " NIVEL "
                   JUGADOR-NIVEL(JUGADOR-IDX)
               IF JUGADOR-NIVEL(JUGADOR-IDX) > NIVEL-MAYOR
                   MOVE JUGADOR-NIVEL(JUGADOR-IDX) TO NIVEL-MAYOR
               END-IF
               IF JUGADOR-NIVEL(JUGADOR-IDX) < NIVEL-MENOR
                   MOVE JUGADOR-NIVEL(JUGADOR-IDX) TO NIVEL-MENOR
               END-IF
               ADD JUGADOR-NIVEL(JUGADOR-IDX) TO NIVEL-SUMA
               ADD 1 TO JUGADOR-IDX
           END-PERFORM
           COMPUTE NIVEL-PROMEDIO ROUNDED = NIVEL-SUMA / NUM-JUGADORES
           COMPUTE DIFERENCIA-NIVEL = NIVEL-MAYOR - NIVEL-MENOR
           DISPLAY "NIVEL PROMEDIO DEL ROSTER: " NIVEL-PROMEDIO
           IF DIFERENCIA-NIVEL > DIFERENCIA-TOLERADA
               DISPLAY "ATENCION: ROSTER DESPAREJO, " DIFERENCIA-NIVEL
                   " PUNTOS DE NIVEL ENTRE EL MEJOR Y EL PEOR"
               DISPLAY "(TOLERANCIA " DIFERENCIA-TOLERADA
                   "), CONSIDERE REARMARLO"
           END-IF.

      *-----------------------------------------------------------------

       3260-TOMAR-NIVEL.
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > NUM-JUGADORES
               IF JUGADOR-CODIGO(JUGADOR-IDX) = NV-JUGADOR-COD
                   MOVE NV-NIVEL TO JUGADOR-NIVEL(JUGADOR-IDX)
               END-IF
               ADD 1 TO JUGADOR-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       3300-GRABAR-TORNEO.
           SET TG-PENDIENTE      TO TRUE
           MOVE NUM-JUGADORES    TO TG-CANT-JUGADORES
           MOVE CODIGOS-JUGADORES TO TG-ROSTER
           MOVE CUOTA-PEDIDA     TO TG-CUOTA
           MOVE PAGOS-JUGADORES  TO TG-PAGOS
           OPEN INPUT TORNEO-REGISTRO
           IF WS-TG-STATUS = "00"
               CLOSE TORNEO-REGISTRO
           WRITE TORNEO-REG-RECORD
           CLOSE TORNEO-REGISTRO
           DISPLAY "TORNEO " TORNEO-ID-PEDIDO " PREINSCRIPTO CON "
               NUM-JUGADORES " JUGADORES"
           IF CUOTA-PEDIDA > 0
               MOVE 0 TO CANT-PAGARON
               MOVE 1 TO JUGADOR-IDX
               PERFORM UNTIL JUGADOR-IDX > NUM-JUGADORES
                   IF PAGO-JUGADOR(JUGADOR-IDX) = "S"
                       ADD 1 TO CANT-PAGARON
                   END-IF
                   ADD 1 TO JUGADOR-IDX
               END-PERFORM
               DISPLAY "PAGARON LA CUOTA " CANT-PAGARON " DE "
                   NUM-JUGADORES "; LOS PAGOS QUE FALTAN SE REGISTRAN"
                   " CON LA OPCION P"
           END-IF.

      *-----------------------------------------------------------------

       4000-CONSULTA-TORNEO.
           PERFORM 6000-PEDIR-TORNEO-ID
           PERFORM 6100-BUSCAR-TORNEO
           IF ENCONTRADO
               PERFORM 6200-MOSTRAR-TORNEO
           ELSE
               PERFORM 7100-BUSCAR-LLAVE
               IF LLAVE-ENCONTRADA
                   PERFORM 7300-MOSTRAR-LLAVE
               ELSE
                   DISPLAY "NO EXISTE EL TORNEO " TORNEO-ID-PEDIDO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
           END-PERFORM
           IF WS-TG-STATUS = "00" OR WS-TG-STATUS = "10"
               CLOSE TORNEO-REGISTRO
           END-IF
           PERFORM 5100-LISTAR-LLAVES.

      *-----------------------------------------------------------------

       5100-LISTAR-LLAVES.
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
                           DISPLAY "LLAVE  " LL-LLAVE-ID " FECHA "
                               LL-FECHA " CAMPO " LL-CANT-INSCRIPTOS
                               " ETAPA " LL-ETAPA-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF.

      *-----------------------------------------------------------------
           DISPLAY "MODO:     " TGG-MODO " (0=NORMAL 1=DIFICIL)"
           DISPLAY "INTENTOS: " TGG-MAX-INTENTOS
           DISPLAY "ESTADO:   " TGG-ESTADO " (P=PENDIENTE J=JUGADO)"
           IF TGG-CUOTA-X = SPACES
               MOVE 0 TO TGG-CUOTA
           END-IF
           IF TGG-CUOTA > 0
               MOVE TGG-CUOTA TO CUOTA-EDITADA
               DISPLAY "CUOTA:    " CUOTA-EDITADA " POR JUGADOR"
               IF TGG-AUTORIZO NOT = SPACES
                   DISPLAY "JUGADO CON IMPAGOS, AUTORIZO: "
                       TGG-AUTORIZO
               END-IF
           END-IF
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > TGG-CANT-JUGADORES
               IF TGG-CUOTA > 0
                   IF TGG-PAGO-SI(JUGADOR-IDX)
                       DISPLAY "JUGADOR " JUGADOR-IDX ": "
                           TGG-JUGADOR-COD(JUGADOR-IDX) " PAGO"
                   ELSE
                       DISPLAY "JUGADOR " JUGADOR-IDX ": "
                           TGG-JUGADOR-COD(JUGADOR-IDX) " IMPAGO"
                   END-IF
               ELSE
                   DISPLAY "JUGADOR " JUGADOR-IDX ": "
                       TGG-JUGADOR-COD(JUGADOR-IDX)
               END-IF
               ADD 1 TO JUGADOR-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Alta de una llave por eliminacion. El id no puede repetir el
      * de un torneo comun ni el de otra llave, porque TORNEO busca
      * por id en los dos archivos y TR-TORNEO-ID tiene que identificar
      * un solo evento. La configuracion de la partida se valida
      * contra las reglas de la casa igual que en el alta comun.
       7000-ALTA-LLAVE.
           PERFORM 6000-PEDIR-TORNEO-ID
           PERFORM 6100-BUSCAR-TORNEO
           PERFORM 7100-BUSCAR-LLAVE
           EVALUATE TRUE
               WHEN ENCONTRADO
                   DISPLAY "YA EXISTE UN TORNEO CON EL ID "
                       TORNEO-ID-PEDIDO
               WHEN LLAVE-ENCONTRADA
                   DISPLAY "YA EXISTE LA LLAVE " TORNEO-ID-PEDIDO
               WHEN OTHER
                   PERFORM 3100-PEDIR-CONFIGURACION
                   PERFORM 3120-PEDIR-CUOTA
                   PERFORM 7010-PEDIR-FORMATO
                   PERFORM 7020-PEDIR-CAMPO
                   PERFORM 7040-SEMBRAR-CAMPO
                   PERFORM 7050-ARMAR-SERIES
                   PERFORM 7060-GRABAR-LLAVE
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Formato de la llave: tamano del campo, tamano maximo de serie
      * y cuantos pasan de cada serie. Siempre queda al menos uno
      * eliminado por serie, para que cada etapa achique el campo.
      * La etapa se guarda en un digito en TORNEOLLAVE: un formato que
      * necesite mas de 9 etapas (por ejemplo 32 jugadores en series
      * de 8 pasando 7) se rechaza y se vuelve a pedir.
       7010-PEDIR-FORMATO.
           MOVE 99 TO ETAPAS-FORMATO
           PERFORM UNTIL ETAPAS-FORMATO NOT > 9
               PERFORM 7015-PEDIR-VALORES
               PERFORM 7016-CONTAR-ETAPAS
               IF ETAPAS-FORMATO > 9
                   DISPLAY "ESE FORMATO NECESITA " ETAPAS-FORMATO
                       " ETAPAS Y LA LLAVE ADMITE HASTA 9"
                   DISPLAY "AGRANDE LAS SERIES O HAGA PASAR MENOS "
                       "POR SERIE"
               END-IF
           END-PERFORM
           DISPLAY "LA LLAVE SE JUEGA EN " ETAPAS-FORMATO " ETAPAS".

      *-----------------------------------------------------------------

       7015-PEDIR-VALORES.
           DISPLAY "CUANTOS JUGADORES TIENE EL CAMPO (2 A 32)?"
           ACCEPT CANT-CAMPO
           IF CANT-CAMPO < 2 OR CANT-CAMPO > 32
               DISPLAY "VALOR INVALIDO, SE USARAN 8 JUGADORES"
               MOVE 8 TO CANT-CAMPO
           END-IF
           DISPLAY "CUANTOS JUGADORES POR SERIE (2 A 8)?"
           ACCEPT TAM-SERIE
           IF TAM-SERIE < 2 OR TAM-SERIE > 8
               DISPLAY "VALOR INVALIDO, SE USARAN SERIES DE 4"
               MOVE 4 TO TAM-SERIE
           END-IF
           COMPUTE CLASIFICAN-MAXIMO = TAM-SERIE - 1
           DISPLAY "CUANTOS PASAN DE CADA SERIE (1 A "
               CLASIFICAN-MAXIMO ")?"
           ACCEPT CLASIFICAN
           IF CLASIFICAN < 1 OR CLASIFICAN > CLASIFICAN-MAXIMO
               DISPLAY "VALOR INVALIDO, PASA 1 POR SERIE"
               MOVE 1 TO CLASIFICAN
           END-IF.

      *-----------------------------------------------------------------

      * Cuenta las etapas hasta la de una sola serie, que es la final.
       7016-CONTAR-ETAPAS.
           MOVE CANT-CAMPO TO SIM-CAMPO
           MOVE 0 TO ETAPAS-FORMATO
           MOVE 2 TO SIM-SERIES
           PERFORM 7017-SIMULAR-ETAPA
               UNTIL SIM-SERIES = 1.

      *-----------------------------------------------------------------

      * Series de la etapa como en SERIES0; de las SIM-GRANDES series
      * con un jugador mas y del resto pasan los de 7018.
       7017-SIMULAR-ETAPA.
           ADD 1 TO ETAPAS-FORMATO
           DIVIDE SIM-CAMPO BY TAM-SERIE
               GIVING SIM-SERIES REMAINDER SIM-RESTO
           IF SIM-RESTO > 0
               ADD 1 TO SIM-SERIES
           END-IF
           IF SIM-SERIES > 1
               DIVIDE SIM-CAMPO BY SIM-SERIES
                   GIVING SIM-TAM-CHICA REMAINDER SIM-GRANDES
               MOVE SIM-TAM-CHICA TO SIM-TAMANO
               PERFORM 7018-PASAN-DE-SERIE
               COMPUTE SIM-PASAN =
                   SIM-PASA-SERIE * (SIM-SERIES - SIM-GRANDES)
               COMPUTE SIM-TAMANO = SIM-TAM-CHICA + 1
               PERFORM 7018-PASAN-DE-SERIE
               COMPUTE SIM-PASAN =
                   SIM-PASAN + SIM-PASA-SERIE * SIM-GRANDES
               MOVE SIM-PASAN TO SIM-CAMPO
           END-IF.

      *-----------------------------------------------------------------

      * Como en TORNEO: pasan los CLASIFICAN primeros, siempre queda
      * al menos uno afuera, y la serie de un jugador es pase libre.
       7018-PASAN-DE-SERIE.
           EVALUATE TRUE
               WHEN SIM-TAMANO < 2
                   MOVE SIM-TAMANO TO SIM-PASA-SERIE
               WHEN CLASIFICAN < SIM-TAMANO
                   MOVE CLASIFICAN TO SIM-PASA-SERIE
               WHEN OTHER
                   COMPUTE SIM-PASA-SERIE = SIM-TAMANO - 1
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Cada inscripto se valida contra JUGADORES como en el roster
      * comun y, ademas, no puede figurar dos veces en el campo.
       7020-PEDIR-CAMPO.
           OPEN INPUT MAESTRO-JUGADORES
           IF WS-MJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR JUGADORES: " WS-MJ-STATUS
               DISPLAY "DE ALTA LOS JUGADORES CON ABMJUG"
               STOP RUN
           END-IF
           MOVE SPACES TO CAMPO-TABLA
           MOVE 1 TO CAMPO-IDX
           PERFORM 7030-PEDIR-INSCRIPTO
               UNTIL CAMPO-IDX > CANT-CAMPO
           CLOSE MAESTRO-JUGADORES.

      *-----------------------------------------------------------------

       7030-PEDIR-INSCRIPTO.
           SET JUGADOR-NO-VALIDO TO TRUE
           PERFORM UNTIL JUGADOR-VALIDO
               DISPLAY "CODIGO DEL INSCRIPTO " CAMPO-IDX "?"
               ACCEPT JUG-CODIGO
               PERFORM 7035-BUSCAR-REPETIDO
               IF CAMPO-IDX2 < CAMPO-IDX
                   DISPLAY "JUGADOR YA INSCRIPTO: " JUG-CODIGO
               ELSE
                   READ MAESTRO-JUGADORES
                       INVALID KEY
                           DISPLAY "JUGADOR INEXISTENTE: " JUG-CODIGO
                       NOT INVALID KEY
                           IF JUG-ACTIVO
                               SET JUGADOR-VALIDO TO TRUE
                               MOVE JUG-CODIGO
                                   TO CL-JUGADOR-COD(CAMPO-IDX)
                               MOVE NIVEL-INICIAL
                                   TO CL-NIVEL(CAMPO-IDX)
                               MOVE 0 TO CL-PUESTO-FINAL(CAMPO-IDX)
                               MOVE SPACE TO CL-PAGADO(CAMPO-IDX)
                               DISPLAY "INSCRIPTO " CAMPO-IDX ": "
                                   JUG-NOMBRE
                               IF CUOTA-PEDIDA > 0
                                   PERFORM 3130-PEDIR-PAGO
                                   MOVE RESPUESTA-PAGO
                                       TO CL-PAGADO(CAMPO-IDX)
                               END-IF
                           ELSE
                               DISPLAY "JUGADOR DADO DE BAJA: "
                                   JUG-CODIGO
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           ADD 1 TO CAMPO-IDX.

      *-----------------------------------------------------------------

      * Deja en CAMPO-IDX2 la posicion del codigo tipeado entre los ya
      * inscriptos, o CAMPO-IDX si todavia no figura.
       7035-BUSCAR-REPETIDO.
           MOVE 1 TO CAMPO-IDX2
           PERFORM UNTIL CAMPO-IDX2 >= CAMPO-IDX
               OR CL-JUGADOR-COD(CAMPO-IDX2) = JUG-CODIGO
               ADD 1 TO CAMPO-IDX2
           END-PERFORM.

      *-----------------------------------------------------------------

      * Siembra: el campo se ordena por nivel de juego vigente (maestro
      * NIVELJUG; sin registro, el inicial), del mejor al peor, y a
      * igual nivel queda el orden de inscripcion. Con la serpentina de
      * SERIES0 las series salen parejas en fuerza.
       7040-SEMBRAR-CAMPO.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT NIVEL-MASTER
           IF WS-NV-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE NIVELES, TODOS CON NIVEL "
                   NIVEL-INICIAL
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ NIVEL-MASTER
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 7045-TOMAR-NIVEL-CAMPO
               END-READ
           END-PERFORM
           IF WS-NV-STATUS = "00" OR WS-NV-STATUS = "10"
               CLOSE NIVEL-MASTER
           END-IF
           SET HUBO-CAMBIO TO TRUE
           PERFORM UNTIL SIN-CAMBIO
               SET SIN-CAMBIO TO TRUE
               MOVE 1 TO CAMPO-IDX
               PERFORM UNTIL CAMPO-IDX >= CANT-CAMPO
                   COMPUTE CAMPO-IDX2 = CAMPO-IDX + 1
                   IF CL-NIVEL(CAMPO-IDX) < CL-NIVEL(CAMPO-IDX2)
                       MOVE CAMPO-ENTRADA(CAMPO-IDX) TO CAMPO-AUXILIAR
                       MOVE CAMPO-ENTRADA(CAMPO-IDX2)
                           TO CAMPO-ENTRADA(CAMPO-IDX)
                       MOVE CAMPO-AUXILIAR TO CAMPO-ENTRADA(CAMPO-IDX2)
                       SET HUBO-CAMBIO TO TRUE
                   END-IF
                   ADD 1 TO CAMPO-IDX
               END-PERFORM
           END-PERFORM
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
               DISPLAY "SIEMBRA " CAMPO-IDX ": "
                   CL-JUGADOR-COD(CAMPO-IDX) " NIVEL "
                   CL-NIVEL(CAMPO-IDX)
               ADD 1 TO CAMPO-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       7045-TOMAR-NIVEL-CAMPO.
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
               IF CL-JUGADOR-COD(CAMPO-IDX) = NV-JUGADOR-COD
                   MOVE NV-NIVEL TO CL-NIVEL(CAMPO-IDX)
               END-IF
               ADD 1 TO CAMPO-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Primera etapa: el campo sembrado se reparte en series con
      * SERIES0, la misma rutina con que TORNEO arma las siguientes.
       7050-ARMAR-SERIES.
           INITIALIZE AREA-SERIES
           MOVE TAM-SERIE  TO SE-TAM-SERIE
           MOVE CANT-CAMPO TO SE-CANT-JUGADORES
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
               MOVE CL-JUGADOR-COD(CAMPO-IDX)
                   TO SE-JUGADOR-COD(CAMPO-IDX)
               ADD 1 TO CAMPO-IDX
           END-PERFORM
           CALL SERIES-ROUTINE USING AREA-SERIES
           IF NOT SE-OK
               DISPLAY "NO SE PUDO ARMAR LA LLAVE"
               DISPLAY SE-MENSAJE
               STOP RUN
           END-IF
           IF SE-CANT-SERIES = 1
               DISPLAY "EL CAMPO ENTRA EN UNA SERIE: SE JUEGA LA FINAL"
                   " DIRECTAMENTE"
           END-IF
           MOVE 1 TO SERIE-IDX
           PERFORM UNTIL SERIE-IDX > SE-CANT-SERIES
               DISPLAY "ETAPA 1 SERIE " SERIE-IDX ": "
                   SE-SERIE(SERIE-IDX)
               ADD 1 TO SERIE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

      * Graba el evento, el campo en orden de siembra y las series de
      * la primera etapa. Una serie de un solo jugador es un pase
      * libre: nace jugada, sin game id, con el jugador clasificado.
       7060-GRABAR-LLAVE.
           OPEN INPUT LLAVE-TORNEO
           IF WS-LL-STATUS = "00"
               CLOSE LLAVE-TORNEO
               OPEN EXTEND LLAVE-TORNEO
           ELSE
               OPEN OUTPUT LLAVE-TORNEO
           END-IF
           IF WS-LL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TORNEOLLAVE: " WS-LL-STATUS
               STOP RUN
           END-IF
           MOVE SPACES             TO LLAVE-RECORD
           MOVE TORNEO-ID-PEDIDO   TO LL-LLAVE-ID
           SET LL-TIPO-EVENTO      TO TRUE
           MOVE FECHA-PEDIDA       TO LL-FECHA
           MOVE GAME-LENGTH        TO LL-LONGITUD
           MOVE HARD-MODE-FLAG     TO LL-MODO
           MOVE MAX-ATTEMPTS       TO LL-MAX-INTENTOS
           MOVE TAM-SERIE          TO LL-TAM-SERIE
           MOVE CLASIFICAN         TO LL-CLASIFICAN
           MOVE CANT-CAMPO         TO LL-CANT-INSCRIPTOS
           SET LL-PENDIENTE        TO TRUE
           MOVE 1                  TO LL-ETAPA-ACTUAL
           MOVE 0                  TO LL-FECHA-FINAL
           MOVE CUOTA-PEDIDA       TO LL-CUOTA
           WRITE LLAVE-RECORD
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
               MOVE SPACES           TO LLAVE-RECORD
               MOVE TORNEO-ID-PEDIDO TO LL-LLAVE-ID
               SET LL-TIPO-INSCRIPTO TO TRUE
               MOVE CAMPO-IDX        TO LL-I-ORDEN
               MOVE CL-JUGADOR-COD(CAMPO-IDX) TO LL-I-JUGADOR-COD
               MOVE 1                TO LL-I-ETAPA
               MOVE 0                TO LL-I-PUESTO-SERIE
               MOVE 0                TO LL-I-PUESTO-FINAL
               MOVE CL-PAGADO(CAMPO-IDX) TO LL-I-PAGADO
               WRITE LLAVE-RECORD
               ADD 1 TO CAMPO-IDX
           END-PERFORM
           MOVE 1 TO SERIE-IDX
           PERFORM 7070-GRABAR-SERIE
               UNTIL SERIE-IDX > SE-CANT-SERIES
           CLOSE LLAVE-TORNEO
           DISPLAY "LLAVE " TORNEO-ID-PEDIDO " INSCRIPTA CON "
               CANT-CAMPO " JUGADORES EN " SE-CANT-SERIES
               " SERIES DE PRIMERA ETAPA".

      *-----------------------------------------------------------------

       7070-GRABAR-SERIE.
           MOVE SPACES           TO LLAVE-RECORD
           MOVE TORNEO-ID-PEDIDO TO LL-LLAVE-ID
           SET LL-TIPO-SERIE     TO TRUE
           MOVE 1                TO LL-S-ETAPA
           MOVE SERIE-IDX        TO LL-S-SERIE
           MOVE 0                TO LL-S-GAME-ID
           MOVE SE-S-CANT(SERIE-IDX) TO LL-S-CANT
           MOVE 1 TO CAMPO-IDX
           PERFORM UNTIL CAMPO-IDX > 8
               MOVE SE-S-JUGADOR-COD(SERIE-IDX, CAMPO-IDX)
                   TO LL-S-JUGADOR-COD(CAMPO-IDX)
               MOVE 0   TO LL-S-PUESTO(CAMPO-IDX)
               MOVE "N" TO LL-S-AVANZA(CAMPO-IDX)
               ADD 1 TO CAMPO-IDX
           END-PERFORM
           IF LL-S-CANT = 1
               SET LL-S-JUGADA TO TRUE
               MOVE 1   TO LL-S-PUESTO(1)
               MOVE "S" TO LL-S-AVANZA(1)
           ELSE
               SET LL-S-PENDIENTE TO TRUE
           END-IF
           WRITE LLAVE-RECORD
           ADD 1 TO SERIE-IDX.

      *-----------------------------------------------------------------

      * Prende LLAVE-ENCONTRADA si hay evento de llave con el id
      * pedido; el archivo queda cerrado.
       7100-BUSCAR-LLAVE.
           SET LLAVE-NO-ENCONTRADA TO TRUE
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LLAVE-TORNEO
           IF WS-LL-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO OR LLAVE-ENCONTRADA
               READ LLAVE-TORNEO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LL-LLAVE-ID = TORNEO-ID-PEDIDO
                           AND LL-TIPO-EVENTO
                           SET LLAVE-ENCONTRADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF.

      *-----------------------------------------------------------------

      * Estado de la llave: configuracion, cada serie jugada o por
      * jugar con el puesto de cada participante y quien paso, y al
      * terminar las posiciones finales del evento.
       7300-MOSTRAR-LLAVE.
           MOVE 0 TO CANT-CAMPO
           MOVE SPACE TO ESTADO-LLAVE
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
                       IF LL-LLAVE-ID = TORNEO-ID-PEDIDO
                           PERFORM 7310-MOSTRAR-FILA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF
           IF ESTADO-LLAVE = "F"
               DISPLAY "POSICIONES FINALES DEL EVENTO:"
               MOVE 1 TO PUESTO-IDX
               PERFORM UNTIL PUESTO-IDX > CANT-CAMPO
                   MOVE 1 TO CAMPO-IDX
                   PERFORM UNTIL CAMPO-IDX > CANT-CAMPO
                       IF CL-PUESTO-FINAL(CAMPO-IDX) = PUESTO-IDX
                           DISPLAY "  PUESTO " PUESTO-IDX ": "
                               CL-JUGADOR-COD(CAMPO-IDX)
                       END-IF
                       ADD 1 TO CAMPO-IDX
                   END-PERFORM
                   ADD 1 TO PUESTO-IDX
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

       7310-MOSTRAR-FILA.
           EVALUATE TRUE
               WHEN LL-TIPO-EVENTO
                   MOVE LL-ESTADO TO ESTADO-LLAVE
                   DISPLAY "LLAVE:    " LL-LLAVE-ID
                   DISPLAY "FECHA:    " LL-FECHA
                   DISPLAY "LONGITUD: " LL-LONGITUD
                   DISPLAY "MODO:     " LL-MODO " (0=NORMAL 1=DIFICIL)"
                   DISPLAY "INTENTOS: " LL-MAX-INTENTOS
                   DISPLAY "CAMPO:    " LL-CANT-INSCRIPTOS
                       " EN SERIES DE HASTA " LL-TAM-SERIE
                       ", PASAN " LL-CLASIFICAN " POR SERIE"
                   DISPLAY "ESTADO:   " LL-ESTADO
                       " (P=PENDIENTE C=EN CURSO F=FINALIZADA)"
                       " ETAPA " LL-ETAPA-ACTUAL
                   MOVE 0 TO CUOTA-LLAVE
                   IF LL-CUOTA-X NOT = SPACES
                       MOVE LL-CUOTA TO CUOTA-LLAVE
                   END-IF
                   IF CUOTA-LLAVE > 0
                       MOVE CUOTA-LLAVE TO CUOTA-EDITADA
                       DISPLAY "CUOTA:    " CUOTA-EDITADA
                           " POR JUGADOR"
                       IF LL-AUTORIZO NOT = SPACES
                           DISPLAY "ARRANCO CON IMPAGOS, AUTORIZO: "
                               LL-AUTORIZO
                       END-IF
                   END-IF
               WHEN LL-TIPO-INSCRIPTO
                   IF LL-I-ORDEN IS NUMERIC AND LL-I-ORDEN > 0
                       AND LL-I-ORDEN NOT > 32
                       MOVE LL-I-JUGADOR-COD
                           TO CL-JUGADOR-COD(LL-I-ORDEN)
                       MOVE LL-I-PUESTO-FINAL
                           TO CL-PUESTO-FINAL(LL-I-ORDEN)
                       IF LL-I-ORDEN > CANT-CAMPO
                           MOVE LL-I-ORDEN TO CANT-CAMPO
                       END-IF
                       IF CUOTA-LLAVE > 0 AND LL-I-PAGO-SI
                           DISPLAY "INSCRIPTO " LL-I-ORDEN ": "
                               LL-I-JUGADOR-COD " PAGO"
                       END-IF
                       IF CUOTA-LLAVE > 0 AND NOT LL-I-PAGO-SI
                           DISPLAY "INSCRIPTO " LL-I-ORDEN ": "
                               LL-I-JUGADOR-COD " IMPAGO"
                       END-IF
                   END-IF
               WHEN LL-TIPO-SERIE
                   DISPLAY "ETAPA " LL-S-ETAPA " SERIE " LL-S-SERIE
                       " ESTADO " LL-S-ESTADO
                       " (P=PENDIENTE E=EN JUEGO J=JUGADA)"
                       " GAME ID " LL-S-GAME-ID
                   MOVE 1 TO CAMPO-IDX
                   PERFORM UNTIL CAMPO-IDX > LL-S-CANT
                       IF LL-S-AVANZA(CAMPO-IDX) = "S"
                           DISPLAY "  " LL-S-JUGADOR-COD(CAMPO-IDX)
                               " PUESTO " LL-S-PUESTO(CAMPO-IDX)
                               " PASA"
                       ELSE
                           DISPLAY "  " LL-S-JUGADOR-COD(CAMPO-IDX)
                               " PUESTO " LL-S-PUESTO(CAMPO-IDX)
                       END-IF
                       ADD 1 TO CAMPO-IDX
                   END-PERFORM
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Pagos que llegan despues de la preinscripcion. Solo mientras el
      * evento no arranco: despues, lo que no se pago lo resolvio el
      * supervisor al arrancar y la liquidacion lo toma como esta. El
      * operador tipea el codigo de cada jugador que paga (en blanco
      * termina) y el archivo del evento se reescribe entero.
       8000-REGISTRAR-PAGOS.
           PERFORM 6000-PEDIR-TORNEO-ID
           PERFORM 8100-CARGAR-TORNEOREG
           IF TORREG-ENCONTRADO > 0
               PERFORM 8200-PAGOS-TORNEO
           ELSE
               PERFORM 8300-CARGAR-LLAVES
               IF LLAVE-EVENTO-IDX > 0
                   PERFORM 8400-PAGOS-LLAVE
               ELSE
                   DISPLAY "NO EXISTE EL TORNEO " TORNEO-ID-PEDIDO
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       8100-CARGAR-TORNEOREG.
           MOVE 0 TO CANT-TORREG
           MOVE 0 TO TORREG-ENCONTRADO
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
                       IF CANT-TORREG < 50
                           ADD 1 TO CANT-TORREG
                           MOVE TORNEO-REG-RECORD
                               TO TORREG-ENTRADA(CANT-TORREG)
                           IF TG-TORNEO-ID = TORNEO-ID-PEDIDO
                               MOVE CANT-TORREG TO TORREG-ENCONTRADO
                           END-IF
                       ELSE
                           DISPLAY "TABLA DE TORNEOS LLENA (50)"
                           DISPLAY "DEPURE TORNEOREG"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TG-STATUS = "00" OR WS-TG-STATUS = "10"
               CLOSE TORNEO-REGISTRO
           END-IF.

      *-----------------------------------------------------------------

       8200-PAGOS-TORNEO.
           MOVE TORREG-ENTRADA(TORREG-ENCONTRADO) TO TORNEO-GUARDADO
           IF TGG-CUOTA-X = SPACES
               MOVE 0 TO TGG-CUOTA
           END-IF
           EVALUATE TRUE
               WHEN TGG-JUGADO
                   DISPLAY "EL TORNEO " TORNEO-ID-PEDIDO
                       " YA FUE JUGADO"
               WHEN TGG-CUOTA = 0
                   DISPLAY "EL TORNEO " TORNEO-ID-PEDIDO
                       " NO TIENE CUOTA"
               WHEN OTHER
                   MOVE TGG-CUOTA TO CUOTA-PEDIDA
                   MOVE "X" TO CODIGO-PAGO
                   PERFORM UNTIL CODIGO-PAGO = SPACES
                       PERFORM 6200-MOSTRAR-TORNEO
                       DISPLAY "CODIGO DEL JUGADOR QUE PAGA (EN BLANCO"
                           " TERMINA)?"
                       MOVE SPACES TO CODIGO-PAGO
                       ACCEPT CODIGO-PAGO
                       IF CODIGO-PAGO NOT = SPACES
                           PERFORM 8210-MARCAR-PAGO-TORNEO
                       END-IF
                   END-PERFORM
                   MOVE TORNEO-GUARDADO
                       TO TORREG-ENTRADA(TORREG-ENCONTRADO)
                   PERFORM 8250-REESCRIBIR-TORNEOREG
           END-EVALUATE.

      *-----------------------------------------------------------------

       8210-MARCAR-PAGO-TORNEO.
           MOVE 1 TO JUGADOR-IDX
           PERFORM UNTIL JUGADOR-IDX > TGG-CANT-JUGADORES
               OR TGG-JUGADOR-COD(JUGADOR-IDX) = CODIGO-PAGO
               ADD 1 TO JUGADOR-IDX
           END-PERFORM
           IF JUGADOR-IDX > TGG-CANT-JUGADORES
               DISPLAY "EL JUGADOR " CODIGO-PAGO
                   " NO ESTA EN EL ROSTER"
           ELSE
               PERFORM 3130-PEDIR-PAGO
               MOVE RESPUESTA-PAGO TO TGG-PAGADO(JUGADOR-IDX)
           END-IF.

      *-----------------------------------------------------------------

       8250-REESCRIBIR-TORNEOREG.
           OPEN OUTPUT TORNEO-REGISTRO
           IF WS-TG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TORNEOREG: " WS-TG-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO TORREG-IDX
           PERFORM UNTIL TORREG-IDX > CANT-TORREG
               MOVE TORREG-ENTRADA(TORREG-IDX) TO TORNEO-REG-RECORD
               WRITE TORNEO-REG-RECORD
               ADD 1 TO TORREG-IDX
           END-PERFORM
           CLOSE TORNEO-REGISTRO
           DISPLAY "PAGOS DEL TORNEO " TORNEO-ID-PEDIDO " GRABADOS".

      *-----------------------------------------------------------------

       8300-CARGAR-LLAVES.
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
                           IF LL-LLAVE-ID = TORNEO-ID-PEDIDO
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

       8400-PAGOS-LLAVE.
           MOVE LLAVE-ENTRADA(LLAVE-EVENTO-IDX) TO LLAVE-GUARDADA
           MOVE 0 TO CUOTA-PEDIDA
           IF LG-CUOTA-X NOT = SPACES
               MOVE LG-CUOTA TO CUOTA-PEDIDA
           END-IF
           EVALUATE TRUE
               WHEN NOT LG-PENDIENTE
                   DISPLAY "LA LLAVE " TORNEO-ID-PEDIDO " YA ARRANCO"
               WHEN CUOTA-PEDIDA = 0
                   DISPLAY "LA LLAVE " TORNEO-ID-PEDIDO
                       " NO TIENE CUOTA"
               WHEN OTHER
                   MOVE "X" TO CODIGO-PAGO
                   PERFORM UNTIL CODIGO-PAGO = SPACES
                       PERFORM 8410-MOSTRAR-PAGOS-LLAVE
                       DISPLAY "CODIGO DEL INSCRIPTO QUE PAGA (EN "
                           "BLANCO TERMINA)?"
                       MOVE SPACES TO CODIGO-PAGO
                       ACCEPT CODIGO-PAGO
                       IF CODIGO-PAGO NOT = SPACES
                           PERFORM 8420-MARCAR-PAGO-LLAVE
                       END-IF
                   END-PERFORM
                   PERFORM 8450-REESCRIBIR-LLAVES
           END-EVALUATE.

      *-----------------------------------------------------------------

       8410-MOSTRAR-PAGOS-LLAVE.
           MOVE CUOTA-PEDIDA TO CUOTA-EDITADA
           DISPLAY "LLAVE " TORNEO-ID-PEDIDO " CUOTA " CUOTA-EDITADA
               " POR JUGADOR"
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
               IF LG-LLAVE-ID = TORNEO-ID-PEDIDO AND LG-TIPO-INSCRIPTO
                   IF LG-I-PAGO-SI
                       DISPLAY "INSCRIPTO " LG-I-ORDEN ": "
                           LG-I-JUGADOR-COD " PAGO"
                   ELSE
                       DISPLAY "INSCRIPTO " LG-I-ORDEN ": "
                           LG-I-JUGADOR-COD " IMPAGO"
                   END-IF
               END-IF
               ADD 1 TO LLAVE-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       8420-MARCAR-PAGO-LLAVE.
           MOVE 0 TO CAMPO-IDX
           MOVE 1 TO LLAVE-IDX
           PERFORM UNTIL LLAVE-IDX > CANT-LLAVE
               MOVE LLAVE-ENTRADA(LLAVE-IDX) TO LLAVE-GUARDADA
               IF LG-LLAVE-ID = TORNEO-ID-PEDIDO AND LG-TIPO-INSCRIPTO
                   AND LG-I-JUGADOR-COD = CODIGO-PAGO
                   PERFORM 3130-PEDIR-PAGO
                   MOVE RESPUESTA-PAGO TO LG-I-PAGADO
                   MOVE LLAVE-GUARDADA TO LLAVE-ENTRADA(LLAVE-IDX)
                   MOVE 1 TO CAMPO-IDX
               END-IF
               ADD 1 TO LLAVE-IDX
           END-PERFORM
           IF CAMPO-IDX = 0
               DISPLAY "EL JUGADOR " CODIGO-PAGO
                   " NO ESTA INSCRIPTO EN LA LLAVE"
           END-IF.

      *-----------------------------------------------------------------

       8450-REESCRIBIR-LLAVES.
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
           CLOSE LLAVE-TORNEO
           DISPLAY "PAGOS DE LA LLAVE " TORNEO-ID-PEDIDO " GRABADOS".

      *-----------------------------------------------------------------
       END PROGRAM REGTOR.
