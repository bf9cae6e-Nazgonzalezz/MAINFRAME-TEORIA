      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Liquidacion de cuotas y premios. Toma los eventos con cuota de
      * inscripcion que ya se jugaron y todavia no estan en el libro
      * de cuenta LIBROJUG: torneos de TORNEOREG marcados como jugados
      * y llaves de TORNEOLLAVE finalizadas. De cada uno arma el pozo
      * (cuota por cantidad de participantes que pagaron), separa el
      * margen de la casa y reparte el resto entre los mejores puestos
      * segun la tabla de premios. El puesto sale de TORNEORESULT por
      * TR-TORNEO-ID en los torneos (gana quien acierta en menos
      * intentos) y del puesto final del inscripto en las llaves. Solo
      * cobran premio los que pagaron la cuota y no tienen un resultado
      * anulado en REVISION; un evento con algun resultado retenido en
      * revision, o un torneo sin filas en TORNEORESULT, queda diferido
      * para una corrida posterior. Los empatados se reparten por
      * partes iguales la suma de los puestos que ocupan; los puestos
      * vacantes y el redondeo quedan para la casa. En el libro se
      * graba una fila C por cada cuota cobrada, una P por cada premio
      * y una M con el margen de la casa del evento (aunque sea cero),
      * que es la que lo da por liquidado: la corrida se puede repetir
      * sin liquidar dos veces el mismo evento. Un evento con cuotas
      * o premios en el libro pero sin su fila M quedo a medio
      * liquidar (se corto la corrida mientras grababa): la
      * liquidacion no lo saltea ni lo vuelve a grabar, se frena y lo
      * nombra para que se quiten sus filas antes de repetirla. El
      * reporte LIQUIDARPT
      * detalla cada evento y cierra con los totales de control, que
      * tienen que cuadrar: cuotas = premios + margen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TORNEO-REGISTRO ASSIGN TO "TORNEOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           SELECT LLAVE-TORNEO ASSIGN TO "TORNEOLLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-STATUS.
           SELECT TORNEO-RESULTS ASSIGN TO "TORNEORESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT REVISION-FILE ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT LIBRO-CUENTA ASSIGN TO "LIBROJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.
           SELECT REPORTE-LIQUIDACION ASSIGN TO "LIQUIDARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TORNEO-REGISTRO.
       COPY TREGREC.

       FD  LLAVE-TORNEO.
       COPY LLAVEREC.

       FD  TORNEO-RESULTS.
       COPY TORNREC.

       FD  REVISION-FILE.
       COPY REVREC.

       FD  LIBRO-CUENTA.
       COPY LIBROREC.

       FD  REPORTE-LIQUIDACION.
       01  LINEA-REPORTE          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TG-STATUS           PIC XX.
       77  WS-LL-STATUS           PIC XX.
       77  WS-TR-STATUS           PIC XX.
       77  WS-RV-STATUS           PIC XX.
       77  WS-LM-STATUS           PIC XX.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

      * Tabla de premios: margen de la casa sobre el pozo y parte del
      * resto que cobra cada puesto pagado (las partes suman 1).
       01  TABLA-PREMIOS-VALORES.
           05 FILLER              PIC 9V99  VALUE .10.
           05 FILLER              PIC 9V99  VALUE .50.
           05 FILLER              PIC 9V99  VALUE .30.
           05 FILLER              PIC 9V99  VALUE .20.
       01  TABLA-PREMIOS REDEFINES TABLA-PREMIOS-VALORES.
           05 PORC-MARGEN-CASA    PIC 9V99.
           05 PORC-PUESTO OCCURS 3 TIMES PIC 9V99.
       77  PUESTOS-PAGOS          PIC 9     VALUE 3.

      * Eventos ya liquidados: los id que tienen su fila M en el
      * libro. Aparte, los id que tienen cuotas o premios, que tienen
      * que estar todos entre los liquidados.
       77  CANT-LIQUIDADOS        PIC 9(4)  COMP VALUE 0.
       77  LIQ-IDX                PIC 9(4)  COMP.
       77  LIQ-HALLADO            PIC 9(4)  COMP.
       77  ID-BUSCADO             PIC X(8).
       01  LIQUIDADOS-TABLA.
           05 LIQUIDADO-ID OCCURS 2000 TIMES PIC X(8).
       77  CANT-MOVIDOS           PIC 9(4)  COMP VALUE 0.
       77  MOV-IDX                PIC 9(4)  COMP.
       77  ULTIMO-MOVIDO          PIC X(8).
       01  MOVIDOS-TABLA.
           05 MOVIDO-ID OCCURS 2000 TIMES PIC X(8).

      * Marcas de REVISION sobre resultados de torneo que frenan o
      * anulan un premio: las retenidas y las anuladas.
       77  CANT-MARCAS            PIC 9(4)  COMP VALUE 0.
       77  MARCA-IDX              PIC 9(4)  COMP.
       77  MARCA-HALLADA          PIC X     VALUE SPACE.
       01  MARCAS-TABLA.
           05 MARCA-ENTRADA OCCURS 1000 TIMES.
              10 MC-GAME-ID       PIC 9(16).
              10 MC-TR-JUGADOR    PIC 99.
              10 MC-ESTADO        PIC X.

      * Eventos a liquidar en esta corrida, con su campo. EP-MARCA es
      * lo que ordena los puestos (menor es mejor): los intentos en
      * que acerto en un torneo, el puesto final en una llave.
       77  CANT-EVENTOS           PIC 9(3)  COMP VALUE 0.
       77  EV-IDX                 PIC 9(3)  COMP.
       77  EV-HALLADO             PIC 9(3)  COMP.
       77  PART-IDX               PIC 99    COMP.
       77  PART-IDX2              PIC 99    COMP.
       01  EVENTOS-TABLA.
           05 EVENTO-ENTRADA OCCURS 100 TIMES.
              10 EV-ID            PIC X(8).
              10 EV-TIPO          PIC X.
                 88 EV-TORNEO     VALUE "T".
                 88 EV-LLAVE      VALUE "L".
              10 EV-FECHA         PIC 9(8).
              10 EV-CUOTA         PIC 9(5)V99.
              10 EV-CANT          PIC 99.
              10 EV-FILAS-TR      PIC 9(5).
              10 EV-RETENIDAS     PIC 9(3).
              10 EV-PARTICIPANTE OCCURS 32 TIMES.
                 15 EP-JUGADOR-COD PIC X(4).
                 15 EP-PAGO       PIC X.
                    88 EP-PAGO-SI VALUE "S".
                 15 EP-ANULADO    PIC X.
                    88 EP-ES-ANULADO VALUE "S".
                 15 EP-GANO       PIC X.
                    88 EP-GANADOR VALUE "S".
                 15 EP-MARCA      PIC 9(3).
                 15 EP-PUESTO     PIC 99.
                 15 EP-PREMIO     PIC 9(7)V99.

       01  ELEGIBLE-SW            PIC X     VALUE 'N'.
           88 ES-ELEGIBLE         VALUE 'S'.
           88 NO-ELEGIBLE         VALUE 'N'.
       77  CANT-PAGARON           PIC 99    COMP.
       77  CANT-EMPATADOS         PIC 99    COMP.
       77  PUESTO-HASTA           PIC 99    COMP.
       77  PUESTO-IDX             PIC 99    COMP.
       77  PORC-SUMA              PIC 9V99.
       77  MOTIVO-DIFERIDO        PIC X(40).

       77  POZO-EVENTO            PIC 9(7)V99.
       77  FONDO-PREMIOS          PIC 9(7)V99.
       77  PREMIOS-EVENTO         PIC 9(7)V99.
       77  MARGEN-EVENTO          PIC 9(7)V99.

       77  LEIDOS-TG              PIC 9(7)  VALUE 0.
       77  LEIDOS-LL              PIC 9(7)  VALUE 0.
       77  LEIDOS-TR              PIC 9(7)  VALUE 0.
       77  LEIDOS-LM              PIC 9(7)  VALUE 0.
       77  GRABADOS-LM            PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.
       77  EVENTOS-LIQUIDADOS     PIC 9(5)  VALUE 0.
       77  EVENTOS-DIFERIDOS      PIC 9(5)  VALUE 0.
       77  EVENTOS-YA-LIQUIDADOS  PIC 9(5)  VALUE 0.
       77  TOTAL-CUOTAS           PIC 9(9)V99 VALUE 0.
       77  TOTAL-PREMIOS          PIC 9(9)V99 VALUE 0.
       77  TOTAL-MARGEN           PIC 9(9)V99 VALUE 0.
       77  DIFERENCIA-CAJA        PIC S9(9)V99 VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(39) VALUE
              "LIQUIDACION DE CUOTAS Y PREMIOS     AL ".
           05 EN1-FECHA           PIC 9(8).
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-EVENTO.
           05 LE-TIPO             PIC X(7).
           05 LE-ID               PIC X(8).
           05 FILLER              PIC X(8)  VALUE "  FECHA ".
           05 LE-FECHA            PIC 9(8).
           05 FILLER              PIC X(8)  VALUE "  CUOTA ".
           05 LE-CUOTA            PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE "  PAGARON ".
           05 LE-PAGARON          PIC Z9.
           05 FILLER              PIC X(4)  VALUE " DE ".
           05 LE-CANT             PIC Z9.

       01  LINEA-POZO.
           05 FILLER              PIC X(7)  VALUE "  POZO ".
           05 LZ-POZO             PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE "  PREMIOS ".
           05 LZ-PREMIOS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(9)  VALUE "  MARGEN ".
           05 LZ-MARGEN           PIC Z,ZZZ,ZZ9.99.

       01  LINEA-PREMIO.
           05 FILLER              PIC X(11) VALUE "    PUESTO ".
           05 LR-PUESTO           PIC Z9.
           05 FILLER              PIC X(11) VALUE "  JUGADOR  ".
           05 LR-JUGADOR          PIC X(4).
           05 FILLER              PIC X(9)  VALUE "  PREMIO ".
           05 LR-PREMIO           PIC Z,ZZZ,ZZ9.99.
           05 LR-EMPATE           PIC X(10).

       01  LINEA-DIFERIDO.
           05 FILLER              PIC X(9)  VALUE "DIFERIDO ".
           05 LD-TIPO             PIC X(7).
           05 LD-ID               PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LD-MOTIVO           PIC X(40).

       01  LINEA-CONTROL.
           05 LC-TITULO           PIC X(50).
           05 LC-CANT             PIC ZZZZZZ9.

       01  LINEA-IMPORTE.
           05 LI-TITULO           PIC X(50).
           05 LI-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 1100-CARGAR-LIBRO
           PERFORM 1200-CARGAR-MARCAS
           PERFORM 1300-CARGAR-TORNEOREG
           PERFORM 1400-CARGAR-LLAVES
           PERFORM 1500-LEER-RESULTADOS
           PERFORM 2000-LIQUIDAR-EVENTOS
           PERFORM 4500-IMPRIMIR-TOTALES
           CLOSE REPORTE-LIQUIDACION
           DISPLAY "EVENTOS LIQUIDADOS: " EVENTOS-LIQUIDADOS
           DISPLAY "EVENTOS DIFERIDOS: " EVENTOS-DIFERIDOS
           DISPLAY "REPORTE GRABADO EN LIQUIDARPT"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO EN1-FECHA
           OPEN OUTPUT REPORTE-LIQUIDACION
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LIQUIDARPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Sin libro todavia no hay nada liquidado. Lo que da un evento
      * por liquidado es su fila M, la ultima que se graba; las filas
      * de un mismo evento se graban juntas, asi que para las cuotas y
      * premios alcanza con mirar si el id cambia respecto de la fila
      * anterior.
       1100-CARGAR-LIBRO.
           MOVE SPACES TO ULTIMO-MOVIDO
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LIBRO-CUENTA
           IF WS-LM-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LIBRO-CUENTA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-LM
                       IF LM-MARGEN
                           MOVE LM-TORNEO-ID TO ID-BUSCADO
                           PERFORM 1910-BUSCAR-LIQUIDADO
                           IF LIQ-HALLADO = 0
                               PERFORM 1110-AGREGAR-LIQUIDADO
                           END-IF
                       ELSE
                           IF LM-TORNEO-ID NOT = ULTIMO-MOVIDO
                               MOVE LM-TORNEO-ID TO ULTIMO-MOVIDO
                               PERFORM 1120-AGREGAR-MOVIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LM-STATUS = "00" OR WS-LM-STATUS = "10"
               CLOSE LIBRO-CUENTA
           END-IF
           MOVE 1 TO MOV-IDX
           PERFORM 1130-VERIFICAR-MOVIDO
               UNTIL MOV-IDX > CANT-MOVIDOS.

      *-----------------------------------------------------------------

       1110-AGREGAR-LIQUIDADO.
           IF CANT-LIQUIDADOS < 2000
               ADD 1 TO CANT-LIQUIDADOS
               MOVE LM-TORNEO-ID TO LIQUIDADO-ID(CANT-LIQUIDADOS)
           ELSE
               DISPLAY "TABLA DE EVENTOS LIQUIDADOS LLENA (2000)"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       1120-AGREGAR-MOVIDO.
           IF CANT-MOVIDOS < 2000
               ADD 1 TO CANT-MOVIDOS
               MOVE LM-TORNEO-ID TO MOVIDO-ID(CANT-MOVIDOS)
           ELSE
               DISPLAY "TABLA DE EVENTOS DEL LIBRO LLENA (2000)"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Cuotas o premios sin fila M: el evento quedo a medio liquidar.
      * Saltearlo dejaria el pozo cobrado sin cerrar y liquidarlo de
      * nuevo duplicaria las filas que ya estan.
       1130-VERIFICAR-MOVIDO.
           MOVE MOVIDO-ID(MOV-IDX) TO ID-BUSCADO
           PERFORM 1910-BUSCAR-LIQUIDADO
           IF LIQ-HALLADO = 0
               DISPLAY "EL EVENTO " ID-BUSCADO
                   " QUEDO A MEDIO LIQUIDAR EN LIBROJUG"
               DISPLAY "TIENE CUOTAS O PREMIOS PERO NO SU FILA M DE "
                   "MARGEN"
               DISPLAY "QUITE SUS FILAS DE LIBROJUG Y VUELVA A CORRER "
                   "LIQUIDA"
               PERFORM 9900-ABORTAR
           END-IF
           ADD 1 TO MOV-IDX.

      *-----------------------------------------------------------------

      * Solo interesan las marcas de torneo que siguen retenidas o que
      * el supervisor anulo; las liberadas no cambian nada.
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
                       IF RV-ORIGEN-TORNEO
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

      * Torneos jugados con cuota. Una fila anterior a la cuota (en
      * blanco) es un torneo sin cuota y no se liquida.
       1300-CARGAR-TORNEOREG.
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
                       IF TG-JUGADO AND TG-CUOTA-X NOT = SPACES
                           IF TG-CUOTA IS NUMERIC
                               IF TG-CUOTA > 0
                                   PERFORM 1310-AGREGAR-TORNEO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TG-STATUS = "00" OR WS-TG-STATUS = "10"
               CLOSE TORNEO-REGISTRO
           END-IF.

      *-----------------------------------------------------------------

       1310-AGREGAR-TORNEO.
           MOVE TG-TORNEO-ID TO ID-BUSCADO
           PERFORM 1910-BUSCAR-LIQUIDADO
           IF LIQ-HALLADO > 0
               ADD 1 TO EVENTOS-YA-LIQUIDADOS
           ELSE
               PERFORM 1920-NUEVO-EVENTO
               SET EV-TORNEO(CANT-EVENTOS) TO TRUE
               MOVE TG-FECHA          TO EV-FECHA(CANT-EVENTOS)
               MOVE TG-CUOTA          TO EV-CUOTA(CANT-EVENTOS)
               MOVE TG-CANT-JUGADORES TO EV-CANT(CANT-EVENTOS)
               MOVE 1 TO PART-IDX
               PERFORM UNTIL PART-IDX > TG-CANT-JUGADORES
                   MOVE TG-JUGADOR-COD(PART-IDX)
                       TO EP-JUGADOR-COD(CANT-EVENTOS, PART-IDX)
                   MOVE TG-PAGADO(PART-IDX)
                       TO EP-PAGO(CANT-EVENTOS, PART-IDX)
                   ADD 1 TO PART-IDX
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------

      * Llaves finalizadas con cuota. La fila de evento va antes que
      * las de sus inscriptos, asi que alcanza con una pasada.
       1400-CARGAR-LLAVES.
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
                       ADD 1 TO LEIDOS-LL
                       EVALUATE TRUE
                           WHEN LL-TIPO-EVENTO
                               PERFORM 1410-AGREGAR-LLAVE
                           WHEN LL-TIPO-INSCRIPTO
                               PERFORM 1420-AGREGAR-INSCRIPTO
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-LL-STATUS = "00" OR WS-LL-STATUS = "10"
               CLOSE LLAVE-TORNEO
           END-IF.

      *-----------------------------------------------------------------

       1410-AGREGAR-LLAVE.
           IF LL-FINALIZADA AND LL-CUOTA-X NOT = SPACES
               IF LL-CUOTA IS NUMERIC
                   IF LL-CUOTA > 0
                       MOVE LL-LLAVE-ID TO ID-BUSCADO
                       PERFORM 1910-BUSCAR-LIQUIDADO
                       IF LIQ-HALLADO > 0
                           ADD 1 TO EVENTOS-YA-LIQUIDADOS
                       ELSE
                           PERFORM 1920-NUEVO-EVENTO
                           SET EV-LLAVE(CANT-EVENTOS) TO TRUE
                           MOVE LL-FECHA-FINAL
                               TO EV-FECHA(CANT-EVENTOS)
                           MOVE LL-CUOTA TO EV-CUOTA(CANT-EVENTOS)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * El inscripto entra en su numero de orden; su puesto final es
      * la marca que ordena los premios (cero: no tiene puesto).
       1420-AGREGAR-INSCRIPTO.
           MOVE LL-LLAVE-ID TO ID-BUSCADO
           PERFORM 1900-BUSCAR-EVENTO
           IF EV-HALLADO > 0 AND LL-I-ORDEN > 0 AND LL-I-ORDEN < 33
               MOVE LL-I-ORDEN TO PART-IDX
               MOVE LL-I-JUGADOR-COD
                   TO EP-JUGADOR-COD(EV-HALLADO, PART-IDX)
               MOVE LL-I-PAGADO TO EP-PAGO(EV-HALLADO, PART-IDX)
               IF LL-I-PUESTO-FINAL IS NUMERIC
                   IF LL-I-PUESTO-FINAL > 0
                       MOVE "S" TO EP-GANO(EV-HALLADO, PART-IDX)
                       MOVE LL-I-PUESTO-FINAL
                           TO EP-MARCA(EV-HALLADO, PART-IDX)
                   END-IF
               END-IF
               IF LL-I-ORDEN > EV-CANT(EV-HALLADO)
                   MOVE LL-I-ORDEN TO EV-CANT(EV-HALLADO)
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1500-LEER-RESULTADOS.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT TORNEO-RESULTS
           IF WS-TR-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ TORNEO-RESULTS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TR
                       IF TR-TORNEO-ID NOT = SPACES
                           MOVE TR-TORNEO-ID TO ID-BUSCADO
                           PERFORM 1900-BUSCAR-EVENTO
                           IF EV-HALLADO > 0
                               PERFORM 1510-APLICAR-RESULTADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TORNEO-RESULTS
           END-IF.

      *-----------------------------------------------------------------

      * El participante se busca por codigo; las filas anteriores al
      * codigo en TORNEORESULT se ubican por numero de orden, que en
      * un torneo comun es la posicion en el roster. Una marca
      * retenida difiere el evento entero; una anulada deja al
      * jugador sin premio. En los torneos comunes la fecha del
      * evento es la del game id, la misma con que PUNTOS acredita.
       1510-APLICAR-RESULTADO.
           ADD 1 TO EV-FILAS-TR(EV-HALLADO)
           MOVE 0 TO PART-IDX2
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > EV-CANT(EV-HALLADO)
               OR PART-IDX2 > 0
               IF TR-JUGADOR-COD NOT = SPACES AND TR-JUGADOR-COD
                   = EP-JUGADOR-COD(EV-HALLADO, PART-IDX)
                   MOVE PART-IDX TO PART-IDX2
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM
           IF PART-IDX2 = 0 AND TR-JUGADOR-COD = SPACES
               AND EV-TORNEO(EV-HALLADO)
               AND TR-JUGADOR > 0 AND TR-JUGADOR <= EV-CANT(EV-HALLADO)
               MOVE TR-JUGADOR TO PART-IDX2
           END-IF
           PERFORM 1520-BUSCAR-MARCA
           IF MARCA-HALLADA = "R"
               ADD 1 TO EV-RETENIDAS(EV-HALLADO)
           END-IF
           IF PART-IDX2 > 0
               IF MARCA-HALLADA = "A"
                   MOVE "S" TO EP-ANULADO(EV-HALLADO, PART-IDX2)
               END-IF
               IF EV-TORNEO(EV-HALLADO)
                   MOVE TR-GAME-ID(1:8) TO EV-FECHA(EV-HALLADO)
                   IF TR-RESULTADO = "GANO"
                       IF NOT EP-GANADOR(EV-HALLADO, PART-IDX2)
                           OR TR-INTENTOS
                              < EP-MARCA(EV-HALLADO, PART-IDX2)
                           MOVE "S" TO EP-GANO(EV-HALLADO, PART-IDX2)
                           MOVE TR-INTENTOS
                               TO EP-MARCA(EV-HALLADO, PART-IDX2)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       1520-BUSCAR-MARCA.
           MOVE SPACE TO MARCA-HALLADA
           MOVE 1 TO MARCA-IDX
           PERFORM UNTIL MARCA-IDX > CANT-MARCAS
               IF MC-GAME-ID(MARCA-IDX) = TR-GAME-ID
                   AND MC-TR-JUGADOR(MARCA-IDX) = TR-JUGADOR
                   IF MARCA-HALLADA NOT = "R"
                       MOVE MC-ESTADO(MARCA-IDX) TO MARCA-HALLADA
                   END-IF
               END-IF
               ADD 1 TO MARCA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       1900-BUSCAR-EVENTO.
           MOVE 0 TO EV-HALLADO
           MOVE 1 TO EV-IDX
           PERFORM UNTIL EV-IDX > CANT-EVENTOS OR EV-HALLADO > 0
               IF EV-ID(EV-IDX) = ID-BUSCADO
                   MOVE EV-IDX TO EV-HALLADO
               END-IF
               ADD 1 TO EV-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       1910-BUSCAR-LIQUIDADO.
           MOVE 0 TO LIQ-HALLADO
           MOVE 1 TO LIQ-IDX
           PERFORM UNTIL LIQ-IDX > CANT-LIQUIDADOS OR LIQ-HALLADO > 0
               IF LIQUIDADO-ID(LIQ-IDX) = ID-BUSCADO
                   MOVE LIQ-IDX TO LIQ-HALLADO
               END-IF
               ADD 1 TO LIQ-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       1920-NUEVO-EVENTO.
           IF CANT-EVENTOS < 100
               ADD 1 TO CANT-EVENTOS
               INITIALIZE EVENTO-ENTRADA(CANT-EVENTOS)
               MOVE ID-BUSCADO TO EV-ID(CANT-EVENTOS)
           ELSE
               DISPLAY "MAS DE 100 EVENTOS POR LIQUIDAR; LOS DEMAS "
                   "QUEDAN PARA LA PROXIMA CORRIDA"
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       2000-LIQUIDAR-EVENTOS.
           OPEN INPUT LIBRO-CUENTA
           IF WS-LM-STATUS = "00"
               CLOSE LIBRO-CUENTA
               OPEN EXTEND LIBRO-CUENTA
           ELSE
               OPEN OUTPUT LIBRO-CUENTA
           END-IF
           IF WS-LM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR LIBROJUG: " WS-LM-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE 1 TO EV-IDX
           PERFORM UNTIL EV-IDX > CANT-EVENTOS
               MOVE SPACES TO MOTIVO-DIFERIDO
               IF EV-RETENIDAS(EV-IDX) > 0
                   MOVE "RESULTADOS RETENIDOS EN REVISION"
                       TO MOTIVO-DIFERIDO
               END-IF
               IF EV-TORNEO(EV-IDX) AND EV-FILAS-TR(EV-IDX) = 0
                   MOVE "SIN RESULTADOS EN TORNEORESULT"
                       TO MOTIVO-DIFERIDO
               END-IF
               IF MOTIVO-DIFERIDO = SPACES
                   PERFORM 2100-LIQUIDAR-EVENTO
               ELSE
                   PERFORM 2600-DIFERIR-EVENTO
               END-IF
               ADD 1 TO EV-IDX
           END-PERFORM
           CLOSE LIBRO-CUENTA.

      *-----------------------------------------------------------------

       2100-LIQUIDAR-EVENTO.
           PERFORM 2200-ASIGNAR-PUESTOS
           PERFORM 2300-CALCULAR-PREMIOS
           PERFORM 2400-GRABAR-LIBRO
           PERFORM 2500-IMPRIMIR-EVENTO
           ADD 1 TO EVENTOS-LIQUIDADOS
           ADD POZO-EVENTO    TO TOTAL-CUOTAS
           ADD PREMIOS-EVENTO TO TOTAL-PREMIOS
           ADD MARGEN-EVENTO  TO TOTAL-MARGEN.

      *-----------------------------------------------------------------

      * Puesto = 1 + cuantos elegibles lo hicieron mejor; a igual
      * marca, igual puesto. Los que no son elegibles quedan en cero.
       2200-ASIGNAR-PUESTOS.
           MOVE 0 TO CANT-PAGARON
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > EV-CANT(EV-IDX)
               IF EP-PAGO-SI(EV-IDX, PART-IDX)
                   ADD 1 TO CANT-PAGARON
               END-IF
               MOVE 0 TO EP-PUESTO(EV-IDX, PART-IDX)
               MOVE 0 TO EP-PREMIO(EV-IDX, PART-IDX)
               MOVE PART-IDX TO PART-IDX2
               PERFORM 2210-VER-ELEGIBLE
               IF ES-ELEGIBLE
                   PERFORM 2220-PUESTO-PARTICIPANTE
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       2210-VER-ELEGIBLE.
           SET NO-ELEGIBLE TO TRUE
           IF EP-PAGO-SI(EV-IDX, PART-IDX2)
               AND NOT EP-ES-ANULADO(EV-IDX, PART-IDX2)
               AND EP-GANADOR(EV-IDX, PART-IDX2)
               SET ES-ELEGIBLE TO TRUE
           END-IF.

      *-----------------------------------------------------------------

       2220-PUESTO-PARTICIPANTE.
           MOVE 1 TO EP-PUESTO(EV-IDX, PART-IDX)
           MOVE 1 TO PART-IDX2
           PERFORM UNTIL PART-IDX2 > EV-CANT(EV-IDX)
               IF PART-IDX2 NOT = PART-IDX
                   PERFORM 2210-VER-ELEGIBLE
                   IF ES-ELEGIBLE AND EP-MARCA(EV-IDX, PART-IDX2)
                       < EP-MARCA(EV-IDX, PART-IDX)
                       ADD 1 TO EP-PUESTO(EV-IDX, PART-IDX)
                   END-IF
               END-IF
               ADD 1 TO PART-IDX2
           END-PERFORM.

      *-----------------------------------------------------------------

      * El pozo es lo cobrado; el fondo de premios es el pozo menos el
      * margen de la casa. Los empatados en un puesto se reparten por
      * partes iguales las partes de los puestos que ocupan juntos;
      * lo que no se reparte (vacantes y centavos) es margen.
       2300-CALCULAR-PREMIOS.
           COMPUTE POZO-EVENTO = EV-CUOTA(EV-IDX) * CANT-PAGARON
           COMPUTE FONDO-PREMIOS =
               POZO-EVENTO * (1 - PORC-MARGEN-CASA)
           MOVE 0 TO PREMIOS-EVENTO
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > EV-CANT(EV-IDX)
               IF EP-PUESTO(EV-IDX, PART-IDX) > 0
                   AND EP-PUESTO(EV-IDX, PART-IDX) <= PUESTOS-PAGOS
                   PERFORM 2310-PREMIO-PARTICIPANTE
                   ADD EP-PREMIO(EV-IDX, PART-IDX) TO PREMIOS-EVENTO
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM
           COMPUTE MARGEN-EVENTO = POZO-EVENTO - PREMIOS-EVENTO.

      *-----------------------------------------------------------------

       2310-PREMIO-PARTICIPANTE.
           MOVE 0 TO CANT-EMPATADOS
           MOVE 1 TO PART-IDX2
           PERFORM UNTIL PART-IDX2 > EV-CANT(EV-IDX)
               IF EP-PUESTO(EV-IDX, PART-IDX2)
                   = EP-PUESTO(EV-IDX, PART-IDX)
                   ADD 1 TO CANT-EMPATADOS
               END-IF
               ADD 1 TO PART-IDX2
           END-PERFORM
           COMPUTE PUESTO-HASTA =
               EP-PUESTO(EV-IDX, PART-IDX) + CANT-EMPATADOS - 1
           IF PUESTO-HASTA > PUESTOS-PAGOS
               MOVE PUESTOS-PAGOS TO PUESTO-HASTA
           END-IF
           MOVE 0 TO PORC-SUMA
           MOVE EP-PUESTO(EV-IDX, PART-IDX) TO PUESTO-IDX
           PERFORM UNTIL PUESTO-IDX > PUESTO-HASTA
               ADD PORC-PUESTO(PUESTO-IDX) TO PORC-SUMA
               ADD 1 TO PUESTO-IDX
           END-PERFORM
           COMPUTE EP-PREMIO(EV-IDX, PART-IDX) =
               FONDO-PREMIOS * PORC-SUMA / CANT-EMPATADOS.

      *-----------------------------------------------------------------

      * Cuotas de los que pagaron, premios y el margen de la casa; la
      * fila M va siempre, aunque el margen sea cero.
       2400-GRABAR-LIBRO.
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > EV-CANT(EV-IDX)
               IF EP-PAGO-SI(EV-IDX, PART-IDX)
                   PERFORM 2410-PREPARAR-MOVIMIENTO
                   MOVE EP-JUGADOR-COD(EV-IDX, PART-IDX)
                       TO LM-JUGADOR-COD
                   SET LM-CUOTA TO TRUE
                   MOVE EV-CUOTA(EV-IDX) TO LM-IMPORTE
                   PERFORM 2420-GRABAR-MOVIMIENTO
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM
           MOVE 1 TO PART-IDX
           PERFORM UNTIL PART-IDX > EV-CANT(EV-IDX)
               IF EP-PREMIO(EV-IDX, PART-IDX) > 0
                   PERFORM 2410-PREPARAR-MOVIMIENTO
                   MOVE EP-JUGADOR-COD(EV-IDX, PART-IDX)
                       TO LM-JUGADOR-COD
                   SET LM-PREMIO TO TRUE
                   MOVE EP-PREMIO(EV-IDX, PART-IDX) TO LM-IMPORTE
                   MOVE EP-PUESTO(EV-IDX, PART-IDX) TO LM-PUESTO
                   PERFORM 2420-GRABAR-MOVIMIENTO
               END-IF
               ADD 1 TO PART-IDX
           END-PERFORM
           PERFORM 2410-PREPARAR-MOVIMIENTO
           SET LM-MARGEN TO TRUE
           MOVE MARGEN-EVENTO TO LM-IMPORTE
           PERFORM 2420-GRABAR-MOVIMIENTO.

      *-----------------------------------------------------------------

       2410-PREPARAR-MOVIMIENTO.
           MOVE SPACES            TO LIBRO-RECORD
           MOVE WS-FECHA-HOY      TO LM-FECHA
           MOVE EV-FECHA(EV-IDX)  TO LM-FECHA-EVENTO
           MOVE EV-ID(EV-IDX)     TO LM-TORNEO-ID
           MOVE 0                 TO LM-PUESTO.

      *-----------------------------------------------------------------

       2420-GRABAR-MOVIMIENTO.
           WRITE LIBRO-RECORD
           IF WS-LM-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR LIBROJUG: " WS-LM-STATUS
               DISPLAY "EVENTO " EV-ID(EV-IDX) " A MEDIO LIQUIDAR"
               PERFORM 9900-ABORTAR
           END-IF
           ADD 1 TO GRABADOS-LM.

      *-----------------------------------------------------------------

       2500-IMPRIMIR-EVENTO.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF EV-TORNEO(EV-IDX)
               MOVE "TORNEO " TO LE-TIPO
           ELSE
               MOVE "LLAVE  " TO LE-TIPO
           END-IF
           MOVE EV-ID(EV-IDX)    TO LE-ID
           MOVE EV-FECHA(EV-IDX) TO LE-FECHA
           MOVE EV-CUOTA(EV-IDX) TO LE-CUOTA
           MOVE CANT-PAGARON     TO LE-PAGARON
           MOVE EV-CANT(EV-IDX)  TO LE-CANT
           MOVE LINEA-EVENTO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE POZO-EVENTO    TO LZ-POZO
           MOVE PREMIOS-EVENTO TO LZ-PREMIOS
           MOVE MARGEN-EVENTO  TO LZ-MARGEN
           MOVE LINEA-POZO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 1 TO PUESTO-IDX
           PERFORM UNTIL PUESTO-IDX > PUESTOS-PAGOS
               MOVE 1 TO PART-IDX
               PERFORM UNTIL PART-IDX > EV-CANT(EV-IDX)
                   IF EP-PUESTO(EV-IDX, PART-IDX) = PUESTO-IDX
                       PERFORM 2510-LINEA-PREMIO
                   END-IF
                   ADD 1 TO PART-IDX
               END-PERFORM
               ADD 1 TO PUESTO-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       2510-LINEA-PREMIO.
           MOVE 0 TO CANT-EMPATADOS
           MOVE 1 TO PART-IDX2
           PERFORM UNTIL PART-IDX2 > EV-CANT(EV-IDX)
               IF EP-PUESTO(EV-IDX, PART-IDX2) = PUESTO-IDX
                   ADD 1 TO CANT-EMPATADOS
               END-IF
               ADD 1 TO PART-IDX2
           END-PERFORM
           MOVE PUESTO-IDX TO LR-PUESTO
           MOVE EP-JUGADOR-COD(EV-IDX, PART-IDX) TO LR-JUGADOR
           MOVE EP-PREMIO(EV-IDX, PART-IDX) TO LR-PREMIO
           MOVE SPACES TO LR-EMPATE
           IF CANT-EMPATADOS > 1
               MOVE "  EMPATE" TO LR-EMPATE
           END-IF
           MOVE LINEA-PREMIO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       2600-DIFERIR-EVENTO.
           ADD 1 TO EVENTOS-DIFERIDOS
           IF EV-TORNEO(EV-IDX)
               MOVE "TORNEO " TO LD-TIPO
           ELSE
               MOVE "LLAVE  " TO LD-TIPO
           END-IF
           MOVE EV-ID(EV-IDX)   TO LD-ID
           MOVE MOTIVO-DIFERIDO TO LD-MOTIVO
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE LINEA-DIFERIDO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Totales de control: lo cobrado tiene que ser igual a premios
      * mas margen; una diferencia distinta de cero es un error.
       4500-IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTALES DE CONTROL" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "EVENTOS LIQUIDADOS EN ESTA CORRIDA:" TO LC-TITULO
           MOVE EVENTOS-LIQUIDADOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "EVENTOS DIFERIDOS:" TO LC-TITULO
           MOVE EVENTOS-DIFERIDOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "EVENTOS YA LIQUIDADOS EN CORRIDAS ANTERIORES:"
               TO LC-TITULO
           MOVE EVENTOS-YA-LIQUIDADOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "FILAS GRABADAS EN LIBROJUG:" TO LC-TITULO
           MOVE GRABADOS-LM TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTAL POZO (CUOTAS COBRADAS):" TO LI-TITULO
           MOVE TOTAL-CUOTAS TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTAL PREMIOS:" TO LI-TITULO
           MOVE TOTAL-PREMIOS TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "TOTAL MARGEN DE LA CASA:" TO LI-TITULO
           MOVE TOTAL-MARGEN TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           COMPUTE DIFERENCIA-CAJA =
               TOTAL-CUOTAS - TOTAL-PREMIOS - TOTAL-MARGEN
           MOVE "DIFERENCIA POZO - (PREMIOS + MARGEN):" TO LI-TITULO
           MOVE DIFERENCIA-CAJA TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
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
           MOVE "LIQUIDA" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "TORNEOREG"       TO RL-ARCHIVO(1)
           MOVE LEIDOS-TG         TO RL-LEIDOS(1)
           MOVE "TORNEOLLAVE"     TO RL-ARCHIVO(2)
           MOVE LEIDOS-LL         TO RL-LEIDOS(2)
           MOVE "TORNEORESULT"    TO RL-ARCHIVO(3)
           MOVE LEIDOS-TR         TO RL-LEIDOS(3)
           MOVE "LIBROJUG"        TO RL-ARCHIVO(4)
           MOVE LEIDOS-LM         TO RL-LEIDOS(4)
           MOVE GRABADOS-LM       TO RL-GRABADOS(4)
           MOVE WS-TG-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-LL-STATUS      TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-TR-STATUS      TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-LM-STATUS      TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM LIQUIDA.
