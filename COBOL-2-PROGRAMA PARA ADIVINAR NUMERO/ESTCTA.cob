      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Estado de cuenta mensual por jugador y conciliacion de caja.
      * Lee el libro de cuenta LIBROJUG que graba la liquidacion
      * LIQUIDA, lo ordena por jugador y fecha y, para el mes que se
      * pida (AAAAMM), imprime por cada JUG-CODIGO el saldo anterior,
      * los movimientos del mes (cuotas que pago y premios que cobro)
      * y el saldo al cierre. El saldo es lo que el jugador lleva
      * ganado: premios menos cuotas. Los jugadores sin movimientos
      * en el mes solo salen si arrastran saldo. Al final la
      * conciliacion de caja prueba, para el mes y acumulado hasta el
      * mes, que las cuotas cobradas son iguales a los premios pagados
      * mas el margen de la casa, y lo controla tambien evento por
      * evento, listando los que no cuadran. El reporte queda en
      * ESTCTARPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRO-CUENTA ASSIGN TO "LIBROJUG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.
           SELECT MAESTRO-JUGADORES ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT REPORTE-CUENTA ASSIGN TO "ESTCTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT ARCHIVO-SORT ASSIGN TO "ESTCTATRAB".

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRO-CUENTA.
       COPY LIBROREC.

       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  REPORTE-CUENTA.
       01  LINEA-REPORTE          PIC X(80).

       SD  ARCHIVO-SORT.
       01  SORT-RECORD.
           05 AS-JUGADOR-COD      PIC X(4).
           05 AS-FECHA            PIC 9(8).
           05 AS-TORNEO-ID        PIC X(8).
           05 AS-TIPO             PIC X.
              88 AS-CUOTA         VALUE "C".
              88 AS-PREMIO        VALUE "P".
           05 AS-IMPORTE          PIC 9(7)V99.
           05 AS-PUESTO           PIC 99.

       WORKING-STORAGE SECTION.
       77  WS-LM-STATUS           PIC XX.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-RP-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       01  SORT-EOF-SW            PIC X     VALUE 'N'.
           88 FIN-ORDENADO        VALUE 'Y'.
           88 HAY-ORDENADOS       VALUE 'N'.

       01  MAESTRO-SW             PIC X     VALUE 'N'.
           88 HAY-MAESTRO         VALUE 'S'.
           88 SIN-MAESTRO         VALUE 'N'.

      * Mes pedido (AAAAMM).
       01  PERIODO                PIC 9(6)  VALUE 0.
       01  PERIODO-VISTA REDEFINES PERIODO.
           05 PERIODO-ANIO        PIC 9(4).
           05 PERIODO-MES         PIC 99.

      * Corte por jugador.
       01  GRUPO-SW               PIC X     VALUE 'N'.
           88 GRUPO-ABIERTO       VALUE 'S'.
           88 GRUPO-VACIO         VALUE 'N'.
       01  IMPRESO-SW             PIC X     VALUE 'N'.
           88 JUGADOR-IMPRESO     VALUE 'S'.
           88 JUGADOR-NO-IMPRESO  VALUE 'N'.
       77  JUGADOR-ACTUAL         PIC X(4)  VALUE SPACES.
       77  NOMBRE-ACTUAL          PIC X(30) VALUE SPACES.
       77  SALDO-ANTERIOR         PIC S9(9)V99 VALUE 0.
       77  SALDO-JUGADOR          PIC S9(9)V99 VALUE 0.
       77  IMPORTE-MOVIMIENTO     PIC S9(9)V99 VALUE 0.

      * Conciliacion: totales del mes, acumulados hasta el mes y por
      * evento (cuotas contra premios mas margen).
       01  CAJA-MES.
           05 CM-CUOTAS           PIC 9(9)V99 VALUE 0.
           05 CM-PREMIOS          PIC 9(9)V99 VALUE 0.
           05 CM-MARGEN           PIC 9(9)V99 VALUE 0.
       01  CAJA-ACUMULADA.
           05 CA-CUOTAS           PIC 9(9)V99 VALUE 0.
           05 CA-PREMIOS          PIC 9(9)V99 VALUE 0.
           05 CA-MARGEN           PIC 9(9)V99 VALUE 0.
       01  CAJA-AUXILIAR.
           05 CX-CUOTAS           PIC 9(9)V99.
           05 CX-PREMIOS          PIC 9(9)V99.
           05 CX-MARGEN           PIC 9(9)V99.
       77  DIFERENCIA-CAJA        PIC S9(9)V99 VALUE 0.

       77  CANT-EVENTOS           PIC 9(4)  COMP VALUE 0.
       77  EV-IDX                 PIC 9(4)  COMP.
       77  EV-HALLADO             PIC 9(4)  COMP.
       01  EVENTOS-TABLA.
           05 EVENTO-CAJA OCCURS 2000 TIMES.
              10 EC-TORNEO-ID     PIC X(8).
              10 EC-CUOTAS        PIC 9(9)V99.
              10 EC-SALIDAS       PIC 9(9)V99.
       77  EVENTOS-SIN-CUADRE     PIC 9(5)  VALUE 0.

       77  LEIDOS-LM              PIC 9(7)  VALUE 0.
       77  LEIDOS-MJ              PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.
       77  JUGADORES-LISTADOS     PIC 9(5)  VALUE 0.
       77  MOVIMIENTOS-LISTADOS   PIC 9(7)  VALUE 0.

       77  LINEAS-PAGINA          PIC 99    VALUE 99.
       77  NUMERO-PAGINA          PIC 9(3)  VALUE 0.
       01  LINEA-PENDIENTE        PIC X(80).

       01  ENCABEZADO-1.
           05 FILLER              PIC X(24) VALUE
              "ESTADO DE CUENTA DEL MES".
           05 FILLER              PIC X     VALUE SPACE.
           05 EN1-PERIODO         PIC 9(6).
           05 FILLER              PIC X(8)  VALUE "     AL ".
           05 EN1-FECHA           PIC 9(8).
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGINA".
           05 EN1-PAGINA          PIC ZZ9.

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-JUGADOR.
           05 FILLER              PIC X(8)  VALUE "JUGADOR ".
           05 LJ-CODIGO           PIC X(4).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LJ-NOMBRE           PIC X(30).

       01  LINEA-SALDO.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LS-TITULO           PIC X(48).
           05 LS-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.

       01  LINEA-MOVIMIENTO.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-FECHA          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-TORNEO         PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-CONCEPTO       PIC X(16).
           05 LX-IMPORTE        PIC -ZZZ,ZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 LX-SALDO          PIC -ZZZ,ZZZ,ZZ9.99.

       01  CONCEPTO-PREMIO.
           05 FILLER              PIC X(14) VALUE "PREMIO PUESTO ".
           05 CP-PUESTO           PIC Z9.

       01  LINEA-IMPORTE.
           05 LI-TITULO           PIC X(50).
           05 LI-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.

       01  LINEA-CONTROL.
           05 LC-TITULO           PIC X(50).
           05 LC-CANT             PIC ZZZZZZ9.

       01  LINEA-EVENTO.
           05 FILLER              PIC X(17) VALUE "  NO CUADRA:     ".
           05 LE-TORNEO-ID        PIC X(8).
           05 FILLER              PIC X(8)  VALUE " CUOTAS ".
           05 LE-CUOTAS           PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(17) VALUE " PREMIOS+MARGEN ".
           05 LE-SALIDAS          PIC ZZZ,ZZ9.99.

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           SORT ARCHIVO-SORT
               ON ASCENDING KEY AS-JUGADOR-COD AS-FECHA AS-TORNEO-ID
               INPUT PROCEDURE IS 2000-ALIMENTAR-SORT
               OUTPUT PROCEDURE IS 2500-LISTAR-CUENTAS
           PERFORM 4000-IMPRIMIR-CONCILIACION
           IF HAY-MAESTRO
               CLOSE MAESTRO-JUGADORES
           END-IF
           CLOSE REPORTE-CUENTA
           DISPLAY "JUGADORES LISTADOS: " JUGADORES-LISTADOS
           DISPLAY "EVENTOS QUE NO CUADRAN: " EVENTOS-SIN-CUADRE
           DISPLAY "REPORTE GRABADO EN ESTCTARPT"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * Sin maestro de jugadores el estado sale igual, sin nombres.
       1000-INICIAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO EN1-FECHA
           DISPLAY "MES DEL ESTADO DE CUENTA (AAAAMM, 0=EL ACTUAL)?"
           ACCEPT PERIODO
           IF PERIODO = 0
               MOVE WS-FECHA-HOY(1:6) TO PERIODO
           END-IF
           IF PERIODO-MES < 1 OR PERIODO-MES > 12
               OR PERIODO-ANIO < 1900
               DISPLAY "MES INVALIDO, SE LISTA EL ACTUAL"
               MOVE WS-FECHA-HOY(1:6) TO PERIODO
           END-IF
           MOVE PERIODO TO EN1-PERIODO
           OPEN INPUT MAESTRO-JUGADORES
           IF WS-MJ-STATUS = "00"
               SET HAY-MAESTRO TO TRUE
           ELSE
               DISPLAY "SIN MAESTRO JUGADORES (" WS-MJ-STATUS
                   "), EL ESTADO SALE SIN NOMBRES"
           END-IF
           OPEN OUTPUT REPORTE-CUENTA
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ESTCTARPT: " WS-RP-STATUS
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

      * Procedimiento de entrada del SORT: lo posterior al mes pedido
      * no cuenta. Cada fila suma a la conciliacion (del mes y
      * acumulada, y a su evento); las de jugador van al SORT.
       2000-ALIMENTAR-SORT.
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT LIBRO-CUENTA
           IF WS-LM-STATUS NOT = "00"
               DISPLAY "SIN LIBRO LIBROJUG (" WS-LM-STATUS
                   "), NO HAY MOVIMIENTOS"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ LIBRO-CUENTA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-LM
                       IF LM-FECHA(1:6) <= PERIODO
                           PERFORM 2100-SUMAR-CAJA
                           IF LM-JUGADOR-COD NOT = SPACES
                               MOVE LM-JUGADOR-COD  TO AS-JUGADOR-COD
                               MOVE LM-FECHA        TO AS-FECHA
                               MOVE LM-TORNEO-ID    TO AS-TORNEO-ID
                               MOVE LM-TIPO         TO AS-TIPO
                               MOVE LM-IMPORTE      TO AS-IMPORTE
                               MOVE LM-PUESTO       TO AS-PUESTO
                               RELEASE SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LM-STATUS = "00" OR WS-LM-STATUS = "10"
               CLOSE LIBRO-CUENTA
           END-IF.

      *-----------------------------------------------------------------

       2100-SUMAR-CAJA.
           MOVE 0 TO EV-HALLADO
           MOVE 1 TO EV-IDX
           PERFORM UNTIL EV-IDX > CANT-EVENTOS OR EV-HALLADO > 0
               IF EC-TORNEO-ID(EV-IDX) = LM-TORNEO-ID
                   MOVE EV-IDX TO EV-HALLADO
               END-IF
               ADD 1 TO EV-IDX
           END-PERFORM
           IF EV-HALLADO = 0
               IF CANT-EVENTOS < 2000
                   ADD 1 TO CANT-EVENTOS
                   MOVE LM-TORNEO-ID TO EC-TORNEO-ID(CANT-EVENTOS)
                   MOVE 0 TO EC-CUOTAS(CANT-EVENTOS)
                   MOVE 0 TO EC-SALIDAS(CANT-EVENTOS)
                   MOVE CANT-EVENTOS TO EV-HALLADO
               ELSE
                   DISPLAY "TABLA DE EVENTOS LLENA (2000)"
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN LM-CUOTA
                   ADD LM-IMPORTE TO CA-CUOTAS
                   ADD LM-IMPORTE TO EC-CUOTAS(EV-HALLADO)
                   IF LM-FECHA(1:6) = PERIODO
                       ADD LM-IMPORTE TO CM-CUOTAS
                   END-IF
               WHEN LM-PREMIO
                   ADD LM-IMPORTE TO CA-PREMIOS
                   ADD LM-IMPORTE TO EC-SALIDAS(EV-HALLADO)
                   IF LM-FECHA(1:6) = PERIODO
                       ADD LM-IMPORTE TO CM-PREMIOS
                   END-IF
               WHEN LM-MARGEN
                   ADD LM-IMPORTE TO CA-MARGEN
                   ADD LM-IMPORTE TO EC-SALIDAS(EV-HALLADO)
                   IF LM-FECHA(1:6) = PERIODO
                       ADD LM-IMPORTE TO CM-MARGEN
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Procedimiento de salida del SORT: corte por jugador.
       2500-LISTAR-CUENTAS.
           SET HAY-ORDENADOS TO TRUE
           SET GRUPO-VACIO TO TRUE
           PERFORM 2600-PROCESAR-ORDENADO UNTIL FIN-ORDENADO
           IF GRUPO-ABIERTO
               PERFORM 2800-CERRAR-JUGADOR
           END-IF.

      *-----------------------------------------------------------------

       2600-PROCESAR-ORDENADO.
           RETURN ARCHIVO-SORT
               AT END
                   SET FIN-ORDENADO TO TRUE
               NOT AT END
                   IF GRUPO-VACIO OR AS-JUGADOR-COD NOT = JUGADOR-ACTUAL
                       IF GRUPO-ABIERTO
                           PERFORM 2800-CERRAR-JUGADOR
                       END-IF
                       SET GRUPO-ABIERTO TO TRUE
                       SET JUGADOR-NO-IMPRESO TO TRUE
                       MOVE AS-JUGADOR-COD TO JUGADOR-ACTUAL
                       MOVE 0 TO SALDO-ANTERIOR
                       MOVE 0 TO SALDO-JUGADOR
                   END-IF
                   IF AS-CUOTA
                       COMPUTE IMPORTE-MOVIMIENTO = 0 - AS-IMPORTE
                   ELSE
                       MOVE AS-IMPORTE TO IMPORTE-MOVIMIENTO
                   END-IF
                   ADD IMPORTE-MOVIMIENTO TO SALDO-JUGADOR
                   IF AS-FECHA(1:6) < PERIODO
                       ADD IMPORTE-MOVIMIENTO TO SALDO-ANTERIOR
                   ELSE
                       IF JUGADOR-NO-IMPRESO
                           PERFORM 2700-ABRIR-JUGADOR
                       END-IF
                       PERFORM 2710-LINEA-MOVIMIENTO
                   END-IF
           END-RETURN.

      *-----------------------------------------------------------------

       2700-ABRIR-JUGADOR.
           SET JUGADOR-IMPRESO TO TRUE
           ADD 1 TO JUGADORES-LISTADOS
           MOVE SPACES TO NOMBRE-ACTUAL
           IF HAY-MAESTRO
               MOVE JUGADOR-ACTUAL TO JUG-CODIGO
               READ MAESTRO-JUGADORES
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)" TO NOMBRE-ACTUAL
                   NOT INVALID KEY
                       ADD 1 TO LEIDOS-MJ
                       MOVE JUG-NOMBRE TO NOMBRE-ACTUAL
               END-READ
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE JUGADOR-ACTUAL TO LJ-CODIGO
           MOVE NOMBRE-ACTUAL  TO LJ-NOMBRE
           MOVE LINEA-JUGADOR TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "SALDO ANTERIOR" TO LS-TITULO
           MOVE SALDO-ANTERIOR TO LS-SALDO
           MOVE LINEA-SALDO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       2710-LINEA-MOVIMIENTO.
           ADD 1 TO MOVIMIENTOS-LISTADOS
           MOVE AS-FECHA     TO LX-FECHA
           MOVE AS-TORNEO-ID TO LX-TORNEO
           IF AS-CUOTA
               MOVE "CUOTA" TO LX-CONCEPTO
           ELSE
               MOVE AS-PUESTO TO CP-PUESTO
               MOVE CONCEPTO-PREMIO TO LX-CONCEPTO
           END-IF
           MOVE IMPORTE-MOVIMIENTO TO LX-IMPORTE
           MOVE SALDO-JUGADOR      TO LX-SALDO
           MOVE LINEA-MOVIMIENTO TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Un jugador sin movimientos en el mes sale solo si arrastra
      * saldo de meses anteriores.
       2800-CERRAR-JUGADOR.
           IF JUGADOR-NO-IMPRESO AND SALDO-JUGADOR NOT = 0
               PERFORM 2700-ABRIR-JUGADOR
               MOVE "  SIN MOVIMIENTOS EN EL MES" TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           IF JUGADOR-IMPRESO
               MOVE "SALDO AL CIERRE DEL MES" TO LS-TITULO
               MOVE SALDO-JUGADOR TO LS-SALDO
               MOVE LINEA-SALDO TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF.

      *-----------------------------------------------------------------

      * Lo que entro por cuotas tiene que haber salido en premios o
      * quedado como margen de la casa: en el mes, acumulado y en
      * cada evento.
       4000-IMPRIMIR-CONCILIACION.
           MOVE 99 TO LINEAS-PAGINA
           MOVE "CONCILIACION DE CAJA" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "MOVIMIENTOS DEL MES" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE CAJA-MES TO CAJA-AUXILIAR
           PERFORM 4100-LINEAS-CAJA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "ACUMULADO HASTA EL CIERRE DEL MES" TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE CAJA-ACUMULADA TO CAJA-AUXILIAR
           PERFORM 4100-LINEAS-CAJA
           MOVE SPACES TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 1 TO EV-IDX
           PERFORM UNTIL EV-IDX > CANT-EVENTOS
               IF EC-CUOTAS(EV-IDX) NOT = EC-SALIDAS(EV-IDX)
                   ADD 1 TO EVENTOS-SIN-CUADRE
                   MOVE EC-TORNEO-ID(EV-IDX) TO LE-TORNEO-ID
                   MOVE EC-CUOTAS(EV-IDX)    TO LE-CUOTAS
                   MOVE EC-SALIDAS(EV-IDX)   TO LE-SALIDAS
                   MOVE LINEA-EVENTO TO LINEA-REPORTE
                   PERFORM 4900-ESCRIBIR-LINEA
               END-IF
               ADD 1 TO EV-IDX
           END-PERFORM
           MOVE "EVENTOS LIQUIDADOS HASTA EL CIERRE DEL MES:"
               TO LC-TITULO
           MOVE CANT-EVENTOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "EVENTOS QUE NO CUADRAN:" TO LC-TITULO
           MOVE EVENTOS-SIN-CUADRE TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "JUGADORES LISTADOS:" TO LC-TITULO
           MOVE JUGADORES-LISTADOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "MOVIMIENTOS DEL MES LISTADOS:" TO LC-TITULO
           MOVE MOVIMIENTOS-LISTADOS TO LC-CANT
           MOVE LINEA-CONTROL TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       4100-LINEAS-CAJA.
           MOVE "  CUOTAS COBRADAS:" TO LI-TITULO
           MOVE CX-CUOTAS TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "  PREMIOS PAGADOS:" TO LI-TITULO
           MOVE CX-PREMIOS TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE "  MARGEN DE LA CASA:" TO LI-TITULO
           MOVE CX-MARGEN TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           COMPUTE DIFERENCIA-CAJA = CX-CUOTAS - CX-PREMIOS - CX-MARGEN
           MOVE "  DIFERENCIA CUOTAS - (PREMIOS + MARGEN):"
               TO LI-TITULO
           MOVE DIFERENCIA-CAJA TO LI-IMPORTE
           MOVE LINEA-IMPORTE TO LINEA-REPORTE
           PERFORM 4900-ESCRIBIR-LINEA
           IF DIFERENCIA-CAJA NOT = 0
               MOVE "  *** LA CAJA NO CUADRA ***" TO LINEA-REPORTE
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF.

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
           MOVE "ESTCTA" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "LIBROJUG"        TO RL-ARCHIVO(1)
           MOVE LEIDOS-LM         TO RL-LEIDOS(1)
           MOVE "JUGADORES"       TO RL-ARCHIVO(2)
           MOVE LEIDOS-MJ         TO RL-LEIDOS(2)
           MOVE "ESTCTARPT"       TO RL-ARCHIVO(3)
           MOVE LINEAS-GRABADAS   TO RL-GRABADOS(3)
           MOVE WS-LM-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-MJ-STATUS      TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-RP-STATUS      TO RL-ESTADOS-ARCH(5:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM ESTCTA.
