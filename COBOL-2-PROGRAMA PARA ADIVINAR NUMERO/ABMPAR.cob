      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Mantenimiento de las reglas de la casa (archivo PARAMETROS,
      * una fila por version con la fecha desde la que rige). Cambiar
      * las reglas era editar el archivo a mano, sin control de rangos
      * hasta que el primer driver abortaba a la noche y sin saber
      * despues con que reglas se habia jugado cada partida. Ahora el
      * cambio se carga aca como una version nueva: el operador se
      * identifica al entrar, indica desde que fecha rige (manana o
      * despues, nunca hoy ni para atras: lo ya jugado no cambia de
      * reglas; solo la primera version puede regir desde hoy; y
      * tiene que ser un dia del calendario),
      * carga los valores partiendo de la version que reemplaza y la
      * rutina PARAM0 les aplica los mismos controles de rango que a
      * las reglas que entrega a los drivers antes de grabar nada. La
      * version se agrega al final del archivo con quien la grabo,
      * cuando y por que; las anteriores no se tocan. Tambien consulta
      * la version vigente a una fecha y lista el historial completo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMPAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       COPY PARREC.

       WORKING-STORAGE SECTION.
       77  WS-PA-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).
       77  HORA-HOY               PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       01  OPCION                 PIC X     VALUE SPACE.
           88 OPCION-ALTA         VALUE "A".
           88 OPCION-CONSULTA     VALUE "C".
           88 OPCION-LISTA        VALUE "L".
           88 OPCION-FIN          VALUE "F".

       77  USUARIO-SESION         PIC X(8)  VALUE SPACES.
       77  FECHA-PEDIDA           PIC 9(8).
       01  FECHA-PARTES.
           05 FP-ANIO             PIC 9(4).
           05 FP-MES              PIC 99.
           05 FP-DIA              PIC 99.
      * Dias de cada mes; febrero se corrige en los anios bisiestos.
       01  DIAS-MES-VALORES       PIC X(24) VALUE
           "312831303130313130313031".
       01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
           05 DIAS-MES OCCURS 12 TIMES PIC 99.
       77  TOPE-DIA               PIC 99.
       77  COCIENTE-ANIO          PIC 9(4).
       77  RESTO-4                PIC 9(3).
       77  RESTO-100              PIC 9(3).
       77  RESTO-400              PIC 9(3).
       77  MOTIVO-PEDIDO          PIC X(30).
       77  CONFIRMA               PIC X.

      * Historial completo tal como esta en el archivo, con la version
      * y la fecha efectiva de la fila original ya completadas.
       77  CANT-REGLAS            PIC 9(3)  COMP VALUE 0.
       77  REGLA-IDX              PIC 9(3)  COMP.
       77  MAYOR-VERSION          PIC 9(3)  VALUE 0.
       01  REGLAS-TABLA.
           05 REGLA-ENTRADA OCCURS 200 TIMES PIC X(85).

       01  HISTORIAL-SW           PIC X     VALUE 'S'.
           88 HISTORIAL-SANO      VALUE 'S'.
           88 HISTORIAL-DANADO    VALUE 'N'.

       01  ALTA-SW                PIC X     VALUE 'S'.
           88 ALTA-VALIDA         VALUE 'S'.
           88 ALTA-CANCELADA      VALUE 'N'.

      * Version que la nueva reemplaza (la vigente en su fecha), para
      * mostrar que cambia.
       01  BASE-SW                PIC X     VALUE 'N'.
           88 HAY-BASE            VALUE 'S'.
           88 SIN-BASE            VALUE 'N'.
       01  PARAMETROS-BASE.
           05 BA-LONG-MINIMA      PIC 9.
           05 BA-LONG-MAXIMA      PIC 9.
           05 BA-LONG-DEFECTO     PIC 9.
           05 BA-INTENTOS-MIN     PIC 99.
           05 BA-INTENTOS-MAX     PIC 99.
           05 BA-INTENTOS-DEF     PIC 99.
           05 BA-MODO-DEFECTO     PIC 9.
           05 BA-VERSION          PIC 9(3).
           05 BA-FECHA-EFECTIVA   PIC 9(8).

       01  LINEA-CAMBIO.
           05 LC-CAMPO            PIC X(24).
           05 LC-ANTES            PIC Z9.
           05 FILLER              PIC X(4)  VALUE " -> ".
           05 LC-DESPUES          PIC Z9.
           05 LC-MARCA            PIC X(12).

       77  PARAM-ROUTINE          PIC X(8)  VALUE "PARAM0".

       COPY PARSAVE.

       COPY PARAMCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 1000-IDENTIFICAR-USUARIO
           PERFORM 2000-MENU UNTIL OPCION-FIN
           DISPLAY "FIN DEL MANTENIMIENTO DE REGLAS DE LA CASA"
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * Cada version grabada lleva el usuario de la sesion: sin usuario
      * no se entra.
       1000-IDENTIFICAR-USUARIO.
           PERFORM UNTIL USUARIO-SESION NOT = SPACES
               DISPLAY "USUARIO QUE REGISTRA LOS CAMBIOS?"
               ACCEPT USUARIO-SESION
           END-PERFORM.

      *-----------------------------------------------------------------

       2000-MENU.
           DISPLAY "***************************************************"
           DISPLAY "*          REGLAS DE LA CASA (PARAMETROS)         *"
           DISPLAY "***************************************************"
           DISPLAY "A=NUEVA VERSION  C=CONSULTA A UNA FECHA  "
               "L=HISTORIAL  F=FIN"
           ACCEPT OPCION
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM 3000-ALTA-VERSION
               WHEN OPCION-CONSULTA
                   PERFORM 4000-CONSULTA-FECHA
               WHEN OPCION-LISTA
                   PERFORM 5000-LISTAR-HISTORIAL
               WHEN OPCION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *-----------------------------------------------------------------

      * Cada paso puede cancelar el alta; nada se graba hasta que los
      * valores pasaron los controles de PARAM0 y el operador confirmo.
       3000-ALTA-VERSION.
           SET ALTA-VALIDA TO TRUE
           PERFORM 8000-CARGAR-HISTORIAL
           IF HISTORIAL-DANADO
               DISPLAY "EL HISTORIAL TIENE FILAS DANADAS, CORRIJA "
                   "PARAMETROS ANTES DE AGREGAR VERSIONES"
               SET ALTA-CANCELADA TO TRUE
           END-IF
           IF ALTA-VALIDA AND CANT-REGLAS >= 200
               DISPLAY "HISTORIAL DE REGLAS LLENO (200 VERSIONES)"
               SET ALTA-CANCELADA TO TRUE
           END-IF
           IF ALTA-VALIDA AND MAYOR-VERSION >= 999
               DISPLAY "NUMERACION DE VERSIONES AGOTADA (999)"
               SET ALTA-CANCELADA TO TRUE
           END-IF
           IF ALTA-VALIDA
               PERFORM 3100-PEDIR-FECHA
           END-IF
           IF ALTA-VALIDA
               PERFORM 3200-TRAER-BASE
           END-IF
           IF ALTA-VALIDA
               PERFORM 3300-PEDIR-VALORES
               PERFORM 3400-VALIDAR-VALORES
           END-IF
           IF ALTA-VALIDA
               PERFORM 3500-MOSTRAR-CAMBIOS
           END-IF
           IF ALTA-VALIDA
               PERFORM 3600-GRABAR-VERSION
           ELSE
               DISPLAY "NO SE GRABO NINGUNA VERSION"
           END-IF.

      *-----------------------------------------------------------------

      * Una version nueva rige desde una fecha futura: PARAM0 elige
      * la version por fecha de la partida, asi que una que rigiera
      * desde hoy pasaria a cubrir las partidas ya jugadas hoy con
      * otra version. Solo la primera version (PARAMETROS todavia
      * sin filas, ningun driver pudo jugar) puede regir desde hoy.
       3100-PEDIR-FECHA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF CANT-REGLAS = 0
               DISPLAY "FECHA DESDE LA QUE RIGE (AAAAMMDD, HOY "
                   WS-FECHA-HOY " O POSTERIOR)?"
           ELSE
               DISPLAY "FECHA DESDE LA QUE RIGE (AAAAMMDD, POSTERIOR "
                   "A HOY " WS-FECHA-HOY ")?"
           END-IF
           ACCEPT FECHA-PEDIDA
           IF FECHA-PEDIDA < WS-FECHA-HOY OR FECHA-PEDIDA > 99991231
               OR (FECHA-PEDIDA = WS-FECHA-HOY AND CANT-REGLAS > 0)
               DISPLAY "FECHA INVALIDA: NO SE ADMITEN CAMBIOS CON "
                   "EFECTO EN EL DIA O RETROACTIVO"
               SET ALTA-CANCELADA TO TRUE
           ELSE
               PERFORM 3110-VALIDAR-CALENDARIO
           END-IF.

      *-----------------------------------------------------------------

      * PARAM0 compara fechas como numeros: una fecha que no existe
      * (mes 13, 31 de abril, 29 de febrero de un anio comun) se
      * grabaria y no coincidiria nunca con el dia de una partida.
       3110-VALIDAR-CALENDARIO.
           MOVE FECHA-PEDIDA TO FECHA-PARTES
           IF FP-MES < 1 OR FP-MES > 12
               DISPLAY "FECHA INEXISTENTE: MES " FP-MES
               SET ALTA-CANCELADA TO TRUE
           ELSE
               MOVE DIAS-MES(FP-MES) TO TOPE-DIA
               IF FP-MES = 2
                   DIVIDE FP-ANIO BY 4 GIVING COCIENTE-ANIO
                       REMAINDER RESTO-4
                   DIVIDE FP-ANIO BY 100 GIVING COCIENTE-ANIO
                       REMAINDER RESTO-100
                   DIVIDE FP-ANIO BY 400 GIVING COCIENTE-ANIO
                       REMAINDER RESTO-400
                   IF RESTO-400 = 0
                       OR (RESTO-4 = 0 AND RESTO-100 NOT = 0)
                       MOVE 29 TO TOPE-DIA
                   END-IF
               END-IF
               IF FP-DIA < 1 OR FP-DIA > TOPE-DIA
                   DISPLAY "FECHA INEXISTENTE: EL MES " FP-MES
                       " DE " FP-ANIO " TIENE " TOPE-DIA " DIAS"
                   SET ALTA-CANCELADA TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * La base es la version vigente en la fecha pedida; sin archivo
      * todavia, la que se carga es la primera y no hay base.
       3200-TRAER-BASE.
           SET SIN-BASE TO TRUE
           IF CANT-REGLAS > 0
               SET PAR-FN-VIGENTE TO TRUE
               MOVE FECHA-PEDIDA TO PAR-FECHA-REGLA
               CALL PARAM-ROUTINE USING AREA-PARAMETROS
               IF PAR-OK
                   SET HAY-BASE TO TRUE
                   MOVE PAR-LONG-MINIMA    TO BA-LONG-MINIMA
                   MOVE PAR-LONG-MAXIMA    TO BA-LONG-MAXIMA
                   MOVE PAR-LONG-DEFECTO   TO BA-LONG-DEFECTO
                   MOVE PAR-INTENTOS-MIN   TO BA-INTENTOS-MIN
                   MOVE PAR-INTENTOS-MAX   TO BA-INTENTOS-MAX
                   MOVE PAR-INTENTOS-DEF   TO BA-INTENTOS-DEF
                   MOVE PAR-MODO-DEFECTO   TO BA-MODO-DEFECTO
                   MOVE PAR-VERSION        TO BA-VERSION
                   MOVE PAR-FECHA-EFECTIVA TO BA-FECHA-EFECTIVA
                   DISPLAY "VIGENTE ESE DIA: VERSION " BA-VERSION
                       " DESDE " BA-FECHA-EFECTIVA
                   PERFORM 7000-MOSTRAR-REGLAS
                   IF BA-FECHA-EFECTIVA = FECHA-PEDIDA
                       DISPLAY "OJO: LA VERSION " BA-VERSION
                           " RIGE DESDE LA MISMA FECHA Y QUEDA "
                           "REEMPLAZADA"
                   END-IF
               ELSE
                   DISPLAY "NO SE PUDO TRAER LA VERSION VIGENTE: "
                       PAR-MENSAJE
                   SET ALTA-CANCELADA TO TRUE
               END-IF
           ELSE
               DISPLAY "PARAMETROS NO TIENE VERSIONES, SE CARGA LA "
                   "PRIMERA"
           END-IF.

      *-----------------------------------------------------------------

       3300-PEDIR-VALORES.
           DISPLAY "LONGITUD MINIMA DEL SECRETO (4 A 6)?"
           ACCEPT PAR-LONG-MINIMA
           DISPLAY "LONGITUD MAXIMA DEL SECRETO (4 A 6)?"
           ACCEPT PAR-LONG-MAXIMA
           DISPLAY "LONGITUD POR DEFECTO?"
           ACCEPT PAR-LONG-DEFECTO
           DISPLAY "MINIMO DE INTENTOS (1 A 15)?"
           ACCEPT PAR-INTENTOS-MIN
           DISPLAY "MAXIMO DE INTENTOS (1 A 15)?"
           ACCEPT PAR-INTENTOS-MAX
           DISPLAY "INTENTOS POR DEFECTO?"
           ACCEPT PAR-INTENTOS-DEF
           DISPLAY "MODO POR DEFECTO (0=NORMAL 1=DIFICIL)?"
           ACCEPT PAR-MODO-DEFECTO
           MOVE SPACES TO MOTIVO-PEDIDO
           PERFORM UNTIL MOTIVO-PEDIDO NOT = SPACES
               DISPLAY "MOTIVO DEL CAMBIO (HASTA 30 CARACTERES)?"
               ACCEPT MOTIVO-PEDIDO
           END-PERFORM.

      *-----------------------------------------------------------------

      * Los mismos controles que PARAM0 aplica al entregar las reglas:
      * lo que se graba aca siempre lo van a aceptar los drivers.
       3400-VALIDAR-VALORES.
           SET PAR-FN-VALIDAR TO TRUE
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF NOT PAR-OK
               DISPLAY "REGLAS RECHAZADAS: " PAR-MENSAJE
               SET ALTA-CANCELADA TO TRUE
           END-IF.

      *-----------------------------------------------------------------

       3500-MOSTRAR-CAMBIOS.
           COMPUTE RG-VERSION = MAYOR-VERSION + 1
           DISPLAY "VERSION " RG-VERSION " DESDE " FECHA-PEDIDA ":"
           IF SIN-BASE
               MOVE 0 TO BA-LONG-MINIMA BA-LONG-MAXIMA BA-LONG-DEFECTO
                   BA-INTENTOS-MIN BA-INTENTOS-MAX BA-INTENTOS-DEF
                   BA-MODO-DEFECTO
           END-IF
           MOVE "LONGITUD MINIMA"     TO LC-CAMPO
           MOVE BA-LONG-MINIMA        TO LC-ANTES
           MOVE PAR-LONG-MINIMA       TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           MOVE "LONGITUD MAXIMA"     TO LC-CAMPO
           MOVE BA-LONG-MAXIMA        TO LC-ANTES
           MOVE PAR-LONG-MAXIMA       TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           MOVE "LONGITUD POR DEFECTO" TO LC-CAMPO
           MOVE BA-LONG-DEFECTO       TO LC-ANTES
           MOVE PAR-LONG-DEFECTO      TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           MOVE "INTENTOS MINIMO"     TO LC-CAMPO
           MOVE BA-INTENTOS-MIN       TO LC-ANTES
           MOVE PAR-INTENTOS-MIN      TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           MOVE "INTENTOS MAXIMO"     TO LC-CAMPO
           MOVE BA-INTENTOS-MAX       TO LC-ANTES
           MOVE PAR-INTENTOS-MAX      TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           MOVE "INTENTOS POR DEFECTO" TO LC-CAMPO
           MOVE BA-INTENTOS-DEF       TO LC-ANTES
           MOVE PAR-INTENTOS-DEF      TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           MOVE "MODO POR DEFECTO"    TO LC-CAMPO
           MOVE BA-MODO-DEFECTO       TO LC-ANTES
           MOVE PAR-MODO-DEFECTO      TO LC-DESPUES
           PERFORM 3510-LINEA-CAMBIO
           DISPLAY "MOTIVO: " MOTIVO-PEDIDO
           DISPLAY "CONFIRMA LA GRABACION? S/N"
           ACCEPT CONFIRMA
           IF CONFIRMA NOT = "S"
               SET ALTA-CANCELADA TO TRUE
           END-IF.

      *-----------------------------------------------------------------

       3510-LINEA-CAMBIO.
           IF LC-ANTES = LC-DESPUES OR SIN-BASE
               MOVE SPACES TO LC-MARCA
           ELSE
               MOVE "  <- CAMBIA" TO LC-MARCA
           END-IF
           DISPLAY LINEA-CAMBIO.

      *-----------------------------------------------------------------

      * La version nueva se agrega al final; las anteriores quedan como
      * estaban (mismo esquema de agregado que los demas historiales).
       3600-GRABAR-VERSION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-HOY FROM TIME
           MOVE SPACES            TO REGLA-GUARDADA
           MOVE PAR-LONG-MINIMA   TO RG-LONG-MINIMA
           MOVE PAR-LONG-MAXIMA   TO RG-LONG-MAXIMA
           MOVE PAR-LONG-DEFECTO  TO RG-LONG-DEFECTO
           MOVE PAR-INTENTOS-MIN  TO RG-INTENTOS-MIN
           MOVE PAR-INTENTOS-MAX  TO RG-INTENTOS-MAX
           MOVE PAR-INTENTOS-DEF  TO RG-INTENTOS-DEF
           MOVE PAR-MODO-DEFECTO  TO RG-MODO-DEFECTO
           COMPUTE RG-VERSION = MAYOR-VERSION + 1
           MOVE FECHA-PEDIDA      TO RG-FECHA-EFECTIVA
           MOVE USUARIO-SESION    TO RG-USUARIO
           MOVE WS-FECHA-HOY      TO RG-FECHA-CAMBIO
           MOVE HORA-HOY(1:6)     TO RG-HORA-CAMBIO
           MOVE MOTIVO-PEDIDO     TO RG-MOTIVO
           OPEN INPUT PARAMETROS-FILE
           IF WS-PA-STATUS = "00"
               CLOSE PARAMETROS-FILE
               OPEN EXTEND PARAMETROS-FILE
           ELSE
               OPEN OUTPUT PARAMETROS-FILE
           END-IF
           IF WS-PA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PARAMETROS: " WS-PA-STATUS
               DISPLAY "NO SE GRABO NINGUNA VERSION"
           ELSE
               WRITE PARAMETROS-RECORD FROM REGLA-GUARDADA
               IF WS-PA-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO GRABAR PARAMETROS: "
                       WS-PA-STATUS
               ELSE
                   DISPLAY "VERSION " RG-VERSION " GRABADA, RIGE DESDE "
                       RG-FECHA-EFECTIVA
               END-IF
               CLOSE PARAMETROS-FILE
           END-IF.

      *-----------------------------------------------------------------

      * Fecha en cero: las vigentes hoy.
       4000-CONSULTA-FECHA.
           DISPLAY "FECHA A CONSULTAR (AAAAMMDD, 0=HOY)?"
           ACCEPT FECHA-PEDIDA
           SET PAR-FN-VIGENTE TO TRUE
           MOVE FECHA-PEDIDA TO PAR-FECHA-REGLA
           CALL PARAM-ROUTINE USING AREA-PARAMETROS
           IF PAR-OK
               DISPLAY "VERSION " PAR-VERSION " VIGENTE DESDE "
                   PAR-FECHA-EFECTIVA
               PERFORM 7000-MOSTRAR-REGLAS
           ELSE
               DISPLAY PAR-MENSAJE
           END-IF.

      *-----------------------------------------------------------------

       5000-LISTAR-HISTORIAL.
           PERFORM 8000-CARGAR-HISTORIAL
           IF CANT-REGLAS = 0
               DISPLAY "PARAMETROS NO TIENE VERSIONES"
           END-IF
           MOVE 1 TO REGLA-IDX
           PERFORM UNTIL REGLA-IDX > CANT-REGLAS
               MOVE REGLA-ENTRADA(REGLA-IDX) TO REGLA-GUARDADA
               DISPLAY "VERSION " RG-VERSION-X " DESDE "
                   RG-FECHA-EFECTIVA-X " LONGITUD " RG-LONG-MINIMA
                   "-" RG-LONG-MAXIMA " (" RG-LONG-DEFECTO
                   ") INTENTOS " RG-INTENTOS-MIN "-" RG-INTENTOS-MAX
                   " (" RG-INTENTOS-DEF ") MODO " RG-MODO-DEFECTO
               IF RG-USUARIO = SPACES
                   DISPLAY "   REGLAS ORIGINALES, SIN HISTORIAL"
               ELSE
                   DISPLAY "   GRABO " RG-USUARIO " EL "
                       RG-FECHA-CAMBIO " A LAS " RG-HORA-CAMBIO
                       " MOTIVO: " RG-MOTIVO
               END-IF
               ADD 1 TO REGLA-IDX
           END-PERFORM.

      *-----------------------------------------------------------------

       7000-MOSTRAR-REGLAS.
           DISPLAY "  LONGITUD DEL SECRETO: " PAR-LONG-MINIMA " A "
               PAR-LONG-MAXIMA " (DEFECTO " PAR-LONG-DEFECTO ")"
           DISPLAY "  INTENTOS PERMITIDOS: " PAR-INTENTOS-MIN " A "
               PAR-INTENTOS-MAX " (DEFECTO " PAR-INTENTOS-DEF ")"
           DISPLAY "  MODO POR DEFECTO: " PAR-MODO-DEFECTO
               " (0=NORMAL 1=DIFICIL)".

      *-----------------------------------------------------------------

      * El historial entra entero a la tabla; la fila original (sin
      * version ni fecha) se completa como version 1 vigente desde
      * siempre, igual que en PARAM0. Una fila con version o fecha no
      * numericas deja el historial marcado como danado.
       8000-CARGAR-HISTORIAL.
           MOVE 0 TO CANT-REGLAS
           MOVE 0 TO MAYOR-VERSION
           SET HISTORIAL-SANO TO TRUE
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT PARAMETROS-FILE
           IF WS-PA-STATUS NOT = "00"
               SET FIN-ARCHIVO TO TRUE
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ PARAMETROS-FILE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CANT-REGLAS < 200
                           MOVE PARAMETROS-RECORD TO REGLA-GUARDADA
                           PERFORM 8100-COMPLETAR-FILA
                           ADD 1 TO CANT-REGLAS
                           MOVE REGLA-GUARDADA
                               TO REGLA-ENTRADA(CANT-REGLAS)
                       ELSE
                           DISPLAY "HISTORIAL DE REGLAS LLENO (200)"
                           SET HISTORIAL-DANADO TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PA-STATUS = "00" OR WS-PA-STATUS = "10"
               CLOSE PARAMETROS-FILE
           END-IF.

      *-----------------------------------------------------------------

       8100-COMPLETAR-FILA.
           IF RG-VERSION-X = SPACES
               MOVE 1 TO RG-VERSION
           END-IF
           IF RG-FECHA-EFECTIVA-X = SPACES
               MOVE 0 TO RG-FECHA-EFECTIVA
           END-IF
           IF RG-VERSION NUMERIC AND RG-FECHA-EFECTIVA NUMERIC
               IF RG-VERSION > MAYOR-VERSION
                   MOVE RG-VERSION TO MAYOR-VERSION
               END-IF
           ELSE
               DISPLAY "FILA " CANT-REGLAS " DE PARAMETROS CON "
                   "VERSION O FECHA INVALIDA"
               SET HISTORIAL-DANADO TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       END PROGRAM ABMPAR.
