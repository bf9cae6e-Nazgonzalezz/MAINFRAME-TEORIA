      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Conversion por unica vez del maestro de jugadores JUGADORES al
      * registro con JUG-SUCESOR (JUGREC.CPY): el archivo indexado se
      * graba con el largo del registro, asi que un maestro grabado
      * con el registro anterior de 43 posiciones no abre con los
      * programas que ya usan el de 47. Primera pasada: el maestro se
      * lee con su propio registro de 43 y cada jugador se copia al
      * archivo de trabajo JUGCONV ya con el largo nuevo y el sucesor
      * en blanco. Segunda pasada: el maestro se recrea con el
      * registro nuevo desde el de trabajo. Un maestro que ya tiene
      * el registro nuevo no abre con el anterior: si quedo un JUGCONV
      * con jugadores de una corrida cortada en la segunda pasada, el
      * operador puede recrear el maestro desde el; si no, la corrida
      * termina sin tocar nada. Una conversion que cuadra deja JUGCONV
      * vacio, para que no se pueda recrear despues desde una copia
      * vieja. El
      * informe de control CONVJUGCTL deja leidos, copiados y
      * grabados con su cuadre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVJUG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-ANTERIOR ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CODIGO
               FILE STATUS IS WS-MA-STATUS.
           SELECT MAESTRO-JUGADORES ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT TRABAJO-JUG ASSIGN TO "JUGCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
           SELECT INFORME-CONTROL ASSIGN TO "CONVJUGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Registro del maestro antes de JUG-SUCESOR.
       FD  MAESTRO-ANTERIOR.
       01  REGISTRO-ANTERIOR.
           05 ANT-CODIGO         PIC X(4).
           05 ANT-NOMBRE         PIC X(30).
           05 ANT-FECHA-ALTA     PIC 9(8).
           05 ANT-ESTADO         PIC X.

       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  TRABAJO-JUG.
       01  REG-TRABAJO-JUG        PIC X(47).

       FD  INFORME-CONTROL.
       01  LINEA-INFORME          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MA-STATUS           PIC XX.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-TJ-STATUS           PIC XX.
       77  WS-IC-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  LEIDOS-MA              PIC 9(7)  VALUE 0.
       77  COPIADOS-TJ            PIC 9(7)  VALUE 0.
       77  LEIDOS-TJ              PIC 9(7)  VALUE 0.
       77  GRABADOS-MJ            PIC 9(7)  VALUE 0.
       77  LINEAS-GRABADAS        PIC 9(7)  VALUE 0.

       01  REANUDA-SW             PIC X     VALUE 'N'.
           88 SOLO-RECREAR        VALUE 'S'.
       77  RESPUESTA-CONFIRMA     PIC X     VALUE SPACE.

       01  ENCABEZADO-1.
           05 FILLER              PIC X(34) VALUE
              "CONVERSION DEL MAESTRO JUGADORES  ".
           05 FILLER              PIC X(6)  VALUE "FECHA ".
           05 EN1-FECHA           PIC 9(8).

       01  ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE ALL "-".

       01  LINEA-CONTADOR.
           05 FILLER              PIC X(2)  VALUE "  ".
           05 CT-TITULO           PIC X(38).
           05 CT-VALOR            PIC ZZZZZZ9.

       01  LINEA-CUADRE.
           05 FILLER              PIC X(2)  VALUE "  ".
           05 CU-TITULO           PIC X(30).
           05 CU-RESULTADO        PIC X(20).

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           PERFORM 2000-COPIAR-MAESTRO
           PERFORM 3000-RECREAR-MAESTRO
           PERFORM 4000-IMPRIMIR-CONTROL
           CLOSE INFORME-CONTROL
           DISPLAY "CONVERSION TERMINADA, CONTROL EN CONVJUGCTL"
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*     CONVERSION DEL MAESTRO DE JUGADORES         *"
           DISPLAY "***************************************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO EN1-FECHA
           OPEN OUTPUT INFORME-CONTROL
           IF WS-IC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CONVJUGCTL: " WS-IC-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE ENCABEZADO-1 TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA
           MOVE ENCABEZADO-2 TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

      * Primera pasada: el maestro con el registro anterior al archivo
      * de trabajo, con el registro nuevo y el sucesor en blanco. Si
      * no abre con el registro anterior (ausente, o ya convertido)
      * solo se puede reanudar desde JUGCONV.
       2000-COPIAR-MAESTRO.
           OPEN INPUT MAESTRO-ANTERIOR
           IF WS-MA-STATUS NOT = "00"
               DISPLAY "JUGADORES NO ABRE CON EL REGISTRO ANTERIOR: "
                   WS-MA-STATUS
               PERFORM 2100-VER-REANUDAR
           ELSE
               PERFORM 2200-COPIAR-JUGADORES
           END-IF.

      *-----------------------------------------------------------------

       2100-VER-REANUDAR.
           SET FIN-ARCHIVO TO TRUE
           OPEN INPUT TRABAJO-JUG
           IF WS-TJ-STATUS = "00"
               READ TRABAJO-JUG
                   NOT AT END
                       SET HAY-REGISTROS TO TRUE
               END-READ
               CLOSE TRABAJO-JUG
           END-IF
           IF HAY-REGISTROS
               DISPLAY "HAY UN JUGCONV DE UNA CONVERSION ANTERIOR"
               DISPLAY "RECREAR JUGADORES DESDE JUGCONV (S/N)?"
               ACCEPT RESPUESTA-CONFIRMA
               IF RESPUESTA-CONFIRMA = "S" OR RESPUESTA-CONFIRMA = "s"
                   SET SOLO-RECREAR TO TRUE
                   MOVE "  MAESTRO RECREADO DESDE UN JUGCONV ANTERIOR"
                       TO LINEA-INFORME
                   PERFORM 4100-ESCRIBIR-LINEA
               END-IF
           END-IF
           IF NOT SOLO-RECREAR
               DISPLAY "AUSENTE O YA CONVERTIDO, NO SE TOCA"
               MOVE "  JUGADORES NO ABRE CON EL REGISTRO ANTERIOR"
                   TO LINEA-INFORME
               PERFORM 4100-ESCRIBIR-LINEA
               CLOSE INFORME-CONTROL
               PERFORM 9900-ABORTAR
           END-IF.

      *-----------------------------------------------------------------

       2200-COPIAR-JUGADORES.
           SET HAY-REGISTROS TO TRUE
           OPEN OUTPUT TRABAJO-JUG
           IF WS-TJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR JUGCONV: " WS-TJ-STATUS
               CLOSE MAESTRO-ANTERIOR
               PERFORM 9900-ABORTAR
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
               READ MAESTRO-ANTERIOR
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-MA
                       MOVE SPACES         TO REGISTRO-JUGADOR
                       MOVE ANT-CODIGO     TO JUG-CODIGO
                       MOVE ANT-NOMBRE     TO JUG-NOMBRE
                       MOVE ANT-FECHA-ALTA TO JUG-FECHA-ALTA
                       MOVE ANT-ESTADO     TO JUG-ESTADO
                       MOVE SPACES         TO JUG-SUCESOR
                       MOVE REGISTRO-JUGADOR TO REG-TRABAJO-JUG
                       WRITE REG-TRABAJO-JUG
                       ADD 1 TO COPIADOS-TJ
               END-READ
           END-PERFORM
           CLOSE MAESTRO-ANTERIOR
           CLOSE TRABAJO-JUG.

      *-----------------------------------------------------------------

      * Segunda pasada: el maestro se recrea con el registro nuevo
      * desde el archivo de trabajo, que viene en orden de codigo.
       3000-RECREAR-MAESTRO.
           SET HAY-REGISTROS TO TRUE
           OPEN OUTPUT MAESTRO-JUGADORES
           IF WS-MJ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO RECREAR JUGADORES: " WS-MJ-STATUS
               DISPLAY "EL MAESTRO COMPLETO QUEDO EN JUGCONV"
               PERFORM 9900-ABORTAR
           END-IF
           OPEN INPUT TRABAJO-JUG
           PERFORM UNTIL FIN-ARCHIVO
               READ TRABAJO-JUG
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO LEIDOS-TJ
                       MOVE REG-TRABAJO-JUG TO REGISTRO-JUGADOR
                       WRITE REGISTRO-JUGADOR
                       IF WS-MJ-STATUS = "00"
                           ADD 1 TO GRABADOS-MJ
                       ELSE
                           DISPLAY "NO SE PUDO GRABAR EL JUGADOR "
                               JUG-CODIGO ": " WS-MJ-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRABAJO-JUG
           CLOSE MAESTRO-JUGADORES.

      *-----------------------------------------------------------------

       4000-IMPRIMIR-CONTROL.
           MOVE "JUGADORES" TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA
           MOVE "LEIDOS CON EL REGISTRO ANTERIOR" TO CT-TITULO
           MOVE LEIDOS-MA TO CT-VALOR
           MOVE LINEA-CONTADOR TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA
           MOVE "COPIADOS A JUGCONV" TO CT-TITULO
           MOVE COPIADOS-TJ TO CT-VALOR
           MOVE LINEA-CONTADOR TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA
           MOVE "LEIDOS DE JUGCONV" TO CT-TITULO
           MOVE LEIDOS-TJ TO CT-VALOR
           MOVE LINEA-CONTADOR TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA
           MOVE "GRABADOS CON EL REGISTRO NUEVO" TO CT-TITULO
           MOVE GRABADOS-MJ TO CT-VALOR
           MOVE LINEA-CONTADOR TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA
           MOVE "CUADRE LEIDOS = GRABADOS" TO CU-TITULO
           IF SOLO-RECREAR
               MOVE LEIDOS-TJ TO LEIDOS-MA
               MOVE LEIDOS-TJ TO COPIADOS-TJ
           END-IF
           IF LEIDOS-MA = COPIADOS-TJ
               AND LEIDOS-MA = LEIDOS-TJ
               AND LEIDOS-MA = GRABADOS-MJ
               MOVE "CORRECTO" TO CU-RESULTADO
               OPEN OUTPUT TRABAJO-JUG
               IF WS-TJ-STATUS = "00"
                   CLOSE TRABAJO-JUG
               END-IF
           ELSE
               MOVE "** NO CUADRA **" TO CU-RESULTADO
               DISPLAY "** LA CONVERSION NO CUADRA, VER CONVJUGCTL **"
           END-IF
           MOVE LINEA-CUADRE TO LINEA-INFORME
           PERFORM 4100-ESCRIBIR-LINEA.

      *-----------------------------------------------------------------

       4100-ESCRIBIR-LINEA.
           WRITE LINEA-INFORME
           ADD 1 TO LINEAS-GRABADAS.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "CONVJUG" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

      * El maestro figura dos veces: leido con el registro anterior
      * y grabado con el nuevo, cada uno con su file status.
       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE "JUGADORES"    TO RL-ARCHIVO(1)
           MOVE LEIDOS-MA      TO RL-LEIDOS(1)
           MOVE "JUGCONV"      TO RL-ARCHIVO(2)
           MOVE LEIDOS-TJ      TO RL-LEIDOS(2)
           MOVE COPIADOS-TJ    TO RL-GRABADOS(2)
           MOVE "JUGADORES"    TO RL-ARCHIVO(3)
           MOVE GRABADOS-MJ    TO RL-GRABADOS(3)
           MOVE "CONVJUGCTL"   TO RL-ARCHIVO(4)
           MOVE LINEAS-GRABADAS TO RL-GRABADOS(4)
           MOVE WS-MA-STATUS   TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-TJ-STATUS   TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-MJ-STATUS   TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-IC-STATUS   TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM CONVJUG.
