      ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Tectonics: cobc
      * Resguardo de los maestros y archivos de control chicos, que son
      * los que mantienen consistente al sistema: JUGADORES, TEMPORADA,
      * TORNEOREG, PARTIDASUSP, PUNTOSCTL, GAMEIDCTL, LOTECHKPT y
      * PARAMETROS. Los copia como juego fechado: cada uno queda como
      * RESGaaaammdd.<nombre> (texto, un registro por linea; el maestro
      * indexado JUGADORES se copia en orden de codigo y GAMEIDCTL con
      * su unico registro) y al final se graba el manifiesto
      * RESGaaaammdd.MANIFIESTO con la cantidad de registros y el total
      * hash de cada archivo (ver RESGREC.CPY). El manifiesto se vacia
      * al arrancar y su fila F se graba ultima: si la corrida se corta,
      * el juego queda sin fila F y la restauracion RESTAURA no lo
      * toma. Un archivo que todavia no existe queda anotado como
      * ausente. Un segundo resguardo en el mismo dia reemplaza al
      * primero. El fin normal en OPERLOG es la marca de resguardo
      * bueno que mira la verificacion matinal MATINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGUARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-JUGADORES ASSIGN TO "JUGADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JUG-CODIGO
               FILE STATUS IS WS-MJ-STATUS.
           SELECT CONTROL-GAMEID ASSIGN TO "GAMEIDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
           SELECT ARCHIVO-ORIGEN ASSIGN USING NOMBRE-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AO-STATUS.
           SELECT ARCHIVO-COPIA ASSIGN USING NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
           SELECT MANIFIESTO ASSIGN USING NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-JUGADORES.
       COPY JUGREC.

       FD  CONTROL-GAMEID.
       01  CONTROL-GAMEID-RECORD  PIC X(17).

       FD  ARCHIVO-ORIGEN.
       01  REG-ORIGEN             PIC X(200).

       FD  ARCHIVO-COPIA.
       01  REG-COPIA              PIC X(200).

       FD  MANIFIESTO.
       COPY RESGREC.

       WORKING-STORAGE SECTION.
       77  WS-MJ-STATUS           PIC XX.
       77  WS-GC-STATUS           PIC XX.
       77  WS-AO-STATUS           PIC XX.
       77  WS-AC-STATUS           PIC XX.
       77  WS-MF-STATUS           PIC XX.
       77  WS-FECHA-HOY           PIC 9(8).
       77  HORA-HOY               PIC 9(8).

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  NOMBRE-ORIGEN          PIC X(30) VALUE SPACES.
       77  NOMBRE-COPIA           PIC X(30) VALUE SPACES.
       77  NOMBRE-MANIFIESTO      PIC X(30) VALUE SPACES.
       77  NOMBRE-JUEGO           PIC X(12) VALUE SPACES.

      * Archivos del juego de resguardo y como se leen: I indexado
      * (JUGADORES), S secuencial de registro fijo (GAMEIDCTL), L
      * secuencial de lineas. El mismo orden en RESTAURA.
       01  ARCHIVOS-RESGUARDO.
           05 FILLER              PIC X(13) VALUE "JUGADORES   I".
           05 FILLER              PIC X(13) VALUE "TEMPORADA   L".
           05 FILLER              PIC X(13) VALUE "TORNEOREG   L".
           05 FILLER              PIC X(13) VALUE "PARTIDASUSP L".
           05 FILLER              PIC X(13) VALUE "PUNTOSCTL   L".
           05 FILLER              PIC X(13) VALUE "GAMEIDCTL   S".
           05 FILLER              PIC X(13) VALUE "LOTECHKPT   L".
           05 FILLER              PIC X(13) VALUE "PARAMETROS  L".
       01  ARCHIVOS-TABLA REDEFINES ARCHIVOS-RESGUARDO.
           05 AR-ENTRADA OCCURS 8 TIMES.
              10 AR-NOMBRE        PIC X(12).
              10 AR-TIPO          PIC X.
                 88 AR-INDEXADO   VALUE "I".
                 88 AR-SECUENCIAL VALUE "S".
                 88 AR-LINEAS     VALUE "L".
       77  ARCH-IDX               PIC 9     COMP.

       01  RESULTADOS-TABLA.
           05 RS-ENTRADA OCCURS 8 TIMES.
              10 RS-PRESENTE      PIC X.
              10 RS-REGISTROS     PIC 9(7).
              10 RS-HASH          PIC 9(15).

      * Total hash: el valor de cada caracter se obtiene poniendolo
      * como byte bajo de un binario de dos bytes.
       77  REGISTRO-TRABAJO       PIC X(200).
       77  POS-HASH               PIC 9(3)  COMP.
       01  HASH-PAR.
           05 FILLER              PIC X     VALUE LOW-VALUE.
           05 HASH-CARACTER       PIC X.
       01  HASH-ORDINAL REDEFINES HASH-PAR PIC 9(4) COMP.
       77  HASH-REGISTRO          PIC 9(15).

       77  TOTAL-REGISTROS        PIC 9(9)  VALUE 0.
       77  TOTAL-HASH             PIC 9(15) VALUE 0.
       77  ARCHIVOS-PRESENTES     PIC 99    VALUE 0.
       77  LEIDOS-MJ              PIC 9(7)  VALUE 0.
       77  LEIDOS-GC              PIC 9(7)  VALUE 0.
       77  GRABADOS-MF            PIC 9(7)  VALUE 0.

       77  RUNLOG-ROUTINE         PIC X(8)  VALUE "RUNLOG0".

       COPY RUNCOM.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           PERFORM 9700-REGISTRAR-INICIO
           PERFORM 1000-INICIAR
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               PERFORM 2000-RESGUARDAR-ARCHIVO
               ADD 1 TO ARCH-IDX
           END-PERFORM
           PERFORM 3000-GRABAR-MANIFIESTO
           DISPLAY "JUEGO DE RESGUARDO " NOMBRE-JUEGO " COMPLETO"
           DISPLAY "ARCHIVOS: " ARCHIVOS-PRESENTES
               "  REGISTROS: " TOTAL-REGISTROS
           SET RL-FIN-NORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * El manifiesto se vacia antes de copiar nada: un juego del mismo
      * dia que se corte a mitad no puede quedar con el manifiesto
      * completo de la corrida anterior.
       1000-INICIAR.
           DISPLAY "***************************************************"
           DISPLAY "*        RESGUARDO DE MAESTROS Y CONTROLES        *"
           DISPLAY "***************************************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-HOY FROM TIME
           STRING "RESG" WS-FECHA-HOY
               DELIMITED BY SIZE INTO NOMBRE-JUEGO
           STRING NOMBRE-JUEGO ".MANIFIESTO"
               DELIMITED BY SIZE INTO NOMBRE-MANIFIESTO
           OPEN OUTPUT MANIFIESTO
           IF WS-MF-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " NOMBRE-MANIFIESTO ": "
                   WS-MF-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           CLOSE MANIFIESTO.

      *-----------------------------------------------------------------

       2000-RESGUARDAR-ARCHIVO.
           MOVE "N" TO RS-PRESENTE(ARCH-IDX)
           MOVE 0   TO RS-REGISTROS(ARCH-IDX)
           MOVE 0   TO RS-HASH(ARCH-IDX)
           MOVE SPACES TO NOMBRE-COPIA
           STRING NOMBRE-JUEGO "." AR-NOMBRE(ARCH-IDX)
               DELIMITED BY SPACE INTO NOMBRE-COPIA
           EVALUATE TRUE
               WHEN AR-INDEXADO(ARCH-IDX)
                   PERFORM 2100-RESGUARDAR-JUGADORES
               WHEN AR-SECUENCIAL(ARCH-IDX)
                   PERFORM 2200-RESGUARDAR-GAMEID
               WHEN OTHER
                   PERFORM 2300-RESGUARDAR-LINEAS
           END-EVALUATE
           IF RS-PRESENTE(ARCH-IDX) = "S"
               ADD 1 TO ARCHIVOS-PRESENTES
               ADD RS-REGISTROS(ARCH-IDX) TO TOTAL-REGISTROS
               ADD RS-HASH(ARCH-IDX)      TO TOTAL-HASH
               DISPLAY AR-NOMBRE(ARCH-IDX) " "
                   RS-REGISTROS(ARCH-IDX) " REGISTROS"
           ELSE
               DISPLAY AR-NOMBRE(ARCH-IDX) " AUSENTE, NO SE COPIA"
           END-IF.

      *-----------------------------------------------------------------

       2100-RESGUARDAR-JUGADORES.
           OPEN INPUT MAESTRO-JUGADORES
           IF WS-MJ-STATUS = "00"
               PERFORM 2900-ABRIR-COPIA
               SET HAY-REGISTROS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ MAESTRO-JUGADORES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LEIDOS-MJ
                           MOVE REGISTRO-JUGADOR TO REGISTRO-TRABAJO
                           PERFORM 2950-COPIAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE MAESTRO-JUGADORES
               CLOSE ARCHIVO-COPIA
           ELSE
               IF WS-MJ-STATUS NOT = "35"
                   DISPLAY "NO SE PUDO LEER JUGADORES: " WS-MJ-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2200-RESGUARDAR-GAMEID.
           OPEN INPUT CONTROL-GAMEID
           IF WS-GC-STATUS = "00"
               PERFORM 2900-ABRIR-COPIA
               SET HAY-REGISTROS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ CONTROL-GAMEID
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO LEIDOS-GC
                           MOVE CONTROL-GAMEID-RECORD
                               TO REGISTRO-TRABAJO
                           PERFORM 2950-COPIAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CONTROL-GAMEID
               CLOSE ARCHIVO-COPIA
           ELSE
               IF WS-GC-STATUS NOT = "35"
                   DISPLAY "NO SE PUDO LEER GAMEIDCTL: " WS-GC-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2300-RESGUARDAR-LINEAS.
           MOVE AR-NOMBRE(ARCH-IDX) TO NOMBRE-ORIGEN
           OPEN INPUT ARCHIVO-ORIGEN
           IF WS-AO-STATUS = "00"
               PERFORM 2900-ABRIR-COPIA
               SET HAY-REGISTROS TO TRUE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-ORIGEN
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE REG-ORIGEN TO REGISTRO-TRABAJO
                           PERFORM 2950-COPIAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ORIGEN
               CLOSE ARCHIVO-COPIA
           ELSE
               IF WS-AO-STATUS NOT = "35"
                   DISPLAY "NO SE PUDO LEER " AR-NOMBRE(ARCH-IDX) ": "
                       WS-AO-STATUS
                   PERFORM 9900-ABORTAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

       2900-ABRIR-COPIA.
           OPEN OUTPUT ARCHIVO-COPIA
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " NOMBRE-COPIA ": "
                   WS-AC-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE "S" TO RS-PRESENTE(ARCH-IDX).

      *-----------------------------------------------------------------

       2950-COPIAR-REGISTRO.
           WRITE REG-COPIA FROM REGISTRO-TRABAJO
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO " NOMBRE-COPIA ": "
                   WS-AC-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           ADD 1 TO RS-REGISTROS(ARCH-IDX)
           PERFORM 8000-HASH-REGISTRO
           ADD HASH-REGISTRO TO RS-HASH(ARCH-IDX).

      *-----------------------------------------------------------------

       3000-GRABAR-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO
           IF WS-MF-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " NOMBRE-MANIFIESTO ": "
                   WS-MF-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           MOVE SPACES TO RESG-MANIFIESTO
           SET RG-TIPO-CABECERA TO TRUE
           MOVE WS-FECHA-HOY TO RG-C-FECHA
           MOVE HORA-HOY(1:6) TO RG-C-HORA
           PERFORM 3100-GRABAR-FILA
           MOVE 1 TO ARCH-IDX
           PERFORM UNTIL ARCH-IDX > 8
               MOVE SPACES TO RESG-MANIFIESTO
               SET RG-TIPO-ARCHIVO TO TRUE
               MOVE AR-NOMBRE(ARCH-IDX)    TO RG-A-NOMBRE
               MOVE RS-PRESENTE(ARCH-IDX)  TO RG-A-PRESENTE
               MOVE RS-REGISTROS(ARCH-IDX) TO RG-A-REGISTROS
               MOVE RS-HASH(ARCH-IDX)      TO RG-A-HASH
               PERFORM 3100-GRABAR-FILA
               ADD 1 TO ARCH-IDX
           END-PERFORM
           MOVE SPACES TO RESG-MANIFIESTO
           SET RG-TIPO-FIN TO TRUE
           MOVE 8               TO RG-F-ARCHIVOS
           MOVE TOTAL-REGISTROS TO RG-F-REGISTROS
           MOVE TOTAL-HASH      TO RG-F-HASH
           PERFORM 3100-GRABAR-FILA
           CLOSE MANIFIESTO.

      *-----------------------------------------------------------------

       3100-GRABAR-FILA.
           WRITE RESG-MANIFIESTO
           IF WS-MF-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO " NOMBRE-MANIFIESTO ": "
                   WS-MF-STATUS
               PERFORM 9900-ABORTAR
           END-IF
           ADD 1 TO GRABADOS-MF.

      *-----------------------------------------------------------------

      * Suma de valor del caracter por posicion, salteando espacios
      * (mismo calculo en RESTAURA).
       8000-HASH-REGISTRO.
           MOVE 0 TO HASH-REGISTRO
           MOVE 1 TO POS-HASH
           PERFORM UNTIL POS-HASH > 200
               IF REGISTRO-TRABAJO(POS-HASH:1) NOT = SPACE
                   MOVE REGISTRO-TRABAJO(POS-HASH:1) TO HASH-CARACTER
                   COMPUTE HASH-REGISTRO =
                       HASH-REGISTRO + HASH-ORDINAL * POS-HASH
               END-IF
               ADD 1 TO POS-HASH
           END-PERFORM.

      *-----------------------------------------------------------------

       9700-REGISTRAR-INICIO.
           INITIALIZE AREA-RUNLOG
           MOVE "RESGUARD" TO RL-PROGRAMA
           SET RL-TIPO-INICIO TO TRUE
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9800-REGISTRAR-FIN.
           SET RL-TIPO-FIN TO TRUE
           MOVE NOMBRE-JUEGO      TO RL-ARCHIVO(1)
           MOVE TOTAL-REGISTROS   TO RL-GRABADOS(1)
           MOVE "JUGADORES"       TO RL-ARCHIVO(2)
           MOVE LEIDOS-MJ         TO RL-LEIDOS(2)
           MOVE "GAMEIDCTL"       TO RL-ARCHIVO(3)
           MOVE LEIDOS-GC         TO RL-LEIDOS(3)
           MOVE "MANIFIESTO"      TO RL-ARCHIVO(4)
           MOVE GRABADOS-MF       TO RL-GRABADOS(4)
           MOVE WS-AC-STATUS      TO RL-ESTADOS-ARCH(1:2)
           MOVE WS-MJ-STATUS      TO RL-ESTADOS-ARCH(3:2)
           MOVE WS-GC-STATUS      TO RL-ESTADOS-ARCH(5:2)
           MOVE WS-MF-STATUS      TO RL-ESTADOS-ARCH(7:2)
           CALL RUNLOG-ROUTINE USING AREA-RUNLOG.

      *-----------------------------------------------------------------

       9900-ABORTAR.
           SET RL-FIN-ANORMAL TO TRUE
           PERFORM 9800-REGISTRAR-FIN
           STOP RUN.

      *-----------------------------------------------------------------
       END PROGRAM RESGUARD.
