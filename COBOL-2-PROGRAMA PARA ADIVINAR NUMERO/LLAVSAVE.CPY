      *****************************************************************
      * LLAVE-GUARDADA: copia en WORKING-STORAGE de una fila del
      * archivo de estado de llaves (LLAVEREC.CPY), byte a byte con
      * otros nombres. Los programas que trabajan una llave la cargan
      * entera en una tabla y la reescriben completa; cada fila de la
      * tabla se mira y se modifica a traves de esta copia, porque el
      * area del FD no esta definida con el archivo cerrado (mismo
      * criterio que TORNEO-GUARDADO en TREGSAVE.CPY). Si LLAVEREC
      * cambia, esta copia tiene que cambiar a la par.
      *****************************************************************
       01  LLAVE-GUARDADA.
           05 LG-LLAVE-ID         PIC X(8).
           05 FILLER              PIC X.
           05 LG-TIPO             PIC X.
              88 LG-TIPO-EVENTO   VALUE "E".
              88 LG-TIPO-INSCRIPTO VALUE "I".
              88 LG-TIPO-SERIE    VALUE "S".
           05 FILLER              PIC X.
           05 LG-DATA             PIC X(80).
           05 LG-EVENTO REDEFINES LG-DATA.
              10 LG-FECHA          PIC 9(8).
              10 FILLER            PIC X.
              10 LG-LONGITUD       PIC 9.
              10 FILLER            PIC X.
              10 LG-MODO           PIC 9.
              10 FILLER            PIC X.
              10 LG-MAX-INTENTOS   PIC 99.
              10 FILLER            PIC X.
              10 LG-TAM-SERIE      PIC 9.
              10 FILLER            PIC X.
              10 LG-CLASIFICAN     PIC 9.
              10 FILLER            PIC X.
              10 LG-CANT-INSCRIPTOS PIC 99.
              10 FILLER            PIC X.
              10 LG-ESTADO         PIC X.
                 88 LG-PENDIENTE   VALUE "P".
                 88 LG-EN-CURSO    VALUE "C".
                 88 LG-FINALIZADA  VALUE "F".
              10 FILLER            PIC X.
              10 LG-ETAPA-ACTUAL   PIC 9.
              10 FILLER            PIC X.
              10 LG-FECHA-FINAL    PIC 9(8).
              10 FILLER            PIC X.
              10 LG-CUOTA         PIC 9(5)V99.
              10 LG-CUOTA-X REDEFINES LG-CUOTA PIC X(7).
              10 FILLER            PIC X.
              10 LG-AUTORIZO      PIC X(8).
              10 FILLER            PIC X(28).
           05 LG-INSCRIPTO REDEFINES LG-DATA.
              10 LG-I-ORDEN        PIC 99.
              10 FILLER            PIC X.
              10 LG-I-JUGADOR-COD  PIC X(4).
              10 FILLER            PIC X.
              10 LG-I-ETAPA        PIC 9.
              10 FILLER            PIC X.
              10 LG-I-PUESTO-SERIE PIC 9.
              10 FILLER            PIC X.
              10 LG-I-PUESTO-FINAL PIC 99.
              10 FILLER            PIC X.
              10 LG-I-PAGADO      PIC X.
                 88 LG-I-PAGO-SI  VALUE "S".
              10 FILLER            PIC X(64).
           05 LG-SERIE REDEFINES LG-DATA.
              10 LG-S-ETAPA        PIC 9.
              10 FILLER            PIC X.
              10 LG-S-SERIE        PIC 99.
              10 FILLER            PIC X.
              10 LG-S-ESTADO       PIC X.
                 88 LG-S-PENDIENTE VALUE "P".
                 88 LG-S-EN-JUEGO  VALUE "E".
                 88 LG-S-JUGADA    VALUE "J".
              10 FILLER            PIC X.
              10 LG-S-GAME-ID      PIC 9(16).
              10 FILLER            PIC X.
              10 LG-S-CANT         PIC 9.
              10 FILLER            PIC X.
              10 LG-S-PARTICIPANTE OCCURS 8 TIMES.
                 15 LG-S-JUGADOR-COD PIC X(4).
                 15 LG-S-PUESTO    PIC 9.
                 15 LG-S-AVANZA    PIC X.
              10 FILLER            PIC X(6).
