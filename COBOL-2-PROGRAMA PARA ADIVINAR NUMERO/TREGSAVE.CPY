           05 FILLER             PIC X.
           05 TGG-ROSTER.
              10 TGG-JUGADOR-COD OCCURS 8 TIMES PIC X(4).
           05 FILLER             PIC X.
           05 TGG-CUOTA          PIC 9(5)V99.
           05 TGG-CUOTA-X REDEFINES TGG-CUOTA PIC X(7).
           05 FILLER             PIC X.
           05 TGG-PAGOS.
              10 TGG-PAGADO OCCURS 8 TIMES PIC X.
                 88 TGG-PAGO-SI  VALUE "S".
           05 FILLER             PIC X.
           05 TGG-AUTORIZO       PIC X(8).
