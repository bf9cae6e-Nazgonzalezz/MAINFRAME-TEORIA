      * maestro JUGADORES) y TORNEO (que a la noche levanta la
      * configuracion y el roster por id de torneo, lo corre y lo
      * marca como jugado para que el mismo id no se corra dos veces).
      * Modifications:
      *   10/2026 - TG-CUOTA, TG-PAGADO y TG-AUTORIZO agregan al final
      *             la cuota de inscripcion por jugador, si cada uno
      *             del roster la pago y el supervisor que autorizo
      *             correr el torneo con impagos; la liquidacion de
      *             premios LIQUIDA toma de aca la recaudacion. En las
      *             filas anteriores al cambio quedan en blanco: torneo
      *             sin cuota.
      *****************************************************************
       01  TORNEO-REG-RECORD.
           05 TG-TORNEO-ID       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 TG-ROSTER.
              10 TG-JUGADOR-COD OCCURS 8 TIMES PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 TG-CUOTA           PIC 9(5)V99.
           05 TG-CUOTA-X REDEFINES TG-CUOTA PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 TG-PAGOS.
              10 TG-PAGADO OCCURS 8 TIMES PIC X.
                 88 TG-PAGO-SI   VALUE "S".
           05 FILLER             PIC X VALUE SPACE.
           05 TG-AUTORIZO        PIC X(8).
