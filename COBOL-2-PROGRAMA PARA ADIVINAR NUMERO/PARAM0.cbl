      * de 4 a 6 digitos, hasta 15 intentos); si algo falla devuelve
      * PAR-ESTADO en ER y el motivo en PAR-MENSAJE, y el driver tiene
      * que abortar con ese mensaje.
      * Modifications:
      *   10/2026 - Reglas con fecha efectiva: PARAMETROS pasa a ser el
      *             historial de versiones de las reglas (PARREC.CPY),
      *             una fila por version con la fecha desde la que
      *             rige, que agrega el mantenimiento ABMPAR. La rutina
      *             devuelve la version vigente a PAR-FECHA-REGLA (la
      *             de fecha efectiva mas reciente que no la supere;
      *             entre dos de la misma fecha, la de numero mayor)
      *             con su numero en PAR-VERSION, para que cada
      *             resultado grabe con que reglas se jugo. Con
      *             PAR-FUNCION en V no lee el archivo: aplica las
      *             mismas validaciones a los valores del area, para
      *             que ABMPAR no pueda grabar reglas que los drivers
      *             despues rechacen.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM0.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       COPY PARREC.

       WORKING-STORAGE SECTION.
       77  WS-PA-STATUS           PIC XX.

       01  EOF-SW                 PIC X     VALUE 'N'.
           88 FIN-ARCHIVO         VALUE 'Y'.
           88 HAY-REGISTROS       VALUE 'N'.

       77  FECHA-CONSULTA         PIC 9(8).
       77  FILAS-LEIDAS           PIC 9(5)  COMP.

      * Version vigente elegida hasta ahora en la lectura.
       01  ELEGIDA-SW             PIC X     VALUE 'N'.
           88 HAY-ELEGIDA         VALUE 'S'.
           88 SIN-ELEGIDA         VALUE 'N'.
       77  ELEGIDA-VERSION        PIC 9(3).
       77  ELEGIDA-FECHA          PIC 9(8).
       01  REGLA-ELEGIDA          PIC X(85).

       COPY PARSAVE.

       LINKAGE SECTION.
       COPY PARAMCOM.

       0000-CONTROL.
           SET PAR-ERROR TO TRUE
           MOVE SPACES TO PAR-MENSAJE
           IF PAR-FN-VALIDAR
               PERFORM 1500-TOMAR-AREA
               PERFORM 2000-VALIDAR
           ELSE
               PERFORM 0500-FIJAR-FECHA
               PERFORM 1000-LEER-ARCHIVO
               IF PAR-MENSAJE = SPACES
                   PERFORM 2000-VALIDAR
               END-IF
               IF PAR-MENSAJE = SPACES
                   PERFORM 3000-CARGAR-AREA
               END-IF
           END-IF
           IF PAR-MENSAJE = SPACES
               SET PAR-OK TO TRUE
           END-IF
           GOBACK.

      * Sin fecha pedida (cero o en blanco) valen las reglas de hoy.
       0500-FIJAR-FECHA.
           IF PAR-FECHA-REGLA NUMERIC AND PAR-FECHA-REGLA > 0
               MOVE PAR-FECHA-REGLA TO FECHA-CONSULTA
           ELSE
               ACCEPT FECHA-CONSULTA FROM DATE YYYYMMDD
           END-IF.

      * Recorre todas las versiones y se queda con la vigente a
      * FECHA-CONSULTA.
       1000-LEER-ARCHIVO.
           MOVE 0 TO FILAS-LEIDAS
           SET SIN-ELEGIDA TO TRUE
           SET HAY-REGISTROS TO TRUE
           OPEN INPUT PARAMETROS-FILE
           IF WS-PA-STATUS NOT = "00"
               MOVE "PARAMETROS AUSENTE O ILEGIBLE" TO PAR-MENSAJE
           ELSE
               PERFORM UNTIL FIN-ARCHIVO OR PAR-MENSAJE NOT = SPACES
                   READ PARAMETROS-FILE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO FILAS-LEIDAS
                           PERFORM 1100-EXAMINAR-FILA
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
               IF PAR-MENSAJE = SPACES
                   IF FILAS-LEIDAS = 0
                       MOVE "PARAMETROS VACIO" TO PAR-MENSAJE
                   ELSE
                       IF SIN-ELEGIDA
                           MOVE "NO HAY REGLAS VIGENTES A ESA FECHA"
                               TO PAR-MENSAJE
                       ELSE
                           MOVE REGLA-ELEGIDA TO REGLA-GUARDADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La fila original, sin version ni fecha efectiva, es la
      * version 1 vigente desde siempre.
       1100-EXAMINAR-FILA.
           MOVE PARAMETROS-RECORD TO REGLA-GUARDADA
           IF RG-VERSION-X = SPACES
               MOVE 1 TO RG-VERSION
           END-IF
           IF RG-FECHA-EFECTIVA-X = SPACES
               MOVE 0 TO RG-FECHA-EFECTIVA
           END-IF
           IF RG-VERSION NOT NUMERIC OR RG-FECHA-EFECTIVA NOT NUMERIC
               MOVE "PARAMETROS CON VERSION O FECHA INVALIDA"
                   TO PAR-MENSAJE
           ELSE
               IF RG-FECHA-EFECTIVA <= FECHA-CONSULTA
                   IF SIN-ELEGIDA
                       OR RG-FECHA-EFECTIVA > ELEGIDA-FECHA
                       OR (RG-FECHA-EFECTIVA = ELEGIDA-FECHA
                           AND RG-VERSION > ELEGIDA-VERSION)
                       SET HAY-ELEGIDA TO TRUE
                       MOVE RG-VERSION        TO ELEGIDA-VERSION
                       MOVE RG-FECHA-EFECTIVA TO ELEGIDA-FECHA
                       MOVE REGLA-GUARDADA    TO REGLA-ELEGIDA
                   END-IF
               END-IF
           END-IF.

      * Validacion pedida por el mantenimiento: los valores vienen en
      * el area y pasan por los mismos controles que una fila leida.
       1500-TOMAR-AREA.
           MOVE SPACES           TO REGLA-GUARDADA
           MOVE PAR-LONG-MINIMA  TO RG-LONG-MINIMA
           MOVE PAR-LONG-MAXIMA  TO RG-LONG-MAXIMA
           MOVE PAR-LONG-DEFECTO TO RG-LONG-DEFECTO
           MOVE PAR-INTENTOS-MIN TO RG-INTENTOS-MIN
           MOVE PAR-INTENTOS-MAX TO RG-INTENTOS-MAX
           MOVE PAR-INTENTOS-DEF TO RG-INTENTOS-DEF
           MOVE PAR-MODO-DEFECTO TO RG-MODO-DEFECTO.

       2000-VALIDAR.
           IF RG-LONG-MINIMA NOT NUMERIC
               OR RG-LONG-MAXIMA NOT NUMERIC
               OR RG-LONG-DEFECTO NOT NUMERIC
               OR RG-INTENTOS-MIN NOT NUMERIC
               OR RG-INTENTOS-MAX NOT NUMERIC
               OR RG-INTENTOS-DEF NOT NUMERIC
               OR RG-MODO-DEFECTO NOT NUMERIC
               MOVE "PARAMETROS CON CAMPOS NO NUMERICOS"
                   TO PAR-MENSAJE
           ELSE
               IF RG-LONG-MINIMA < 4 OR RG-LONG-MAXIMA > 6
                   OR RG-LONG-MINIMA > RG-LONG-MAXIMA
                   OR RG-LONG-DEFECTO < RG-LONG-MINIMA
                   OR RG-LONG-DEFECTO > RG-LONG-MAXIMA
                   MOVE "RANGO DE LONGITUD INVALIDO (4 A 6)"
                       TO PAR-MENSAJE
               ELSE
                   IF RG-INTENTOS-MIN < 1 OR RG-INTENTOS-MAX > 15
                       OR RG-INTENTOS-MIN > RG-INTENTOS-MAX
                       OR RG-INTENTOS-DEF < RG-INTENTOS-MIN
                       OR RG-INTENTOS-DEF > RG-INTENTOS-MAX
                       MOVE "RANGO DE INTENTOS INVALIDO (1 A 15)"
                           TO PAR-MENSAJE
                   ELSE
                       IF RG-MODO-DEFECTO > 1
                           MOVE "MODO POR DEFECTO INVALIDO (0 O 1)"
                               TO PAR-MENSAJE
                       END-IF
           END-IF.

       3000-CARGAR-AREA.
           MOVE RG-LONG-MINIMA    TO PAR-LONG-MINIMA
           MOVE RG-LONG-MAXIMA    TO PAR-LONG-MAXIMA
           MOVE RG-LONG-DEFECTO   TO PAR-LONG-DEFECTO
           MOVE RG-INTENTOS-MIN   TO PAR-INTENTOS-MIN
           MOVE RG-INTENTOS-MAX   TO PAR-INTENTOS-MAX
           MOVE RG-INTENTOS-DEF   TO PAR-INTENTOS-DEF
           MOVE RG-MODO-DEFECTO   TO PAR-MODO-DEFECTO
           MOVE RG-VERSION        TO PAR-VERSION
           MOVE RG-FECHA-EFECTIVA TO PAR-FECHA-EFECTIVA.
