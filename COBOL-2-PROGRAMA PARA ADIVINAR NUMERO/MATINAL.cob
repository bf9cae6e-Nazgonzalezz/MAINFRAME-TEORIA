      * "NO CORRIO" en mananas perfectamente normales y el mostrador
      * aprenderia a ignorar el informe. Reemplaza el control de la
      * manana de "los archivos parecen frescos".
      * Modifications:
      *   10/2026 - Informa la fecha del ultimo resguardo bueno de los
      *             maestros y controles (fin normal de RESGUARD en
      *             OPERLOG) y avisa si tiene mas de un dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATINAL.
       77  PASOS-FALTANTES        PIC 99    VALUE 0.
       77  CUADRES-MAL            PIC 99    VALUE 0.

      * Ultimo resguardo bueno (fin normal de RESGUARD) hasta la fecha
      * verificada, de cualquier dia del log; la antiguedad se mide en
      * dias corridos con la conversion de 8500 (la de SOSPECHA).
       77  ULTIMO-RESGUARDO-TS    PIC 9(16) VALUE 0.
       77  DIAS-VERIFICAR         PIC 9(7)  COMP.
       77  DIAS-RESGUARDO         PIC 9(7)  COMP.
       77  DIAS-ANTIGUEDAD        PIC 9(7)  COMP.
       77  RESGUARDO-VENCIDO      PIC 9     VALUE 0.
       01  FECHA-CONVERTIR.
           05 FC-ANIO             PIC 9(4).
           05 FC-MES              PIC 99.
           05 FC-DIA              PIC 99.
       77  CONV-ANIO              PIC 9(5)  COMP.
       77  CONV-ERA               PIC 9(5)  COMP.
       77  CONV-ANIO-ERA          PIC 9(5)  COMP.
       77  CONV-MES               PIC 99    COMP.
       77  CONV-DIA-ANIO          PIC 9(5)  COMP.
       77  CONV-CUARTOS           PIC 9(5)  COMP.
       77  CONV-SIGLOS            PIC 9(5)  COMP.
       77  CONV-RESULTADO         PIC 9(7)  COMP.

       01  ENCABEZADO-1.
           05 FILLER              PIC X(38) VALUE
              "VERIFICACION DE LA CADENA NOCTURNA    ".
           05 CT-TITULO           PIC X(38).
           05 CT-VALOR            PIC ZZZZ9.

       01  LINEA-RESGUARDO.
           05 FILLER              PIC X(2)  VALUE "  ".
           05 FILLER              PIC X(24) VALUE
              "ULTIMO RESGUARDO BUENO: ".
           05 RE-FECHA            PIC 9(8).
           05 FILLER              PIC X(6)  VALUE " HORA ".
           05 RE-HORA             PIC 9(6).
           05 FILLER              PIC X(2)  VALUE "  ".
           05 RE-VEREDICTO        PIC X(32).

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
               UNTIL FIN-ARCHIVO
           PERFORM 3000-INFORMAR-PASOS
           PERFORM 4000-INFORMAR-CUADRES
           PERFORM 4500-INFORMAR-RESGUARDO
           PERFORM 5000-IMPRIMIR-TOTALES
           IF WS-OL-STATUS = "00" OR WS-OL-STATUS = "10"
               CLOSE LOG-OPERACIONES
                   IF FECHA-REGISTRO = FECHA-VERIFICAR
                       PERFORM 2100-ACUMULAR-REGISTRO
                   END-IF
                   IF OL-PROGRAMA = "RESGUARD" AND OL-TIPO-FIN
                       AND OL-FIN-NORMAL
                       AND FECHA-REGISTRO <= FECHA-VERIFICAR
                       AND OL-TIMESTAMP > ULTIMO-RESGUARDO-TS
                       MOVE OL-TIMESTAMP TO ULTIMO-RESGUARDO-TS
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
           END-IF
           WRITE LINEA-INFORME FROM LINEA-CUADRE.

      *-----------------------------------------------------------------

      * Los maestros y controles chicos se resguardan con RESGUARD; si
      * el ultimo resguardo que termino bien tiene mas de un dia
      * respecto de la fecha verificada, se avisa.
       4500-INFORMAR-RESGUARDO.
           MOVE SPACES TO LINEA-INFORME
           WRITE LINEA-INFORME
           MOVE "RESGUARDO DE MAESTROS Y CONTROLES" TO LINEA-INFORME
           WRITE LINEA-INFORME
           IF ULTIMO-RESGUARDO-TS = 0
               MOVE 1 TO RESGUARDO-VENCIDO
               MOVE "  ** NO HAY RESGUARDO BUENO EN OPERLOG **"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               MOVE FECHA-VERIFICAR TO FECHA-CONVERTIR
               PERFORM 8500-FECHA-A-DIAS
               MOVE CONV-RESULTADO TO DIAS-VERIFICAR
               MOVE ULTIMO-RESGUARDO-TS(1:8) TO FECHA-CONVERTIR
               PERFORM 8500-FECHA-A-DIAS
               MOVE CONV-RESULTADO TO DIAS-RESGUARDO
               COMPUTE DIAS-ANTIGUEDAD = DIAS-VERIFICAR - DIAS-RESGUARDO
               MOVE ULTIMO-RESGUARDO-TS(1:8) TO RE-FECHA
               MOVE ULTIMO-RESGUARDO-TS(9:6) TO RE-HORA
               IF DIAS-ANTIGUEDAD > 1
                   MOVE 1 TO RESGUARDO-VENCIDO
                   MOVE "** TIENE MAS DE UN DIA **" TO RE-VEREDICTO
               ELSE
                   MOVE "AL DIA" TO RE-VEREDICTO
               END-IF
               WRITE LINEA-INFORME FROM LINEA-RESGUARDO
           END-IF.

      *-----------------------------------------------------------------

       5000-IMPRIMIR-TOTALES.
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "CUADRES QUE NO CIERRAN" TO CT-TITULO
           MOVE CUADRES-MAL TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR
           MOVE "RESGUARDO AUSENTE O DE MAS DE UN DIA" TO CT-TITULO
           MOVE RESGUARDO-VENCIDO TO CT-VALOR
           WRITE LINEA-INFORME FROM LINEA-CONTADOR.

      *-----------------------------------------------------------------

      * Conversion de una fecha AAAAMMDD a numero de dia corrido (mismo
      * calculo que SOSPECHA).
       8500-FECHA-A-DIAS.
           MOVE FC-ANIO TO CONV-ANIO
           IF FC-MES <= 2
               SUBTRACT 1 FROM CONV-ANIO
               COMPUTE CONV-MES = FC-MES + 9
           ELSE
               COMPUTE CONV-MES = FC-MES - 3
           END-IF
           DIVIDE CONV-ANIO BY 400 GIVING CONV-ERA
           COMPUTE CONV-ANIO-ERA = CONV-ANIO - CONV-ERA * 400
           COMPUTE CONV-DIA-ANIO = 153 * CONV-MES + 2
           DIVIDE CONV-DIA-ANIO BY 5 GIVING CONV-DIA-ANIO
           COMPUTE CONV-DIA-ANIO = CONV-DIA-ANIO + FC-DIA - 1
           DIVIDE CONV-ANIO-ERA BY 4 GIVING CONV-CUARTOS
           DIVIDE CONV-ANIO-ERA BY 100 GIVING CONV-SIGLOS
           COMPUTE CONV-RESULTADO = CONV-ERA * 146097
               + CONV-ANIO-ERA * 365 + CONV-CUARTOS - CONV-SIGLOS
               + CONV-DIA-ANIO.

      *-----------------------------------------------------------------
       END PROGRAM MATINAL.
