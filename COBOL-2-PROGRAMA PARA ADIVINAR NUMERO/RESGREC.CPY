      *****************************************************************
      * RESG-MANIFIESTO: registro del manifiesto de un juego de
      * resguardo (archivo RESGaaaammdd.MANIFIESTO), que graba el
      * resguardo RESGUARD y valida la restauracion RESTAURA. Cada
      * archivo resguardado queda como RESGaaaammdd.<nombre> junto al
      * manifiesto, que tiene en este orden:
      *   C - cabecera: fecha y hora del resguardo,
      *   A - una fila por archivo: si existia al resguardar, cuantos
      *       registros se copiaron y su total hash,
      *   F - fin: cantidad de archivos y totales de todo el juego.
      *       Se graba ultima: un manifiesto sin fila F es de un
      *       resguardo que no termino y no se restaura.
      * El total hash de un registro es la suma, por cada caracter que
      * no es espacio, de su valor en el codigo de caracteres por su
      * posicion en el registro; no depende de los espacios del final,
      * asi que da lo mismo sobre el archivo vivo que sobre la copia.
      *****************************************************************
       01  RESG-MANIFIESTO.
           05 RG-TIPO             PIC X.
              88 RG-TIPO-CABECERA VALUE "C".
              88 RG-TIPO-ARCHIVO  VALUE "A".
              88 RG-TIPO-FIN      VALUE "F".
           05 FILLER              PIC X.
           05 RG-DATA             PIC X(60).
           05 RG-CABECERA REDEFINES RG-DATA.
              10 RG-C-FECHA       PIC 9(8).
              10 FILLER           PIC X.
              10 RG-C-HORA        PIC 9(6).
              10 FILLER           PIC X(45).
           05 RG-ARCHIVO REDEFINES RG-DATA.
              10 RG-A-NOMBRE      PIC X(12).
              10 FILLER           PIC X.
              10 RG-A-PRESENTE    PIC X.
                 88 RG-A-EXISTIA  VALUE "S".
              10 FILLER           PIC X.
              10 RG-A-REGISTROS   PIC 9(7).
              10 FILLER           PIC X.
              10 RG-A-HASH        PIC 9(15).
              10 FILLER           PIC X(22).
           05 RG-FIN REDEFINES RG-DATA.
              10 RG-F-ARCHIVOS    PIC 99.
              10 FILLER           PIC X.
              10 RG-F-REGISTROS   PIC 9(9).
              10 FILLER           PIC X.
              10 RG-F-HASH        PIC 9(15).
              10 FILLER           PIC X(32).
