      *****************************************************************
      * PADRON-NOVEDAD: registro del archivo de novedades del padron de
      * socios (archivo PADRONNOV) que manda cada semana la oficina de
      * socios y que PADRON aplica al maestro JUGADORES. Un registro
      * por novedad, en el orden en que se aplican:
      *   A - alta: codigo nuevo con su nombre y, si viene, la fecha
      *       de alta (en blanco o cero: la fecha de la corrida),
      *   C - cambio de nombre de un codigo existente,
      *   B - baja logica (el codigo queda inactivo),
      *   R - reactivacion de un codigo dado de baja.
      * En las bajas y reactivaciones el nombre no se usa.
      *****************************************************************
       01  PADRON-NOVEDAD.
           05 PN-TIPO             PIC X.
              88 PN-ALTA          VALUE "A".
              88 PN-CAMBIO        VALUE "C".
              88 PN-BAJA          VALUE "B".
              88 PN-REACTIVACION  VALUE "R".
           05 FILLER              PIC X.
           05 PN-JUGADOR-COD      PIC X(4).
           05 FILLER              PIC X.
           05 PN-NOMBRE           PIC X(30).
           05 FILLER              PIC X.
           05 PN-FECHA-ALTA       PIC 9(8).
           05 PN-FECHA-ALTA-X REDEFINES PN-FECHA-ALTA PIC X(8).
           05 FILLER              PIC X(14).
