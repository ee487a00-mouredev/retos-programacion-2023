      * AUDITORIA AL EQUIPO DE CADA JUGADOR; UN JUGADOR SIN LINEA
      * AQUI PUNTUA BAJO EL EQUIPO '????' (SIN CLUB) PARA QUE EL
      * CUADRE NO PIERDA GRUPOS.
      * EQ-FECHA-DESDE ES LA FECHA DESDE LA QUE VALE LA AFILIACION.
      * UN TRASPASO (VER TRASPASO) NO TOCA LAS LINEAS VIGENTES:
      * AÑADE AL FINAL LA NUEVA AFILIACION CON SU FECHA DE EFECTO,
      * ASI QUE EL FICHERO CONSERVA LA HISTORIA DEL JUGADOR Y LA
      * ULTIMA LINEA DE CADA JUGADOR ES SU CLUB ACTUAL. A CERO (O EN
      * BLANCO EN LAS LINEAS ANTIGUAS DE 28 POSICIONES) VALE DESDE
      * SIEMPRE. EQUIPOS ABONA CADA GRUPO AL CLUB QUE EL JUGADOR
      * TENIA EN LA FECHA DEL GRUPO.
      ******************************************************************
       01 EQUIPO-JUGADOR-RECORD.
           05 EQ-PLAYER-ID       PIC X(4).
           05 EQ-EQUIPO-ID       PIC X(4).
           05 EQ-EQUIPO-NOMBRE   PIC X(20).
           05 EQ-FECHA-DESDE     PIC 9(8).
