      * LA MARCA DE TARDIAS (VER AUD-MARCA EN AUDITREC.CPY). LOS
      * REGISTROS ANTIGUOS DE 13 POSICIONES DEJAN EL FORMATO EN
      * BLANCO Y SE DECIDEN POR TOTALES COMO HASTA AHORA.
      *   'W'     - GRUPO DECIDIDO SIN JUGAR (INCOMPARECENCIA): UN
      *             UNICO REGISTRO POR GRUPO, SIN PARTIDAS. LAS DOS
      *             POSICIONES DE SIMBOLOS SE LEEN ENTONCES COMO
      *             GR-WO-AUSENTE (QUE JUGADOR NO SE PRESENTO: '1'
      *             ES GR-PLAYER-P1, '2' ES GR-PLAYER-P2) Y
      *             GR-WO-MOTIVO ('N' NO PRESENTADO, 'R' RETIRADA,
      *             'C' DECISION DEL COMITE). EL JUGADOR PRESENTE SE
      *             LLEVA EL GRUPO SIN PASAR POR LA TABLA DE REGLAS
      *             Y SIN MOVER SU PUNTUACION DE FUERZA.
      *             GR-FORMATO-N NO SE USA.
      *   'H'/'M'/'P' - GRUPO CON VENTAJA (HANDICAP): COMO 'T', 'B'
      *             Y 'F' RESPECTIVAMENTE, PERO EL JUGADOR DE MENOR
      *             PUNTUACION DE FUERZA (VER RATEREC.CPY) EMPIEZA EL
      *             GRUPO CON LAS PARTIDAS GANADAS QUE LE DA LA TABLA
      *             DE TRAMOS DE LA TARJETA HANDCTL DE RETO6 SEGUN LA
      *             DIFERENCIA DE PUNTUACIONES. LAS PARTIDAS DE
      *             VENTAJA CUENTAN PARA LA META DE VICTORIAS DE 'M'
      *             Y 'P', PERO NO PARA LA PUNTUACION DE FUERZA.
      * GR-ARBITRO ES EL ARBITRO DEL GRUPO (VER ARBITREC.CPY), CONSTANTE
      * EN TODAS SUS PARTIDAS COMO LA PAREJA DE JUGADORES. LO ASIGNA
      * ARBITRA EN EL LIBRO DE EMPAREJAMIENTOS Y LO COPIA ENTRADA AL
      * GRABAR EL GRUPO; RETO6 LO LLEVA A LA PISTA DE AUDITORIA. LOS
      * REGISTROS ANTIGUOS DE 13 Y 16 POSICIONES LO DEJAN EN BLANCO:
      * GRUPO SIN ARBITRO CONSTANTE.
      ******************************************************************
       01 GAME-RECORD.
           05 GR-GRUPO          PIC 9(3).
           05 GR-SIMBOLOS.
               10 GR-SIMBOLO-P1     PIC X(1).
               10 GR-SIMBOLO-P2     PIC X(1).
           05 GR-WALKOVER REDEFINES GR-SIMBOLOS.
               10 GR-WO-AUSENTE     PIC X(1).
                   88 GR-WO-AUSENTE-P1        VALUE '1'.
                   88 GR-WO-AUSENTE-P2        VALUE '2'.
               10 GR-WO-MOTIVO      PIC X(1).
                   88 GR-WO-MOTIVO-VALIDO     VALUE 'N' 'R' 'C'.
           05 GR-PLAYER-P1      PIC X(4).
           05 GR-PLAYER-P2      PIC X(4).
           05 GR-FORMATO        PIC X(1).
               88 GR-FORMATO-TOTALES      VALUE ' ' 'T' 'H'.
               88 GR-FORMATO-MEJOR-DE     VALUE 'B' 'M'.
               88 GR-FORMATO-PRIMERO-A    VALUE 'F' 'P'.
               88 GR-FORMATO-WALKOVER     VALUE 'W'.
               88 GR-FORMATO-HANDICAP     VALUE 'H' 'M' 'P'.
           05 GR-FORMATO-N      PIC 9(2).
           05 GR-ARBITRO        PIC X(4).
