      * NINGUNA DE LAS DOS PUNTUA: TODO RECALCULO DESDE LA PISTA
      * DEBE SALTARLAS. LAS PISTAS ANTIGUAS DE 44 POSICIONES DEJAN
      * LA MARCA EN BLANCO.
      * UN GRUPO DECIDIDO POR INCOMPARECENCIA (FORMATO 'W' DE
      * GAMEREC.CPY) DEJA UNA UNICA LINEA NORMAL CON AUD-GAME = 'W'
      * MAS EL MOTIVO ('WN' NO PRESENTADO, 'WR' RETIRADA, 'WC'
      * DECISION DEL COMITE) Y AUD-RESULT CON EL JUGADOR PRESENTE
      * COMO GANADOR, DE MODO QUE TODO RECALCULO DESDE LA PISTA LE
      * ABONA EL GRUPO COMO A CUALQUIER OTRO GANADOR. COMO EL 'FD'
      * DE FEDIMP, NO ES UNA TIRADA: LOS RECUENTOS DE SIMBOLOS SOLO
      * ADMITEN SIMBOLOS DE RULESIN Y LO SALTAN.
      * UN DESCUENTO DE PUNTOS POR SANCION (TIPO 'P' DE SANCREC.CPY)
      * DEJA UNA LINEA CON MARCA 'S' Y AUD-GAME = 'SP': EL JUGADOR
      * SANCIONADO EN AUD-PLAYER-P1, EL NUMERO DE LA SANCION EN
      * AUD-SANC-NUMERO, SU FECHA DE EFECTO EN AUD-LOTE-FECHA Y LOS
      * PUNTOS REALMENTE DESCONTADOS EN AUD-SANC-PUNTOS. NO ES UNA
      * PARTIDA: SOLO VERIFICA LA LEE, PARA RESTAR EL DESCUENTO DE
      * LOS PUNTOS ESPERADOS; EL RESTO DE LECTORES LA SALTAN.
      * UN GRUPO CON VENTAJA (FORMATOS 'H', 'M' Y 'P' DE GAMEREC.CPY)
      * EMPIEZA CON UNA LINEA NORMAL POR CADA PARTIDA DE VENTAJA, CON
      * AUD-GAME = 'HC' Y EL JUGADOR FAVORECIDO EN AUD-RESULT: TODO
      * RECALCULO DEL MARCADOR DESDE LA PISTA LAS SUMA COMO PARTIDAS
      * GANADAS. COMO EL 'FD' DE FEDIMP, NO SON TIRADAS NI VIENEN DE
      * GAMESIN: LOS RECUENTOS DE SIMBOLOS Y DE PARTIDAS JUGADAS LAS
      * SALTAN, Y LA PUNTUACION DE FUERZA NO LAS TIENE EN CUENTA.
      * AUD-ARBITRO ES EL ARBITRO DEL GRUPO, TAL COMO LLEGO EN GAMESIN
      * (VER GR-ARBITRO EN GAMEREC.CPY), EN TODAS SUS LINEAS: DE AQUI
      * SALEN LOS HONORARIOS DE ARBITRAJE DE TESORER Y EL INFORME DE
      * ARBITROS DE LA TEMPORADA (VER ARBINF). EN BLANCO EN LOS GRUPOS
      * SIN ARBITRO, EN LOS DESCUENTOS POR SANCION, EN LOS RESULTADOS
      * IMPORTADOS DE LA FEDERACION Y EN LAS PISTAS ANTIGUAS DE 45
      * POSICIONES.
      ******************************************************************
       01 AUDIT-RECORD.
           05 AUD-GRUPO          PIC 9(3).
           05 AUD-GAME           PIC X(2).
               88 AUD-GAME-WALKOVER       VALUE 'WN' 'WR' 'WC'.
               88 AUD-GAME-HANDICAP       VALUE 'HC'.
           05 AUD-RESULT         PIC 9(1).
           05 AUD-TIMESTAMP      PIC 9(8).
           05 AUD-PLAYER-P1      PIC X(4).
           05 AUD-PLAYER-P2      PIC X(4).
           05 AUD-SANC-NUMERO REDEFINES AUD-PLAYER-P2
                                 PIC 9(4).
           05 AUD-FECHA          PIC 9(8).
           05 AUD-DIVISION       PIC X(2).
           05 AUD-LOTE-FECHA     PIC 9(8).
           05 AUD-LOTE-NUMERO    PIC 9(4).
           05 AUD-SANC-PUNTOS REDEFINES AUD-LOTE-NUMERO
                                 PIC 9(4).
           05 AUD-MARCA          PIC X(1).
               88 AUD-MARCA-NORMAL        VALUE ' '.
               88 AUD-MARCA-TARDIA        VALUE 'T'.
               88 AUD-MARCA-ANULADA       VALUE 'X'.
               88 AUD-MARCA-SANCION       VALUE 'S'.
           05 AUD-ARBITRO        PIC X(4).
