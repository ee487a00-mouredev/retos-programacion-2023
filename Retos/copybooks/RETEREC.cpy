      ******************************************************************
      * RETEREC.CPY
      * FICHERO DE PARTIDAS RETENIDAS POR POSIBLE DUPLICADO (GAMESRET,
      * EN EXTEND DESDE EDITLOTE, VER HUELLREC.CPY). UN GRUPO CUYA
      * HUELLA COINCIDE CON LA DE UN GRUPO YA ADJUDICADO DE OTRO LOTE
      * NO SE RECHAZA (LAS REVANCHAS LEGITIMAS EXISTEN): SUS PARTIDAS
      * SE APARTAN AQUI, CON LA IMAGEN TAL COMO LLEGO EN GAMESIN, EL
      * LOTE AL QUE PERTENECIA Y EL LOTE Y GRUPO ORIGINALES CON LOS
      * QUE COINCIDE, HASTA QUE OPERACION LAS LIBERA O LAS DESCARTA
      * CON LIBERA. RET-ARBITRO COMPLETA LA IMAGEN CON EL ARBITRO DEL
      * GRUPO (POSICIONES 17 A 20 DE GAMESIN, VER GAMEREC.CPY); LAS
      * RETENIDAS ANTIGUAS DE 61 POSICIONES LO DEJAN EN BLANCO.
      ******************************************************************
       01 RETENIDA-RECORD.
           05 RET-REGISTRO       PIC X(16).
           05 RET-LOTE-FECHA     PIC 9(8).
           05 RET-LOTE-NUMERO    PIC 9(4).
           05 RET-TORNEO         PIC X(8).
           05 RET-DIVISION       PIC X(2).
           05 RET-ORIG-LOTE-FECHA PIC 9(8).
           05 RET-ORIG-LOTE-NUMERO PIC 9(4).
           05 RET-ORIG-GRUPO     PIC 9(3).
           05 RET-ORIG-FECHA     PIC 9(8).
           05 RET-ARBITRO        PIC X(4).
