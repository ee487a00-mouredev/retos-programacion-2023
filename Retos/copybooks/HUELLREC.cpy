      ******************************************************************
      * HUELLREC.CPY
      * HISTORICO DE HUELLAS DE GRUPOS (HUELLAS, MANTENIDO POR
      * EDITLOTE). LOTESREG IMPIDE APLICAR DOS VECES EL MISMO LOTE,
      * PERO UN ACTA GRABADA EN DOS LOTES DISTINTOS (P.EJ. REENVIADA
      * CON OTRO NUMERO) SE ADJUDICARIA DOS VECES. CADA NOCHE
      * EDITLOTE PLIEGA AQUI LOS GRUPOS YA ADJUDICADOS DE LA ULTIMA
      * PISTA DE AUDITORIA (AUDITOUT, VER AUDITREC.CPY) Y CONTRASTA
      * CADA GRUPO ENTRANTE CON ELLOS. TRES TIPOS DE LINEA:
      *   'L' - LOTE VISTO POR EDITLOTE: FECHA Y NUMERO DE SU
      *         CABECERA CON SU TORNEO Y DIVISION. LA PISTA NO GUARDA
      *         EL TORNEO; SE TOMA DE AQUI AL PLEGAR SUS GRUPOS.
      *   'G' - GRUPO ADJUDICADO: LOTE, TORNEO, DIVISION, GRUPO, LOS
      *         DOS JUGADORES, LA FECHA DE PROCESO DE LA ADJUDICACION,
      *         EL NUMERO DE PARTIDAS Y LA SECUENCIA DE SIMBOLOS DE
      *         LAS 20 PRIMERAS (LA HUELLA PROPIAMENTE DICHA). UNA
      *         INCOMPARECENCIA APORTA 'W' MAS SU MOTIVO, COMO EN LA
      *         PISTA.
      *   'R' - GRUPO LIBERADO POR OPERACION (VER LIBERA): EL LOTE
      *         DE LIBERACION Y EL GRUPO, QUE EDITLOTE DEJA PASAR
      *         AUNQUE SU HUELLA COINCIDA.
      * HUE-FECHA ES LA FECHA DE LA LINEA (VISTA, ADJUDICACION O
      * LIBERACION): LAS LINEAS MAS ANTIGUAS QUE LA VENTANA DE DIAS
      * DE LA TARJETA HUELLCTL SE PURGAN AL REGRABAR EL FICHERO.
      ******************************************************************
       01 HUELLA-RECORD.
           05 HUE-TIPO           PIC X(1).
               88 HUE-LOTE                VALUE 'L'.
               88 HUE-GRUPO-ADJUDICADO    VALUE 'G'.
               88 HUE-GRUPO-LIBERADO      VALUE 'R'.
           05 HUE-LOTE-FECHA     PIC 9(8).
           05 HUE-LOTE-NUMERO    PIC 9(4).
           05 HUE-TORNEO         PIC X(8).
           05 HUE-DIVISION       PIC X(2).
           05 HUE-GRUPO          PIC 9(3).
           05 HUE-PLAYER-P1      PIC X(4).
           05 HUE-PLAYER-P2      PIC X(4).
           05 HUE-FECHA          PIC 9(8).
           05 HUE-PARTIDAS       PIC 9(3).
           05 HUE-SECUENCIA      PIC X(40).
