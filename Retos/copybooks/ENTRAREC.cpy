      ******************************************************************
      * ENTRAREC.CPY
      * FICHERO DE TRABAJO DE LA GRABACION DE RESULTADOS (ENTRAWRK,
      * ESCRITO POR ENTRADA). GUARDA LO TECLEADO A MEDIDA QUE SE
      * TECLEA, PARA QUE UNA NOCHE A MEDIO GRABAR SOBREVIVA A UNA
      * CAIDA DEL TERMINAL O A UNA SUSPENSION Y SE REANUDE DONDE SE
      * QUEDO:
      *   'C' - CABECERA (PRIMER REGISTRO): OPERADOR QUE ABRIO LA
      *         ENTRADA, TORNEO, DIVISION, FECHA Y NUMERO DEL LOTE.
      *   'P' - UNA PARTIDA (O UNA INCOMPARECENCIA) YA VALIDADA,
      *         CON LA IMAGEN EXACTA DEL REGISTRO DE GAMESIN (VER
      *         GAMEREC.CPY).
      *   'G' - EL GRUPO ETR-GRUPO QUEDO COMPLETO. AL REANUDAR, LAS
      *         PARTIDAS DE UN GRUPO SIN SU 'G' SE DESCARTAN Y EL
      *         GRUPO VUELVE A PENDIENTE.
      * AL CERRAR EL LOTE (O ABANDONAR LA ENTRADA) EL FICHERO SE
      * VACIA.
      ******************************************************************
       01 ENTRADA-TRABAJO-RECORD.
           05 ETR-TIPO           PIC X(1).
               88 ETR-CABECERA            VALUE 'C'.
               88 ETR-PARTIDA             VALUE 'P'.
               88 ETR-GRUPO-COMPLETO      VALUE 'G'.
           05 ETR-DATOS          PIC X(30).
           05 ETR-CAB-DATOS REDEFINES ETR-DATOS.
               10 ETR-OPERADOR       PIC X(8).
               10 ETR-TORNEO         PIC X(8).
               10 ETR-DIVISION       PIC X(2).
               10 ETR-FECHA          PIC 9(8).
               10 ETR-NUMERO         PIC 9(4).
           05 ETR-PAR-DATOS REDEFINES ETR-DATOS.
               10 ETR-IMAGEN-PARTIDA.
                   15 ETR-GRUPO      PIC 9(3).
                   15 FILLER         PIC X(13).
               10 FILLER             PIC X(14).
