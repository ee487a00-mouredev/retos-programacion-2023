      *   'T' - EMPATE (RETO6).
      *   'D' - SE ENCONTRARON DIFERENCIAS (RETO29).
      *   'O' - SIN DIFERENCIAS, COMPARACION CONFORME (RETO29).
      *   'W' - GANADOR POR INCOMPARECENCIA DEL RIVAL (RETO6): EL
      *         DETALLE LLEVA 'W.O. ', EL NOMBRE DEL GANADOR EN LA
      *         POSICION 6 Y EL MOTIVO (VER GR-WO-MOTIVO EN
      *         GAMEREC.CPY) EN LA POSICION 28.
      * EN UN GRUPO CON VENTAJA (FORMATOS 'H', 'M' Y 'P' DE
      * GAMEREC.CPY) EL DETALLE LLEVA ADEMAS EL JUGADOR FAVORECIDO
      * ('1' O '2') EN LA POSICION 27, UNA 'H' EN LA 28 Y LAS
      * PARTIDAS DE VENTAJA EN LAS POSICIONES 29-30. EL MARCADOR QUE
      * DECIDE EL GANADOR YA LAS INCLUYE.
      * RESULT-FECHA ES LA FECHA DE PROCESO DE LA NOCHE; LOS
      * REGISTROS ANTIGUOS DE 65 POSICIONES LA DEJAN A CERO.
      * RESULT-DIVISION ES LA DIVISION DEL GRUPO (RETO6; EN BLANCO
               88 RESULT-EMPATE          VALUE 'T'.
               88 RESULT-DIFERENCIAS     VALUE 'D'.
               88 RESULT-CONFORME        VALUE 'O'.
               88 RESULT-WALKOVER        VALUE 'W'.
           05 RESULT-DETALLE         PIC X(30).
           05 RESULT-FECHA           PIC 9(8).
           05 RESULT-DIVISION        PIC X(2).
