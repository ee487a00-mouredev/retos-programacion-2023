      ******************************************************************
      * SEMREC.CPY
      * HISTORIA SEMANAL DE LA CLASIFICACION (FICHERO HISTSEM,
      * MANTENIDO POR SEMANAL). CADA CIERRE DE SEMANA AÑADE UNA LINEA
      * POR JUGADOR Y DIVISION DE PSTATFILE (LA DIVISION EN BLANCO ES
      * LA LIGA GENERAL) CON LA FOTO DE ESA SEMANA:
      *   SEM-SEMANA     - SEMANA DE LA TEMPORADA (CAL-SEMANA DEL
      *                    CALENDARIO DE PROCESO, VER CALREC.CPY).
      *   SEM-FECHA      - FECHA DE NEGOCIO DEL CIERRE.
      *   SEM-POSICION   - PUESTO EN LA TABLA DE SU DIVISION, CON LA
      *                    MISMA ORDENACION QUE CLASIFIC.
      *   SEM-PUNTOS     - PUNTOS DE LIGA ACUMULADOS.
      *   SEM-FUERZA     - PUNTUACION DE FUERZA (VER RATEREC.CPY).
      *   SEM-xxx-ANT    - LAS MISMAS CIFRAS DE LA SEMANA CERRADA
      *                    ANTERIOR. UN JUGADOR QUE NO FIGURABA EN ELLA
      *                    LLEVA PUESTO 0, PUNTOS 0 Y FUERZA 1500, LA
      *                    DE ARRANQUE DE TODO JUGADOR NUEVO.
      *   SEM-DESTACADO  - 'S' EN EL JUGADOR DE LA SEMANA DE SU
      *                    DIVISION (VER SEMANAL).
      * EL FICHERO VA EN ORDEN DE SEMANA; UNA SEMANA SOLO SE PUEDE
      * CERRAR DE NUEVO MIENTRAS SEA LA ULTIMA, Y EL NUEVO CIERRE
      * SUSTITUYE AL ANTERIOR.
      ******************************************************************
       01 SEMANA-RECORD.
           05 SEM-SEMANA         PIC 9(2).
           05 SEM-FECHA          PIC 9(8).
           05 SEM-DIVISION       PIC X(2).
           05 SEM-PLAYER-ID      PIC X(4).
           05 SEM-POSICION       PIC 9(3).
           05 SEM-PUNTOS         PIC 9(7).
           05 SEM-FUERZA         PIC 9(4).
           05 SEM-POS-ANT        PIC 9(3).
           05 SEM-PUNTOS-ANT     PIC 9(7).
           05 SEM-FUERZA-ANT     PIC 9(4).
           05 SEM-DESTACADO      PIC X(1).
               88 SEM-JUGADOR-SEMANA      VALUE 'S'.
