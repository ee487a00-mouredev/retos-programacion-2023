      *   'S ' - CLASIFICACION POR DIVISION (STANDOUT).
      *   'R ' - PUNTUACION DE FUERZA (RATINGFILE).
      *   'H ' - ENFRENTAMIENTOS DIRECTOS (H2HFILE).
      *   'C ' - CLASIFICACION POR CATEGORIA (VER CATEGREC.CPY): EL
      *          PUESTO DE CADA JUGADOR DE LA CATEGORIA EN LA VISTA
      *          COMBINADA DE TODAS LAS DIVISIONES.
      *   'W ' - ULTIMA SEMANA CERRADA DE LA HISTORIA SEMANAL (VER
      *          SEMREC.CPY): PUESTO, PUNTOS Y FUERZA DE CADA JUGADOR
      *          EN SU DIVISION CON LOS DE LA SEMANA ANTERIOR, Y LA
      *          MARCA DEL JUGADOR DE LA SEMANA.
      *   '*T' - COLA CON EL CONTADOR DE REGISTROS POR TIPO Y LOS
      *          TOTALES DE CONTROL (SUMA DE PUNTOS DE LIGA, SUMA DE
      *          PUNTUACIONES DE FUERZA Y SUMA DE PARTIDAS DE
      *          CONTROL DE LOTE DE GAMESIN (VER LOTECTL.CPY). UNA
      *          CARGA CUYOS CONTADORES O SUMAS NO CUADREN DEBE
      *          RECHAZAR EL FICHERO ENTERO.
      * EL REGISTRO CRECIO DE 60 A 64 POSICIONES CON EL CONTADOR DE
      * LINEAS DE CATEGORIA DE LA COLA, Y DE 64 A 71 CON EL DE
      * LINEAS SEMANALES.
      ******************************************************************
       01 WEB-RECORD.
           05 WEB-TIPO           PIC X(2).
               88 WEB-CLASIFICACION       VALUE 'S '.
               88 WEB-FUERZA              VALUE 'R '.
               88 WEB-DIRECTOS            VALUE 'H '.
               88 WEB-CATEGORIA           VALUE 'C '.
               88 WEB-SEMANAL             VALUE 'W '.
           05 WEB-DATOS          PIC X(69).
           05 WEB-CAB-D REDEFINES WEB-DATOS.
               10 WEB-FECHA          PIC 9(8).
               10 FILLER             PIC X(61).
           05 WEB-PSTAT-D REDEFINES WEB-DATOS.
               10 WEB-P-DIVISION     PIC X(2).
               10 WEB-P-JUGADOR      PIC X(4).
               10 WEB-P-LOSSES       PIC 9(7).
               10 WEB-P-TIES         PIC 9(7).
               10 WEB-P-PUNTOS       PIC 9(7).
               10 FILLER             PIC X(35).
           05 WEB-STAND-D REDEFINES WEB-DATOS.
               10 WEB-S-DIVISION     PIC X(2).
               10 WEB-S-WINS-P1      PIC 9(7).
               10 WEB-S-WINS-P2      PIC 9(7).
               10 WEB-S-TIES         PIC 9(7).
               10 FILLER             PIC X(46).
           05 WEB-RATE-D REDEFINES WEB-DATOS.
               10 WEB-R-JUGADOR      PIC X(4).
               10 WEB-R-VALOR        PIC 9(4).
               10 WEB-R-PARTIDAS     PIC 9(7).
               10 FILLER             PIC X(54).
           05 WEB-H2H-D REDEFINES WEB-DATOS.
               10 WEB-H-PLAYER1      PIC X(4).
               10 WEB-H-PLAYER2      PIC X(4).
               10 WEB-H-WINS-P1      PIC 9(5).
               10 WEB-H-WINS-P2      PIC 9(5).
               10 WEB-H-TIES         PIC 9(5).
               10 FILLER             PIC X(46).
           05 WEB-CAT-D REDEFINES WEB-DATOS.
               10 WEB-C-CATEGORIA    PIC X(2).
               10 WEB-C-POSICION     PIC 9(3).
               10 WEB-C-JUGADOR      PIC X(4).
               10 WEB-C-WINS         PIC 9(7).
               10 WEB-C-LOSSES       PIC 9(7).
               10 WEB-C-TIES         PIC 9(7).
               10 WEB-C-PUNTOS       PIC 9(7).
               10 FILLER             PIC X(32).
           05 WEB-SEM-D REDEFINES WEB-DATOS.
               10 WEB-W-SEMANA       PIC 9(2).
               10 WEB-W-DIVISION     PIC X(2).
               10 WEB-W-JUGADOR      PIC X(4).
               10 WEB-W-POSICION     PIC 9(3).
               10 WEB-W-POS-ANT      PIC 9(3).
               10 WEB-W-PUNTOS       PIC 9(7).
               10 WEB-W-PUNTOS-ANT   PIC 9(7).
               10 WEB-W-FUERZA       PIC 9(4).
               10 WEB-W-FUERZA-ANT   PIC 9(4).
               10 WEB-W-DESTACADO    PIC X(1).
               10 FILLER             PIC X(32).
           05 WEB-COLA-D REDEFINES WEB-DATOS.
               10 WEB-T-JUGADORES    PIC 9(7).
               10 WEB-T-DIVISIONES   PIC 9(7).
               10 WEB-T-HASH-PUNTOS  PIC 9(9).
               10 WEB-T-HASH-FUERZA  PIC 9(9).
               10 WEB-T-HASH-PARTIDAS PIC 9(9).
               10 WEB-T-CATEGORIAS   PIC 9(7).
               10 WEB-T-SEMANALES    PIC 9(7).
