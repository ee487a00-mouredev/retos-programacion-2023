      ******************************************************************
      * PREVREC.CPY
      * EXTRACTO DE PREVIAS DE ENCUENTRO PARA LA WEB DEL CLUB (FICHERO
      * PREVWEB, ESCRITO POR PREVIA). LAS MISMAS PREVIAS QUE SALEN
      * IMPRESAS EN PREVRPT, EN FORMATO LEGIBLE POR MAQUINA Y CON LOS
      * CONTROLES DE WEBOUT (VER WEBREC.CPY):
      *   '*H' - CABECERA CON LA FECHA DE PROCESO Y LA SELECCION DE
      *          LA TARJETA (NOCHE Y TORNEO; CERO O BLANCO = TODOS).
      *   'E ' - ENCUENTRO: CLAVE DEL GRUPO EN EL LIBRO DE
      *          EMPAREJAMIENTOS, NOCHE PROGRAMADA, LOS DOS
      *          PARTICIPANTES (UNA REFERENCIA 'Wnnn' AUN SIN
      *          GANADOR QUEDA TAL CUAL), EL HISTORIAL DIRECTO DE
      *          H2HFILE VISTO DESDE EL JUGADOR 1 Y LA PUNTUACION
      *          ESPERADA DE CADA UNO (EN TANTO POR CIEN, A CERO SI
      *          ALGUNA PLAZA SIGUE PENDIENTE).
      *   'J ' - JUGADOR DEL ENCUENTRO: PUNTUACION DE FUERZA, FORMA
      *          DE LOS ULTIMOS DIEZ GRUPOS ('G' GANADO, 'P' PERDIDO,
      *          'E' EMPATADO; EL MAS RECIENTE A LA DERECHA), SU
      *          SIMBOLO FAVORITO, EL FAVORITO DEL RIVAL Y SU BALANCE
      *          DE PARTIDAS CUANDO LE SACAN ESE SIMBOLO.
      *   'S ' - USO DE UN SIMBOLO POR UN JUGADOR DEL ENCUENTRO:
      *          TIRADAS, PARTIDAS GANADAS Y PORCENTAJE.
      *   '*T' - COLA CON EL CONTADOR DE REGISTROS POR TIPO Y LOS
      *          TOTALES DE CONTROL (SUMA DE PUNTUACIONES DE FUERZA DE
      *          LOS 'J ' Y SUMA DE TIRADAS DE LOS 'S '). UNA CARGA
      *          CUYOS CONTADORES O SUMAS NO CUADREN DEBE RECHAZAR EL
      *          FICHERO ENTERO.
      ******************************************************************
       01 PREVIA-RECORD.
           05 PVA-TIPO           PIC X(2).
               88 PVA-CABECERA            VALUE '*H'.
               88 PVA-COLA                VALUE '*T'.
               88 PVA-ENCUENTRO           VALUE 'E '.
               88 PVA-JUGADOR             VALUE 'J '.
               88 PVA-SIMBOLO             VALUE 'S '.
           05 PVA-DATOS          PIC X(78).
           05 PVA-CAB-D REDEFINES PVA-DATOS.
               10 PVA-FECHA          PIC 9(8).
               10 PVA-FECHA-SEL      PIC 9(8).
               10 PVA-TORNEO-SEL     PIC X(8).
               10 FILLER             PIC X(54).
           05 PVA-ENC-D REDEFINES PVA-DATOS.
               10 PVA-E-TORNEO       PIC X(8).
               10 PVA-E-DIVISION     PIC X(2).
               10 PVA-E-GRUPO        PIC 9(3).
               10 PVA-E-FECHA-PROG   PIC 9(8).
               10 PVA-E-P1           PIC X(4).
               10 PVA-E-P2           PIC X(4).
               10 PVA-E-GANA-P1      PIC 9(5).
               10 PVA-E-GANA-P2      PIC 9(5).
               10 PVA-E-EMPATES      PIC 9(5).
               10 PVA-E-ESPERADO-P1  PIC 9(3).
               10 PVA-E-ESPERADO-P2  PIC 9(3).
               10 FILLER             PIC X(28).
           05 PVA-JUG-D REDEFINES PVA-DATOS.
               10 PVA-J-TORNEO       PIC X(8).
               10 PVA-J-DIVISION     PIC X(2).
               10 PVA-J-GRUPO        PIC 9(3).
               10 PVA-J-JUGADOR      PIC X(4).
               10 PVA-J-NOMBRE       PIC X(20).
               10 PVA-J-FUERZA       PIC 9(4).
               10 PVA-J-FORMA        PIC X(10).
               10 PVA-J-FAVORITO     PIC X(1).
               10 PVA-J-FAVORITO-RIVAL PIC X(1).
               10 PVA-J-CONTRA-G     PIC 9(4).
               10 PVA-J-CONTRA-P     PIC 9(4).
               10 PVA-J-CONTRA-E     PIC 9(4).
               10 FILLER             PIC X(13).
           05 PVA-SIMB-D REDEFINES PVA-DATOS.
               10 PVA-S-TORNEO       PIC X(8).
               10 PVA-S-DIVISION     PIC X(2).
               10 PVA-S-GRUPO        PIC 9(3).
               10 PVA-S-JUGADOR      PIC X(4).
               10 PVA-S-SIMBOLO      PIC X(1).
               10 PVA-S-USOS         PIC 9(6).
               10 PVA-S-GANADAS      PIC 9(6).
               10 PVA-S-PORCENTAJE   PIC 9(3).
               10 FILLER             PIC X(45).
           05 PVA-COLA-D REDEFINES PVA-DATOS.
               10 PVA-T-ENCUENTROS   PIC 9(7).
               10 PVA-T-JUGADORES    PIC 9(7).
               10 PVA-T-SIMBOLOS     PIC 9(7).
               10 PVA-T-HASH-FUERZA  PIC 9(9).
               10 PVA-T-HASH-USOS    PIC 9(9).
               10 FILLER             PIC X(39).
