      ******************************************************************
      * SANCREC.CPY
      * REGISTRO DE SANCIONES DISCIPLINARIAS (FICHERO SANCIONES,
      * MANTENIDO POR SANCMANT). SOSPECHA ENTREGA AL COMITE DE
      * DISCIPLINA LA LISTA DE TRABAJO; LO QUE EL COMITE DECIDE
      * QUEDA AQUI, UNA LINEA POR SANCION, CON SU NUMERO DE
      * REFERENCIA (SANC-NUMERO), EL JUGADOR, EL TIPO Y LAS FECHAS:
      *   'S' - SUSPENSION POR SANC-DIAS DIAS CORRIDOS DESDE LA
      *         FECHA DE EFECTO (O HASTA SANC-FECHA-FIN).
      *   'T' - SUSPENSION PARA TODO EL TORNEO SANC-TORNEO.
      *   'P' - DESCUENTO DE SANC-PUNTOS PUNTOS DE LIGA EN LA
      *         DIVISION SANC-DIVISION. LO APLICA RETO6 UNA SOLA VEZ
      *         A PARTIR DE LA FECHA DE EFECTO Y DEJA UNA LINEA CON
      *         MARCA 'S' EN LA PISTA DE AUDITORIA (VER
      *         AUDITREC.CPY), DE MODO QUE VERIFICA LO CUADRA.
      *   'F' - PERDIDA DE LOS GRUPOS SANC-GRUPO (HASTA CINCO) DEL
      *         TORNEO SANC-TORNEO Y, SI SE INDICA, DE LA DIVISION
      *         SANC-DIVISION: EDITLOTE RECHAZA SUS PARTIDAS Y LOS
      *         SUSTITUYE POR UNA INCOMPARECENCIA POR DECISION DEL
      *         COMITE DEL JUGADOR SANCIONADO.
      * EDITLOTE RECHAZA LAS PARTIDAS DE UN JUGADOR SUSPENDIDO CON
      * LA REFERENCIA DE LA SANCION EN EL MOTIVO DE GAMESREJ.
      * SANC-FECHA-FIN, SI VIENE, ES EL ULTIMO DIA EN QUE LA SANCION
      * SURTE EFECTO EN CUALQUIER TIPO. UNA SANCION LEVANTADA
      * (SANC-ESTADO 'L') SE CONSERVA COMO HISTORICO PERO YA NO SE
      * APLICA; UN DESCUENTO YA APLICADO NO SE DESHACE AL LEVANTARLO.
      ******************************************************************
       01 SANCION-RECORD.
           05 SANC-NUMERO        PIC 9(4).
           05 SANC-PLAYER-ID     PIC X(4).
           05 SANC-TIPO          PIC X(1).
               88 SANC-SUSPENSION-DIAS    VALUE 'S'.
               88 SANC-SUSPENSION-TORNEO  VALUE 'T'.
               88 SANC-DESCUENTO-PUNTOS   VALUE 'P'.
               88 SANC-PERDIDA-GRUPOS     VALUE 'F'.
               88 SANC-TIPO-VALIDO        VALUE 'S' 'T' 'P' 'F'.
           05 SANC-FECHA-EFECTO  PIC 9(8).
           05 SANC-FECHA-FIN     PIC 9(8).
           05 SANC-DIAS          PIC 9(3).
           05 SANC-TORNEO        PIC X(8).
           05 SANC-DIVISION      PIC X(2).
           05 SANC-PUNTOS        PIC 9(4).
           05 SANC-GRUPOS.
               10 SANC-GRUPO         PIC 9(3) OCCURS 5 TIMES.
           05 SANC-ESTADO        PIC X(1).
               88 SANC-VIGENTE            VALUE 'A'.
               88 SANC-LEVANTADA          VALUE 'L'.
           05 SANC-MOTIVO        PIC X(30).
