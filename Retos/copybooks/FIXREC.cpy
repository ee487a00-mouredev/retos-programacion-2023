      * GRUPOS ADJUDICADOS DE LA PISTA DE AUDITORIA Y LA MARCA COMO
      * JUGADA CON SU FECHA; LO QUE QUEDA PENDIENTE MAS ALLA DEL
      * PLAZO SE DENUNCIA, Y UN GRUPO ADJUDICADO SIN LINEA AQUI ES
      * UN EMPAREJAMIENTO QUE NADIE PROGRAMO. UN GRUPO DECIDIDO POR
      * INCOMPARECENCIA (VER AUD-GAME-WALKOVER EN AUDITREC.CPY) SE
      * MARCA 'W' EN VEZ DE 'J': QUEDA RESUELTO, PERO NO JUGADO.
      * EL EMPAREJAMIENTO SUIZO (VER SUIZO) APUNTA EL DESCANSO DEL
      * JUGADOR QUE SE QUEDA SIN RIVAL EN UNA RONDA IMPAR CON EL
      * ESTADO 'D': SIN GRUPO (CERO) NI RIVAL (EN BLANCO), RESUELTO
      * DESDE QUE SE GENERA, CON LA FECHA DEL LOTE COMO FECHA DE
      * JUGADO; LA CONCILIACION NO LO BUSCA EN LA PISTA.
      * LA PROGRAMACION DE FECHAS (VER AGENDA) DA A CADA LINEA
      * PENDIENTE SU NOCHE DE JUEGO (UN DIA PROCESABLE DE CALENDIN) Y
      * LA SEMANA DE TEMPORADA DE ESA NOCHE. A CERO (O EN BLANCO EN
      * LAS LINEAS ANTIGUAS DE 38 POSICIONES) ESTA SIN PROGRAMAR.
      * FIXRECON DENUNCIA COMO VENCIDA LA LINEA QUE SIGUE PENDIENTE
      * PASADA SU FECHA PROGRAMADA.
      * LA ASIGNACION DE ARBITROS (VER ARBITRA) DA A CADA LINEA
      * PENDIENTE Y YA PROGRAMADA SU ARBITRO (VER ARBITREC.CPY), QUE
      * ENTRADA COPIA AL GRABAR EL GRUPO EN GAMESIN. EN BLANCO (Y EN
      * LAS LINEAS ANTIGUAS DE 38 Y 48 POSICIONES) ESTA SIN ARBITRO.
      * EL TRASPASO DE UN JUGADOR A OTRA DIVISION (VER TRASPASO)
      * ANULA SUS LINEAS PENDIENTES EN LA DIVISION QUE DEJA CON EL
      * ESTADO 'A', CON LA FECHA DE EFECTO COMO FECHA DE JUGADO, O
      * LAS PASA A UN SUSTITUTO CAMBIANDO EL JUGADOR DE LA LINEA.
      * UNA LINEA ANULADA QUEDA RESUELTA SIN JUGAR: NI SE PROGRAMA,
      * NI SE ARBITRA, NI SE DENUNCIA COMO PENDIENTE.
      ******************************************************************
       01 FIXTURE-RECORD.
           05 FIX-TORNEO         PIC X(8).
           05 FIX-ESTADO         PIC X(1).
               88 FIX-PENDIENTE           VALUE 'P'.
               88 FIX-JUGADO              VALUE 'J'.
               88 FIX-WALKOVER            VALUE 'W'.
               88 FIX-DESCANSO            VALUE 'D'.
               88 FIX-ANULADO             VALUE 'A'.
               88 FIX-RESUELTO            VALUE 'J' 'W' 'D' 'A'.
           05 FIX-FECHA-JUGADO   PIC 9(8).
           05 FIX-FECHA-PROG     PIC 9(8).
           05 FIX-SEMANA         PIC 9(2).
           05 FIX-ARBITRO        PIC X(4).
