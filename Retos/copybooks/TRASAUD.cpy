      ******************************************************************
      * TRASAUD.CPY
      * AUDITORIA DE TRASPASOS DE JUGADORES (FICHERO TRASAUD, SALIDA
      * DE TRASPASO, ABIERTO EN EXTEND PARA CONSERVAR EL HISTORICO).
      * UNA LINEA POR TRASPASO APLICADO, COMO HACEN SANCAUD.CPY Y
      * ROSTAUD.CPY: CUANDO, QUIEN LO PIDIO, EL JUGADOR, LA FECHA DE
      * EFECTO, LA DIVISION Y EL EQUIPO DE ANTES Y DE DESPUES (IGUAL
      * ANTES QUE DESPUES SI NO CAMBIARON) Y EL MOTIVO.
      *   TAUD-ARRASTRE  - 'S' SI LOS TOTALES DE LA DIVISION QUE DEJA
      *                    SE SUMARON A LOS DE LA NUEVA.
      *   TAUD-WINS...   - LOS TOTALES DEL REGISTRO DE PSTATFILE QUE
      *   TAUD-PUNTOS      SE CERRO EN LA DIVISION DE ORIGEN.
      *   TAUD-ANULADOS  - EMPAREJAMIENTOS PENDIENTES ANULADOS Y
      *   TAUD-REASIGNADOS PASADOS AL SUSTITUTO (VER FIXREC.CPY).
      * VERIFICA REPRODUCE ESTE FICHERO TRAS LA PISTA DE AUDITORIA
      * PARA QUE SU CONTRASTE DE PSTATFILE CUADRE CON LOS TRASPASOS.
      ******************************************************************
       01 TRASPASO-AUDIT-RECORD.
           05 TAUD-FECHA         PIC 9(8).
           05 TAUD-USUARIO       PIC X(8).
           05 TAUD-PLAYER-ID     PIC X(4).
           05 TAUD-FECHA-EFECTO  PIC 9(8).
           05 TAUD-DIV-ORIGEN    PIC X(2).
           05 TAUD-DIV-DESTINO   PIC X(2).
           05 TAUD-EQUIPO-ANT    PIC X(4).
           05 TAUD-EQUIPO-NUEVO  PIC X(4).
           05 TAUD-ARRASTRE      PIC X(1).
               88 TAUD-CON-ARRASTRE       VALUE 'S'.
           05 TAUD-WINS          PIC 9(7).
           05 TAUD-LOSSES        PIC 9(7).
           05 TAUD-TIES          PIC 9(7).
           05 TAUD-PUNTOS        PIC 9(7).
           05 TAUD-ANULADOS      PIC 9(3).
           05 TAUD-REASIGNADOS   PIC 9(3).
           05 TAUD-SUSTITUTO     PIC X(4).
           05 TAUD-MOTIVO        PIC X(30).
