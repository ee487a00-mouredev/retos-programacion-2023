      ******************************************************************
      * DESCAUD.CPY
      * AUDITORIA DE DESCANSOS DE LOS TORNEOS SUIZOS (FICHERO DESCAUD,
      * SALIDA DE SUIZO, ABIERTO EN EXTEND PARA CONSERVAR EL
      * HISTORICO). UN DESCANSO NO ES UN GRUPO Y NO PASA POR RETO6 NI
      * POR AUDITOUT: SUIZO LO ABONA DIRECTAMENTE EN PSTATFILE COMO
      * UNA VICTORIA CON LOS PUNTOS DE VICTORIA DE PARMIN Y DEJA AQUI
      * UNA LINEA POR DESCANSO, COMO HACE TRASPASO EN TRASAUD.CPY:
      *   DAUD-FECHA     - FECHA DE GENERACION DE LA RONDA.
      *   DAUD-TORNEO    - TORNEO Y DIVISION DE LA RONDA; EL
      *   DAUD-DIVISION    DESCANSO SE ABONA EN ESA DIVISION.
      *   DAUD-RONDA     - NUMERO DE RONDA DEL TORNEO.
      *   DAUD-LOTE-...  - LOTE DE LA TARJETA GENCTLIN DE LA RONDA.
      *   DAUD-PUNTOS    - PUNTOS REALMENTE ABONADOS.
      * VERIFICA REPRODUCE ESTE FICHERO TRAS LA PISTA DE AUDITORIA
      * PARA QUE SU CONTRASTE DE PSTATFILE CUADRE CON LOS DESCANSOS.
      ******************************************************************
       01 DESCANSO-AUDIT-RECORD.
           05 DAUD-FECHA         PIC 9(8).
           05 DAUD-TORNEO        PIC X(8).
           05 DAUD-DIVISION      PIC X(2).
           05 DAUD-PLAYER-ID     PIC X(4).
           05 DAUD-RONDA         PIC 9(3).
           05 DAUD-LOTE-FECHA    PIC 9(8).
           05 DAUD-LOTE-NUMERO   PIC 9(4).
           05 DAUD-PUNTOS        PIC 9(2).
