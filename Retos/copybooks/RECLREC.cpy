      ******************************************************************
      * RECLREC.CPY
      * REGISTRO DE RECLAMACIONES DE JUGADORES (FICHERO RECLAMACIONES,
      * MANTENIDO POR RECLMANT). LO QUE ANTES ERA UNA NOTA PEGADA AL
      * TELEFONO: CADA RECLAMACION CON SU NUMERO (LO ASIGNA RECLMANT),
      * EL JUGADOR QUE RECLAMA, LA FECHA EN QUE SE PRESENTO, EL TORNEO
      * Y EL GRUPO DISPUTADO Y, SI LA PARTIDA LLEGO A LA PISTA, EL
      * NUMERO DE LINEA DE AUDITOUT (RECL-LINEA-AUDIT, CERO SI LA
      * PARTIDA NUNCA LLEGO, POR EJEMPLO RECHAZADA EN EXCPOUT). DE
      * ESA LINEA SE COPIAN LA IDENTIDAD DEL LOTE, LA TIRADA Y LOS DOS
      * JUGADORES DEL GRUPO, QUE SON LOS QUE PIDE UNA CORRECCION.
      * RECL-ESTADO SIGUE EL CICLO:
      *   'A' - ABIERTA, RECIEN PRESENTADA.
      *   'R' - EN REVISION POR EL COMITE.
      *   'E' - ESTIMADA: RECLMANT GENERA LA CORRECCION EN CORRIN
      *         (VER CORRREC.CPY) CON LOS SIMBOLOS QUE EL COMITE DA
      *         POR BUENOS (RECL-SIMBOLO-P1/P2). EL REPROCESO DE
      *         RETO6 QUE LA APLICA LA APUNTA EN LOTESREG COMO
      *         'RECLAMA' (FECHA Y NUMERO DE LA RECLAMACION) Y LA
      *         SIGUIENTE PASADA DE RECLMANT LA CIERRA.
      *   'D' - DESESTIMADA: SE CIERRA A MANO UNA VEZ NOTIFICADO EL
      *         JUGADOR.
      *   'C' - CERRADA. RECL-RESOLUCION CONSERVA SI FUE ESTIMADA O
      *         DESESTIMADA, PARA EL RESUMEN DE TEMPORADA.
      * RECL-FECHA-ESTADO ES LA FECHA DEL ULTIMO CAMBIO DE ESTADO.
      ******************************************************************
       01 RECLAMACION-RECORD.
           05 RECL-NUMERO        PIC 9(4).
           05 RECL-PLAYER-ID     PIC X(4).
           05 RECL-FECHA         PIC 9(8).
           05 RECL-TORNEO        PIC X(8).
           05 RECL-DIVISION      PIC X(2).
           05 RECL-GRUPO         PIC 9(3).
           05 RECL-LINEA-AUDIT   PIC 9(6).
           05 RECL-LOTE-FECHA    PIC 9(8).
           05 RECL-LOTE-NUMERO   PIC 9(4).
           05 RECL-GAME          PIC X(2).
           05 RECL-PLAYER-P1     PIC X(4).
           05 RECL-PLAYER-P2     PIC X(4).
           05 RECL-ESTADO        PIC X(1).
               88 RECL-ABIERTA            VALUE 'A'.
               88 RECL-EN-REVISION        VALUE 'R'.
               88 RECL-ESTIMADA           VALUE 'E'.
               88 RECL-DESESTIMADA        VALUE 'D'.
               88 RECL-CERRADA            VALUE 'C'.
           05 RECL-RESOLUCION    PIC X(1).
           05 RECL-FECHA-ESTADO  PIC 9(8).
           05 RECL-SIMBOLO-P1    PIC X(1).
           05 RECL-SIMBOLO-P2    PIC X(1).
           05 RECL-MOTIVO        PIC X(30).
