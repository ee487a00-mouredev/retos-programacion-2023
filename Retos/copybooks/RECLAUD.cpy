      ******************************************************************
      * RECLAUD.CPY
      * AUDITORIA DEL REGISTRO DE RECLAMACIONES (FICHERO RECLAUD,
      * SALIDA DE RECLMANT, ABIERTO EN EXTEND PARA CONSERVAR EL
      * HISTORICO). UNA LINEA POR CAMBIO APLICADO: CUANDO, QUIEN LO
      * PIDIO, QUE ACCION FUE ('A' ALTA, 'R' REVISION, 'E' ESTIMACION,
      * 'D' DESESTIMACION, 'C' CIERRE), LA RECLAMACION Y SU JUGADOR,
      * EL ESTADO ANTES Y DESPUES Y EL MOTIVO, COMO SANCAUD.CPY CON
      * LAS SANCIONES. EL CIERRE QUE PROVOCA EL REPROCESO DE RETO6
      * CONSTA CON USUARIO 'RETO6'.
      ******************************************************************
       01 RECLAMACION-AUDIT-RECORD.
           05 RAUD-FECHA         PIC 9(8).
           05 RAUD-USUARIO       PIC X(8).
           05 RAUD-ACCION        PIC X(1).
           05 RAUD-NUMERO        PIC 9(4).
           05 RAUD-PLAYER-ID     PIC X(4).
           05 RAUD-ESTADO-ANT    PIC X(1).
           05 RAUD-ESTADO-NUEVO  PIC X(1).
           05 RAUD-MOTIVO        PIC X(30).
