      ******************************************************************
      * SANCAUD.CPY
      * AUDITORIA DEL REGISTRO DE SANCIONES (FICHERO SANCAUD, SALIDA
      * DE SANCMANT, ABIERTO EN EXTEND PARA CONSERVAR EL HISTORICO).
      * UNA LINEA POR CAMBIO APLICADO: CUANDO, QUIEN LO PIDIO, QUE
      * ACCION FUE ('A' ALTA, 'L' LEVANTAMIENTO), LA SANCION Y SU
      * JUGADOR, EL ESTADO ANTES Y DESPUES Y EL MOTIVO, COMO HACE
      * ROSTAUD.CPY CON LA PLANTILLA.
      ******************************************************************
       01 SANCION-AUDIT-RECORD.
           05 SAUD-FECHA         PIC 9(8).
           05 SAUD-USUARIO       PIC X(8).
           05 SAUD-ACCION        PIC X(1).
           05 SAUD-NUMERO        PIC 9(4).
           05 SAUD-PLAYER-ID     PIC X(4).
           05 SAUD-TIPO          PIC X(1).
           05 SAUD-FECHA-EFECTO  PIC 9(8).
           05 SAUD-ESTADO-ANT    PIC X(1).
           05 SAUD-ESTADO-NUEVO  PIC X(1).
           05 SAUD-MOTIVO        PIC X(30).
