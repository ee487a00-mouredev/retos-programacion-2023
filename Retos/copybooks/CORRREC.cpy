      * AUDITORIA DE LA NOCHE Y SOLO SE APLICA LA DIFERENCIA. EL
      * REPROCESO DEBE EJECUTARSE ANTES DE QUE EL SIGUIENTE LOTE
      * NOCTURNO REGRABE AUDITOUT.
      * UNA CORRECCION QUE NACE DE UNA RECLAMACION ESTIMADA (VER
      * RECLREC.CPY) LLEVA SU NUMERO Y SU FECHA EN CORR-RECLAMACION
      * Y CORR-RECL-FECHA; RETO6, AL APLICARLA, LA APUNTA EN LOTESREG
      * COMO 'RECLAMA' PARA QUE RECLMANT CIERRE LA RECLAMACION. EN LAS
      * CORRECCIONES DE EXCPOUT ESTOS CAMPOS VAN EN BLANCO O FALTAN.
      ******************************************************************
       01 CORRECCION-RECORD.
           05 CORR-GRUPO         PIC 9(3).
           05 CORR-PLAYER-P2     PIC X(4).
           05 CORR-TORNEO        PIC X(8).
           05 CORR-DIVISION      PIC X(2).
           05 CORR-RECLAMACION   PIC 9(4).
           05 CORR-RECL-FECHA    PIC 9(8).
