      *   'R' - RENOMBRE DE UN JUGADOR EXISTENTE.
      *   'B' - BAJA CON FECHA DE EFECTO: EL JUGADOR CONSERVA SU
      *         HISTORIAL PERO DEJA DE SER EMPAREJABLE.
      *   'I' - CAMBIO DEL IDIOMA PREFERIDO DE UN JUGADOR EXISTENTE
      *         (TRAN-IDIOMA EN BLANCO LO DEVUELVE AL DE LA
      *         EJECUCION).
      *   'P' - CAMBIO DE LOS DATOS PERSONALES (FECHA DE NACIMIENTO Y
      *         SEXO) DE UN JUGADOR EXISTENTE.
      * TRAN-IDIOMA ('ES', 'EN' O BLANCO) ES EL IDIOMA PREFERIDO DEL
      * JUGADOR EN LAS ALTAS Y EN LOS CAMBIOS 'I'; LAS DEMAS
      * ACCIONES LO IGNORAN. LAS LINEAS ANTIGUAS DE 41 POSICIONES
      * SE SIGUEN ACEPTANDO.
      * TRAN-FECHA-NAC (AAAAMMDD, CERO SI NO SE CONOCE) Y TRAN-SEXO
      * ('F', 'M' O BLANCO) SON LOS DATOS PERSONALES DEL JUGADOR EN
      * LAS ALTAS Y EN LOS CAMBIOS 'P'; LAS LINEAS DE 43 POSICIONES
      * SIN ELLOS SE SIGUEN ACEPTANDO.
      * TRAN-FECHA ES LA FECHA DE EFECTO DE LA TRANSACCION Y
      * TRAN-USUARIO QUIEN LA PIDIO; AMBOS VAN A LA AUDITORIA DE
      * CAMBIOS (VER ROSTAUD.CPY).
               88 TRAN-ALTA               VALUE 'A'.
               88 TRAN-RENOMBRE           VALUE 'R'.
               88 TRAN-BAJA               VALUE 'B'.
               88 TRAN-IDIOMA-CAMBIO      VALUE 'I'.
               88 TRAN-PERSONALES         VALUE 'P'.
           05 TRAN-PLAYER-ID     PIC X(4).
           05 TRAN-NOMBRE        PIC X(20).
           05 TRAN-FECHA         PIC 9(8).
           05 TRAN-USUARIO       PIC X(8).
           05 TRAN-IDIOMA        PIC X(2).
               88 TRAN-IDIOMA-VALIDO      VALUE 'ES' 'EN' SPACES.
           05 TRAN-FECHA-NAC     PIC 9(8).
           05 TRAN-FECHA-NAC-X REDEFINES TRAN-FECHA-NAC PIC X(8).
           05 TRAN-SEXO          PIC X(1).
               88 TRAN-SEXO-VALIDO        VALUE 'F' 'M' SPACE.
