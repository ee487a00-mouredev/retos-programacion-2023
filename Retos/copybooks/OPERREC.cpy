      * LAS FUNCIONES QUE TIENE PERMITIDAS: OP-FUNCIONES ES UNA
      * RISTRA DE LETRAS DE FUNCION, EN CUALQUIER ORDEN:
      *   'O' - OPERACION DEL LOTE (LANZAR RETO6/RETO29 Y AFINES
      *         DESDE EL MENU DE DRIVER, Y ACUSAR LAS ALERTAS DEL
      *         LOTE CON ACUSE, Y LIBERAR O DESCARTAR CON LIBERA LAS
      *         PARTIDAS RETENIDAS POR POSIBLE DUPLICADO: EL USUARIO
      *         DE CADA ACUSE Y DE CADA ORDEN DEBE TENERLA).
      *   'Q' - CONSULTAS (CONSULTA, E INDAGA: EL OPERADOR DE LA
      *         TARJETA 'F' DE INDAGCTL DEBE TENERLA).
      *   'E' - PROGRAMAS DE ENTRENAMIENTO.
      *   'R' - MANTENIMIENTO DE LA PLANTILLA (ROSTMANT: EL
      *         TRAN-USUARIO DE CADA TRANSACCION DEBE TENERLA).
      *   'C' - CIERRE DE TEMPORADA (CIERRE).
      *   'B' - BORRADO DE IDENTIDAD DE JUGADOR (BORRADO: EL
      *         OPERADOR DE LA TARJETA BORRACTL DEBE TENERLA).
      *   'S' - MANTENIMIENTO DEL REGISTRO DE SANCIONES (SANCMANT:
      *         EL STRAN-USUARIO DE CADA TRANSACCION DEBE TENERLA).
      *   'G' - GRABACION DE RESULTADOS EN PANTALLA (ENTRADA).
      *   'L' - MANTENIMIENTO DEL REGISTRO DE RECLAMACIONES (RECLMANT:
      *         EL RTRAN-USUARIO DE CADA TRANSACCION DEBE TENERLA).
      *   'F' - APUNTE DE COBROS EN EL LIBRO DE CAJA (TESORER, MODO
      *         'R': EL CTRAN-USUARIO DE CADA COBRO DEBE TENERLA).
      *   'M' - TRASPASO DE JUGADORES ENTRE DIVISIONES Y EQUIPOS
      *         (TRASPASO: EL TRAS-USUARIO DE CADA TRANSACCION DEBE
      *         TENERLA).
      * HAY MAS LETRAS QUE POSICIONES EN OP-FUNCIONES, ASI QUE LAS
      * FUNCIONES SE REPARTEN ENTRE OPERADORES: EL JEFE DE OPERACION
      * LLEVA LAS DIEZ DE USO DIARIO (O R D Q C E S G L F) Y EL
      * TRASPASO ('M') LO LLEVA EL SECRETARIO DE COMPETICION
      * (SECRETAR) EN SU PROPIA LINEA. UNA FUNCION NUEVA REUTILIZA UNA
      * LETRA AFIN ANTES QUE ABRIR OTRA, COMO ACUSE Y LIBERA CON LA
      * 'O' E INDAGA CON LA 'Q'.
      * UN OPERADOR CON OP-ACTIVO DISTINTO DE 'A' NO PUEDE NADA,
      * CONSERVE LAS LETRAS QUE CONSERVE. CADA COMPROBACION DEJA SU
      * RASTRO EN EL REGISTRO DE ACCESOS (VER ACCESREC.CPY), COMO
