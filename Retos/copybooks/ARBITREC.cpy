      ******************************************************************
      * ARBITREC.CPY
      * MAESTRO DE ARBITROS (FICHERO ARBITROS, MANTENIDO A MANO POR EL
      * COMITE). UNA LINEA POR ARBITRO: SU IDENTIFICADOR, QUE COMPARTE
      * EL ESPACIO DE NOMBRES DE LA PLANTILLA (UN JUGADOR QUE TAMBIEN
      * ARBITRA USA SU MISMO ROST-PLAYER-ID, VER ROSTREC.CPY, Y SU
      * CUENTA DE CAJA ES LA MISMA), SU NOMBRE PARA LOS INFORMES, SI
      * ESTA EN ACTIVO ('A'; CUALQUIER OTRO VALOR NO SE ASIGNA), EL
      * EQUIPO AL QUE PERTENECE Y EL MAXIMO DE GRUPOS QUE PUEDE
      * ARBITRAR EN UNA MISMA NOCHE.
      * ARB-EQUIPO-ID EN BLANCO TOMA EL EQUIPO DEL ARBITRO DEL MAESTRO
      * DE EQUIPOS (VER EQUIPREC.CPY) POR SU IDENTIFICADOR; SI TAMPOCO
      * ESTA ALLI, EL ARBITRO NO TIENE CLUB. UN ARBITRO NO PUEDE
      * ARBITRAR UN GRUPO EN QUE JUEGUE NI UN GRUPO EN QUE JUEGUE UN
      * COMPAÑERO DE SU EQUIPO (CONFLICTO DE INTERESES).
      * ARB-MAX-NOCHE A CERO O EN BLANCO TOMA EL MAXIMO POR DEFECTO DE
      * LA TARJETA ARBICTL DE ARBITRA.
      ******************************************************************
       01 ARBITRO-RECORD.
           05 ARB-ID             PIC X(4).
           05 ARB-NOMBRE         PIC X(20).
           05 ARB-ACTIVO         PIC X(1).
               88 ARB-EN-ACTIVO           VALUE 'A'.
           05 ARB-EQUIPO-ID      PIC X(4).
           05 ARB-MAX-NOCHE      PIC 9(2).
