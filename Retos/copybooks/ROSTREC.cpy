      * JUGADOR USADO EN GAMESIN (GR-PLAYER-P1/GR-PLAYER-P2) CON SU
      * NOMBRE, PARA QUE LOS RESULTADOS SE PUEDAN MOSTRAR CON NOMBRES
      * REALES EN VEZ DE "PLAYER 1"/"PLAYER 2".
      * LA PLANTILLA VIVE EN EL MAESTRO INDEXADO ROSTERMAE, CON CLAVE
      * ROST-PLAYER-ID Y SIEMPRE EN EL FORMATO COMPLETO DE 44
      * POSICIONES: LOS PROGRAMAS BUSCAN AL JUGADOR POR SU CLAVE Y
      * ROSTMANT Y BORRADO LO ACTUALIZAN EN SITIO. EL ANTIGUO
      * SECUENCIAL ROSTERIN, CON ESTE MISMO DISENO, SOLO LO LEE
      * ROSTCONV PARA CARGAR Y COMPROBAR EL MAESTRO.
      * LA PLANTILLA SE MANTIENE CON EL PROGRAMA ROSTMANT (ALTAS,
      * RENOMBRES Y BAJAS CON AUDITORIA); ROST-ESTADO Y
      * ROST-FECHA-BAJA PERMITEN DAR DE BAJA A UN JUGADOR CON FECHA
      * NO LO EMPAREJA. LOS FICHEROS ANTIGUOS DE 24 POSICIONES SIN
      * ESTOS CAMPOS SE SIGUEN ACEPTANDO: UN ESTADO EN BLANCO
      * EQUIVALE A ACTIVO.
      * ROST-IDIOMA ES EL IDIOMA EN QUE EL JUGADOR PREFIERE RECIBIR
      * SUS NOTIFICACIONES ('ES' O 'EN', VER NOTIFICA); EN BLANCO,
      * COMO EN LAS LINEAS ANTIGUAS DE 33 POSICIONES, RECIBE LAS
      * DEL IDIOMA DE LA EJECUCION.
      * ROST-FECHA-NAC (AAAAMMDD) Y ROST-SEXO ('F' MUJER, 'M' HOMBRE)
      * SITUAN AL JUGADOR EN LAS CATEGORIAS DE EDAD Y SEXO DE LA
      * TABLA CATEGIN (VER CATEGREC.CPY), QUE DAN LAS CLASIFICACIONES
      * Y LOS PREMIOS DE CATEGORIA. A CERO Y EN BLANCO, COMO EN LAS
      * LINEAS ANTIGUAS DE 35 POSICIONES, EL JUGADOR NO ENTRA EN
      * NINGUNA CATEGORIA QUE EXIJA EDAD O SEXO.
      ******************************************************************
       01 ROSTER-RECORD.
           05 ROST-PLAYER-ID     PIC X(4).
               88 ROST-ACTIVO             VALUE 'A' ' '.
               88 ROST-DE-BAJA            VALUE 'B'.
           05 ROST-FECHA-BAJA    PIC 9(8).
           05 ROST-IDIOMA        PIC X(2).
           05 ROST-FECHA-NAC     PIC 9(8).
           05 ROST-SEXO          PIC X(1).
               88 ROST-MUJER              VALUE 'F'.
               88 ROST-HOMBRE             VALUE 'M'.
