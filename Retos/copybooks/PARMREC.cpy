      * PARM-FACTOR-K ES EL FACTOR K DE LA PUNTUACION DE FUERZA
      * ESTILO ELO (VER RATEREC.CPY Y UPDATE-RATINGS EN RETO6); POR
      * DEFECTO 32. A MAYOR K, MAS RAPIDO SE MUEVE LA PUNTUACION.
      * PARM-IDIOMA ES EL IDIOMA DE LA EJECUCION ('ES' O 'EN') PARA
      * LOS TEXTOS QUE SE TOMAN DEL CATALOGO DE MENSAJES (VER
      * MENSREC.CPY); EN BLANCO, COMO EN LOS PARMIN ANTIGUOS, ES 'ES'.
      ******************************************************************
       01 PARM-RECORD.
           05 PARM-MAX-PARTIDAS-GRUPO PIC 9(3).
           05 PARM-PUNTOS-VICTORIA    PIC 9(2).
           05 PARM-PUNTOS-EMPATE      PIC 9(2).
           05 PARM-FACTOR-K           PIC 9(2).
           05 PARM-IDIOMA             PIC X(2).
