      *            importados de la federacion) no acreditan
      *            simbolos fantasma a nadie.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Las lineas de descuento por sancion
      *            (marca 'S', ver AUDITREC.CPY) no son tiradas y se
      *            saltan como las anuladas.
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - Incomparecencias y handicaps no suman
      *            simbolos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSPECHA.
           SELECT OPTIONAL RATING-FILE ASSIGN TO 'RATINGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
      * CONCATENACION DE GENERACIONES ARCHIVADAS PARA UNA TEMPORADA).
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA DENUNCIAR CON NOMBRES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           88 H2H-EOF                     VALUE 'Y'.
       01 RATING-EOF-SW          PIC X(1) VALUE 'N'.
           88 RATING-EOF                  VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.

       01 GI-ACTUAL              PIC 9(4).

      ******************************************************************
      * PUNTUACIONES DE FUERZA EN MEMORIA.
      ******************************************************************
       01 RATING-COUNT           PIC 9(3) VALUE 0.
       01 RATINGS-TBL.
           05 RATING-ENTRADA OCCURS 200 TIMES.
              10 RTG-ID          PIC X(4).
              10 RTG-VALOR       PIC 9(4).
      ******************************************************************
      * DENUNCIAS RECOGIDAS, CON SU GRAVEDAD PARA ORDENAR LA LISTA:
      * EL USO DE SIMBOLO PESA SU PORCENTAJE, EL SESGO DE PAREJA SU
       MAIN-PROCEDURE.

            PERFORM LEER-TARJETA-CONTROL
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-SIMBOLOS
            PERFORM CARGAR-PUNTUACIONES
            PERFORM CRIBAR-AUDITORIA
            PERFORM PUBLICAR-LISTA
            DISPLAY 'CRIBA DE INTEGRIDAD -- DENUNCIAS: '
                DENUNCIA-COUNT
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES PARA BUSCAR LOS NOMBRES POR SU
      * CLAVE. OPCIONAL: SIN EL, LOS JUGADORES SALEN CON SU
      * IDENTIFICADOR.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS = '00'
                MOVE 'Y' TO PLANTILLA-SW
            END-IF.

       CERRAR-PLANTILLA.

            IF HAY-PLANTILLA
                CLOSE ROSTER-FILE
            END-IF.

      ******************************************************************
      * CARGA LOS SIMBOLOS VALIDOS DE RULESIN. OPCIONAL: SIN REGLAS
      * CADA JUGADOR Y PLIEGA LAS INSTANCIAS DE GRUPO EN ORDEN DE
      * PISTA PARA EL CALCULO DE RACHAS. LAS PARTIDAS TARDIAS
      * CUENTAN PARA EL USO DE SIMBOLOS (SON TIRADAS REALES) PERO
      * NO PARA EL MARCADOR DEL GRUPO, QUE NO MOVIERON. LAS
      * INCOMPARECENCIAS Y LOS HANDICAPS NO SON TIRADAS: PLIEGAN EN
      * EL GRUPO PERO NO SUMAN SIMBOLOS.
      ******************************************************************
       CRIBAR-AUDITORIA.


       CRIBAR-PARTIDA.

            IF NOT AUD-MARCA-ANULADA AND NOT AUD-MARCA-SANCION
                IF NOT AUD-GAME-WALKOVER AND NOT AUD-GAME-HANDICAP
                    MOVE AUD-PLAYER-P1 TO JUGADOR-BUSCADO
                    MOVE AUD-GAME(1:1) TO SIMBOLO-JUGADO
                    PERFORM ANOTAR-SIMBOLO-JUGADOR
                    MOVE AUD-PLAYER-P2 TO JUGADOR-BUSCADO
                    MOVE AUD-GAME(2:1) TO SIMBOLO-JUGADO
                    PERFORM ANOTAR-SIMBOLO-JUGADOR
                END-IF
                IF AUD-MARCA-NORMAL
                    PERFORM PLEGAR-INSTANCIA
                END-IF
            PERFORM ALTA-DENUNCIA.

      ******************************************************************
      * RESUELVE EL NOMBRE DE JUGADOR-BUSCADO EN EL MAESTRO.
      ******************************************************************
       BUSCAR-NOMBRE.

            MOVE JUGADOR-BUSCADO TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * AÑADE UNA DENUNCIA A LA LISTA, ACOTANDO EL PESO AL CAMPO.
