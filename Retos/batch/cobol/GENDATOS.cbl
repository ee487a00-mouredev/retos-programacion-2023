      *            la misma tarjeta producen el mismo fichero, que es
      *            justo lo que un ensayo repetible necesita.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - GAMESIN crece con el arbitro del grupo
      *            (ver GAMEREC.CPY); los lotes de prueba salen sin
      *            arbitro.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV), que se
      *            recorre por su clave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENDATOS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT GAMES-FILE ASSIGN TO 'GAMESIN'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY RULEREC.

       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

       FD  GAMES-FILE
       01 AZAR-RESTO             PIC 9(5).

      ******************************************************************
      * SIMBOLOS DE RULESIN Y JUGADORES ACTIVOS DE ROSTERMAE.
      ******************************************************************
       01 SIMBOLOS-COUNT         PIC 9(3) VALUE 0.
       01 SIMBOLOS-TBL.
            END-IF.

      ******************************************************************
      * CARGA LOS JUGADORES ACTIVOS DE ROSTERMAE (MODO 'G').
      ******************************************************************
       CARGAR-PLANTILLA.

                DISPLAY 'NO SE PUDO ABRIR LA PLANTILLA DE JUGADORES'
                STOP RUN
            END-IF
            MOVE LOW-VALUES TO ROST-PLAYER-ID
            START ROSTER-FILE KEY NOT < ROST-PLAYER-ID
                INVALID KEY MOVE 'Y' TO PLANTILLA-EOF-SW
            END-START
            IF NOT PLANTILLA-EOF
                PERFORM LEER-JUGADOR
                PERFORM ANOTAR-JUGADOR UNTIL PLANTILLA-EOF
            END-IF
            CLOSE ROSTER-FILE
            IF JUGADORES-COUNT < 2
                DISPLAY 'HACEN FALTA AL MENOS DOS JUGADORES ACTIVOS'

       LEER-JUGADOR.

            READ ROSTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO PLANTILLA-EOF-SW
            END-READ.

                MOVE JUGADOR-ID(INDICE-P2) TO GR-PLAYER-P2
                MOVE SPACE TO GR-FORMATO
                MOVE ZEROS TO GR-FORMATO-N
                MOVE SPACES TO GR-ARBITRO
                WRITE GAME-RECORD
                ADD 1 TO PARTIDAS-GENERADAS
            END-PERFORM.
