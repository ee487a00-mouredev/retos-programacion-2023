      *            la tabla comun, antes de fabricar un calendario
      *            para un torneo fantasma. Sin maestro presente se
      *            genera como hasta ahora.
      * Modified:  15/10/2026 - FIXLEDG lleva ahora la fecha programada
      *            y la semana de juego (ver FIXREC.CPY); las lineas
      *            nuevas nacen sin programar.
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - Los errores serios o fatales de la tabla
      *            comun se graban ademas como alerta en el fichero
      *            comun ALERTAS (ver ALERTREC.CPY), con el fichero
      *            afectado.
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones. Las lineas nuevas y
      *            GAMESIN salen sin arbitro; lo asigna ARBITRA.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV), que se
      *            recorre por su clave: el sembrado del cuadro
      *            eliminatorio sigue ahora el orden del identificador
      *            de jugador.
      * Modified:  15/10/2026 - TORNEOSIN crece con la marca de torneo
      *            federado y su codigo de evento (ver TORNREC.CPY); se
      *            siguen leyendo los maestros antiguos de 48
      *            posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENFIX.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'GENCTLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL TOURNAMENT-FILE ASSIGN TO 'TORNEOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TORNEOS-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO 'ALERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           COPY GENCTL.

      ******************************************************************
      * MAESTRO DE JUGADORES: EL ORDEN DE SU CLAVE ES EL SEMBRADO DEL
      * CUADRO ELIMINATORIO.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * DE VARIOS TORNEOS CONVIVAN EN EL MISMO LIBRO.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * DESCONOCIDOS O CERRADOS.
      ******************************************************************
       FD  TOURNAMENT-FILE
           RECORD CONTAINS 48 TO 57 CHARACTERS.
           COPY TORNREC.

      ******************************************************************
      * FICHERO COMUN DE ALERTAS DEL LOTE, EN EXTEND: UNA LINEA POR
      * ERROR SERIO O FATAL (VER ALERTREC.CPY).
      ******************************************************************
       FD  ALERT-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.

       01 GENCTL-FILE-STATUS     PIC X(2).
       01 GAMES-FILE-STATUS      PIC X(2).
       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 TORNEOS-FILE-STATUS    PIC X(2).
       01 ALERTAS-FILE-STATUS    PIC X(2).
       01 FECHA-GENERACION       PIC 9(8).
       01 TORNEOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 TORNEOS-EOF                 VALUE 'Y'.
            CLOSE CONTROL-CARD-FILE.

      ******************************************************************
      * CARGA LOS JUGADORES DEL MAESTRO EN SU ORDEN DE SEMBRADO, QUE
      * ES EL DE SU IDENTIFICADOR.
      * LOS JUGADORES DADOS DE BAJA (VER ROST-ESTADO) NO SE
      * EMPAREJAN EN CALENDARIOS NUEVOS.
      ******************************************************************
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
                DISPLAY 'HACEN FALTA AL MENOS DOS JUGADORES'

       LEER-JUGADOR.

            READ ROSTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO PLANTILLA-EOF-SW
            END-READ.

                    WHEN NOT TORNEO-HALLADO
                        DISPLAY 'EL TORNEO ' TORNEO-LOTE
                            ' NO FIGURA EN EL MAESTRO, SE RECHAZA'
                        MOVE 'TORNEOSIN' TO ERR-FICHERO
                        MOVE 027 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                        MOVE ERR-COD-FINAL TO RETURN-CODE
                    WHEN TORNEO-ESTADO-LOTE = 'C'
                        DISPLAY 'EL TORNEO ' TORNEO-LOTE
                            ' ESTA CERRADO, SE RECHAZA'
                        MOVE 'TORNEOSIN' TO ERR-FICHERO
                        MOVE 028 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                        MOVE ERR-COD-FINAL TO RETURN-CODE

      ******************************************************************
      * REGISTRA UN ERROR DE LA TABLA COMUN (VER ERRTAB.CPY), COMO
      * HACEN RETO6 Y RETO29. UN ERROR SERIO O FATAL SE GRABA ADEMAS
      * EN EL FICHERO COMUN DE ALERTAS.
      ******************************************************************
       REGISTRAR-ERROR.

                        MOVE ERR-NIVEL-ACTUAL TO ERR-NIVEL-FINAL
                        MOVE ERR-COD-ACTUAL TO ERR-COD-FINAL
                    END-IF
                    IF ERR-NIVEL-ACTUAL >= 8
                        PERFORM GRABAR-ALERTA
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO ERR-FICHERO.

      ******************************************************************
      * GRABA EL ERROR EN CURSO (ERR-IDX) COMO ALERTA EN EL FICHERO
      * COMUN DE ALERTAS, CON LA FECHA DE NEGOCIO Y EL FICHERO
      * AFECTADO QUE DEJO EL QUE REGISTRO EL ERROR EN ERR-FICHERO.
      ******************************************************************
       GRABAR-ALERTA.

            OPEN EXTEND ALERT-FILE
            IF ALERTAS-FILE-STATUS = '00'
                OR ALERTAS-FILE-STATUS = '05'
                MOVE 'GENFIX' TO ALR-PROGRAMA
                MOVE FECHA-GENERACION TO ALR-FECHA
                IF ALR-FECHA = 0
                    ACCEPT ALR-FECHA FROM DATE YYYYMMDD
                END-IF
                ACCEPT ALR-HORA FROM TIME
                MOVE ERR-COD-ACTUAL TO ALR-CODIGO
                MOVE ERR-SEVERIDAD(ERR-IDX) TO ALR-SEVERIDAD
                MOVE ERR-MENSAJE(ERR-IDX) TO ALR-TEXTO
                MOVE ERR-FICHERO TO ALR-FICHERO
                WRITE ALERTA-RECORD
                CLOSE ALERT-FILE
            ELSE
                DISPLAY 'AVISO: NO SE PUDO GRABAR LA ALERTA '
                    ERR-COD-ACTUAL
            END-IF.

      ******************************************************************
      * LIGA TODOS CONTRA TODOS: UN GRUPO POR EMPAREJAMIENTO, EN IDA
                MOVE JUGADOR-VISITANTE TO GR-PLAYER-P2
                MOVE SPACE TO GR-FORMATO
                MOVE ZEROS TO GR-FORMATO-N
                MOVE SPACES TO GR-ARBITRO
                WRITE GAME-RECORD
                ADD 1 TO PARTIDAS-GENERADAS
            END-PERFORM.
            MOVE FECHA-GENERACION TO FIX-FECHA-GEN
            SET FIX-PENDIENTE TO TRUE
            MOVE 0 TO FIX-FECHA-JUGADO
            MOVE 0 TO FIX-FECHA-PROG
            MOVE 0 TO FIX-SEMANA
            MOVE SPACES TO FIX-ARBITRO
            WRITE FIXTURE-RECORD.

      ******************************************************************
