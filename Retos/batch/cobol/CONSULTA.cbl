      *            noche, o una concatenacion de generaciones
      *            archivadas si la reclamacion es de otro dia).
      * Tectonics: cobc
      *
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL PLAYER-STATS-FILE ASSIGN TO 'PSTATFILE'
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

       FD  PLAYER-STATS-FILE
           COPY H2HREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 H2H-FILE-STATUS        PIC X(2).
       01 AUDIT-FILE-STATUS      PIC X(2).

       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 H2H-EOF-SW             PIC X(1).
           88 H2H-EOF                     VALUE 'Y'.
       01 AUDIT-EOF-SW           PIC X(1).
       01 NOMBRE-RIVAL           PIC X(20).
       01 LINEAS-MOSTRADAS       PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM ABRIR-PLANTILLA
            PERFORM ATENDER-CONSULTA UNTIL SALIR
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

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
      * RESUELVE EL NOMBRE DE CLAVE-BUSCADA EN LA PLANTILLA.
       BUSCAR-NOMBRE.

            MOVE CLAVE-BUSCADA TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE CLAVE-BUSCADA TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * MENU DE CONSULTA: FICHA DE JUGADOR, DETALLE DE GRUPO O SALIR.
