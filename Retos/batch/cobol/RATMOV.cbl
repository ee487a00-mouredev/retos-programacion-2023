      *            cada noche de torneo. Al terminar regraba la
      *            instantanea para la proxima pasada.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
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
       PROGRAM-ID. RATMOV.
           SELECT OPTIONAL PREVIOUS-RATING-FILE ASSIGN TO 'RATEPREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEPREV-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'RATMOVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
      * PLANTILLA DE JUGADORES, PARA PUBLICAR NOMBRES Y NO CODIGOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           88 RATING-EOF                  VALUE 'Y'.
       01 PREVIO-EOF-SW          PIC X(1) VALUE 'N'.
           88 PREVIO-EOF                  VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

      ******************************************************************
      * PUNTUACIONES ACTUALES CON SU VARIACION RESPECTO DE LA
               10 MOV-NUEVO-SW    PIC X(1).

      ******************************************************************
      * INSTANTANEA ANTERIOR.
      ******************************************************************
       01 PREVIO-COUNT           PIC 9(3) VALUE 0.
       01 PREVIOS-TBL.
           05 PREVIO-ENTRADA OCCURS 200 TIMES.
              10 PREVIO-ID       PIC X(4).
              10 PREVIO-VALOR    PIC 9(4).
       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 NOMBRE-JUGADOR         PIC X(20).

            PERFORM CARGAR-PUNTUACIONES
            PERFORM CARGAR-INSTANTANEA
            PERFORM ABRIR-PLANTILLA
            PERFORM CALCULAR-VARIACIONES
            SORT MOV-JUGADOR DESCENDING KEY MOV-DELTA
            PERFORM PUBLICAR-INFORME
            PERFORM GRABAR-INSTANTANEA
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
            PERFORM LEER-PREVIO.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES PARA BUSCAR LOS NOMBRES POR SU
      * CLAVE. OPCIONAL: SIN EL, LOS JUGADORES SALEN CON SU
      * IDENTIFICADOR, COMO HACE RETO6.
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
      * CALCULA LA VARIACION DE CADA JUGADOR RESPECTO DE LA
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * RESUELVE EL NOMBRE DEL JUGADOR EN EL MAESTRO; SI NO ESTA,
      * SE PUBLICA EL IDENTIFICADOR TAL CUAL.
      ******************************************************************
       BUSCAR-NOMBRE.

            MOVE MOV-ID(INDICE) TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE MOV-ID(INDICE) TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * REGRABA LA INSTANTANEA CON LAS PUNTUACIONES ACTUALES PARA LA
