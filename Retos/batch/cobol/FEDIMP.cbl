      *            del mismo FEDRESIN rechaza sus resultados en vez
      *            de abonarlos dos veces.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY) y PARMIN con el idioma
      *            de la ejecucion (ver PARMREC.CPY); se siguen leyendo
      *            las lineas antiguas.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones. Las lineas importadas de
      *            la federacion van sin arbitro.
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
       PROGRAM-ID. FEDIMP.
           SELECT FED-XREF-FILE ASSIGN TO 'FEDXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEDXREF-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'FEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
      * PLANTILLA DE JUGADORES: LOS DE BAJA NO IMPORTAN RESULTADOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * PARAMETROS DEL LOTE: BAREMO DE PUNTOS Y FACTOR K.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
      * SU LINEA RECALCULABLE.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
           88 RESULTADOS-EOF              VALUE 'Y'.
       01 CRUCE-EOF-SW           PIC X(1) VALUE 'N'.
           88 CRUCE-EOF                   VALUE 'Y'.
       01 RATING-EOF-SW          PIC X(1) VALUE 'N'.
           88 RATING-EOF                  VALUE 'Y'.
       01 STAND-FILE-STATUS      PIC X(2).
       01 FECHA-PROCESO          PIC 9(8).

      ******************************************************************
      * CRUCE DE SOCIOS A JUGADORES EN MEMORIA.
      ******************************************************************
       01 CRUCE-COUNT            PIC 9(3) VALUE 0.
       01 CRUCES-TBL.
           05 CRUCE-ENTRADA OCCURS 200 TIMES.
              10 CRU-MIEMBRO     PIC 9(6).
              10 CRU-PLAYER-ID   PIC X(4).

      ******************************************************************
      * PUNTUACIONES DE FUERZA, CARGADAS AL ARRANCAR Y REGRABADAS AL
            PERFORM LEER-TARJETA-CONTROL
            PERFORM CARGAR-PARAMETROS
            PERFORM CARGAR-CRUCE
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-PUNTUACIONES
            PERFORM CARGAR-CLASIFICACION
            PERFORM CARGAR-REGISTRO-LOTES
            PERFORM LEER-CRUCE.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES, DONDE SE CONSULTA EL ESTADO DE
      * CADA UNO: LOS DE BAJA NO IMPORTAN RESULTADOS.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA PLANTILLA DE JUGADORES'
                STOP RUN
            END-IF.

      ******************************************************************
      * CARGA LAS PUNTUACIONES DE FUERZA ACUMULADAS HASTA HOY.
            CLOSE EXCEPTION-FILE
            CLOSE AUDIT-FILE
            CLOSE PLAYER-STATS-FILE
            CLOSE HEAD-TO-HEAD-FILE
            CLOSE ROSTER-FILE.

       LEER-RESULTADO.

            IF JUGADOR-HALLADO = SPACES
                MOVE 'SOCIO SIN CRUCE A JUGADOR' TO MOTIVO-RECHAZO
            ELSE
                MOVE JUGADOR-HALLADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ROST-DE-BAJA
                            MOVE 'JUGADOR DE BAJA EN PLANTILLA'
                                TO MOTIVO-RECHAZO
                        END-IF
                END-READ
            END-IF.

      ******************************************************************
            MOVE FED-FECHA TO AUD-LOTE-FECHA
            MOVE LOTE-NUMERO-FED TO AUD-LOTE-NUMERO
            MOVE SPACE TO AUD-MARCA
            MOVE SPACES TO AUD-ARBITRO
            WRITE AUDIT-RECORD.

      ******************************************************************
