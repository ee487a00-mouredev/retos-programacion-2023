      *            La cabecera y la cola de control dejan que la
      *            oficina verifique que el envio llego completo.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Cada notificacion lleva el idioma en que
      *            se envia (el preferido del jugador en ROSTERIN,
      *            ROST-IDIOMA, o el de la ejecucion, PARM-IDIOMA de
      *            PARMIN) y su asunto redactado en ese idioma desde el
      *            catalogo de mensajes MENSAJES (ver MENSREC.CPY);
      *            NOTIFOUT pasa a 106 posiciones.
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
       PROGRAM-ID. NOTIFICA.
           SELECT OPTIONAL PREVIOUS-RATING-FILE ASSIGN TO 'RATEPREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEPREV-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO 'NOTIFOUT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL CALENDAR-PARM-FILE ASSIGN TO 'CALCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTL-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PISTA DE AUDITORIA DE LA NOCHE: QUIEN JUGO Y COMO QUEDO.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA EL NOMBRE DE CADA NOTIFICACION.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * INTERFASE DE NOTIFICACIONES CON CABECERA Y COLA DE CONTROL.
      ******************************************************************
       FD  NOTIFY-FILE
           RECORD CONTAINS 106 CHARACTERS.
           COPY NOTIFREC.

      ******************************************************************
       01  CALENDAR-PARM-RECORD.
           05 CALCTL-HORA-CORTE  PIC 9(2).

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON EL ASUNTO DE LAS NOTIFICACIONES.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 AUDIT-FILE-STATUS      PIC X(2).
       01 RATEPREV-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 NOTIF-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 AUDIT-EOF-SW           PIC X(1) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
           88 RATING-EOF                  VALUE 'Y'.
       01 PREVIO-EOF-SW          PIC X(1) VALUE 'N'.
           88 PREVIO-EOF                  VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).

       01 INDICE-BUSQUEDA        PIC 9(3).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 NOMBRE-JUGADOR         PIC X(20).
       01 IDIOMA-JUGADOR         PIC X(2).
           88 IDIOMA-JUGADOR-CONOCIDO     VALUE 'ES' 'EN'.
       01 VARIACION-FUERZA       PIC S9(5).
       01 NOTIFICADOS            PIC 9(7) VALUE 0.

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY): EL ASUNTO
      * DE CADA NOTIFICACION SE REDACTA EN EL IDIOMA DEL JUGADOR.
      ******************************************************************
           COPY MENSTAB.
       01 ASUNTO-NOTIFICACION    PIC X(40) VALUE
           'RESULTADOS DE TU JORNADA'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM RESOLVER-FECHA-PROCESO
            PERFORM ABRIR-PLANTILLA
            PERFORM PLEGAR-AUDITORIA
            IF JUG-COUNT = 0
                DISPLAY 'SIN JUGADORES EN LA ADJUDICACION DE LA '
            PERFORM SUMAR-PUNTOS-LIGA
            PERFORM RESOLVER-FUERZAS
            PERFORM GRABAR-NOTIFICACIONES
            PERFORM CERRAR-PLANTILLA
            DISPLAY 'NOTIFICACIONES -- JUGADORES: ' NOTIFICADOS
            STOP RUN.

      ******************************************************************
      * TOMA EL IDIOMA DE LA EJECUCION DE PARMIN (EN BLANCO O SIN
      * PARMIN, 'ES') Y CARGA EL CATALOGO DE MENSAJES.
      ******************************************************************
       CARGAR-IDIOMA.

            OPEN INPUT PARM-FILE
            IF PARM-FILE-STATUS = '00'
                OR PARM-FILE-STATUS = '05'
                READ PARM-FILE
                    NOT AT END
                        IF PARM-IDIOMA NOT = SPACES
                            MOVE PARM-IDIOMA TO IDIOMA-EJECUCION
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF
            IF NOT IDIOMA-CONOCIDO
                DISPLAY 'AVISO: IDIOMA ' IDIOMA-EJECUCION
                    ' DESCONOCIDO EN PARMIN, SE USA ES'
                MOVE 'ES' TO IDIOMA-EJECUCION
            END-IF
            PERFORM CARGAR-MENSAJES.

      ******************************************************************
      * CARGA EL CATALOGO DE MENSAJES, SI LO HAY (VER MENSREC.CPY).
      ******************************************************************
       CARGAR-MENSAJES.

            OPEN INPUT MESSAGE-FILE
            IF MENSAJES-FILE-STATUS = '00'
                OR MENSAJES-FILE-STATUS = '05'
                PERFORM LEER-MENSAJE
                PERFORM ANOTAR-MENSAJE UNTIL MENSAJES-EOF
                CLOSE MESSAGE-FILE
            END-IF.

       LEER-MENSAJE.

            READ MESSAGE-FILE
                AT END MOVE 'Y' TO MENSAJES-EOF-SW
            END-READ.

       ANOTAR-MENSAJE.

            IF MSG-NUMERO IS NUMERIC
                IF MENSAJES-COUNT < MENSAJES-MAX
                    ADD 1 TO MENSAJES-COUNT
                    MOVE MSG-NUMERO TO MSJ-NUMERO(MENSAJES-COUNT)
                    MOVE MSG-IDIOMA TO MSJ-IDIOMA(MENSAJES-COUNT)
                    MOVE MSG-TEXTO TO MSJ-TEXTO(MENSAJES-COUNT)
                ELSE
                    DISPLAY 'AVISO: CATALOGO DE MENSAJES LLENO, SE '
                        'IGNORA EL MENSAJE ' MSG-NUMERO
                END-IF
            END-IF
            PERFORM LEER-MENSAJE.

      ******************************************************************
      * BUSCA MENSAJE-NUMERO EN MENSAJE-IDIOMA Y, SI NO ESTA, EN 'ES'.
      * SI LO ENCUENTRA DEJA SU TEXTO EN MENSAJE-TEXTO; SI NO, DEJA
      * EL LITERAL QUE TRAIA.
      ******************************************************************
       BUSCAR-MENSAJE.

            MOVE MENSAJE-IDIOMA TO IDIOMA-BUSCADO
            PERFORM BUSCAR-MENSAJE-IDIOMA
            IF NOT MENSAJE-HALLADO
                AND IDIOMA-BUSCADO NOT = 'ES'
                MOVE 'ES' TO IDIOMA-BUSCADO
                PERFORM BUSCAR-MENSAJE-IDIOMA
            END-IF.

       BUSCAR-MENSAJE-IDIOMA.

            MOVE 'N' TO MENSAJE-HALLADO-SW
            PERFORM VARYING INDICE-MENSAJE FROM 1 BY 1
                UNTIL INDICE-MENSAJE > MENSAJES-COUNT
                OR MENSAJE-HALLADO
                IF MSJ-NUMERO(INDICE-MENSAJE) = MENSAJE-NUMERO
                    AND MSJ-IDIOMA(INDICE-MENSAJE) = IDIOMA-BUSCADO
                    MOVE MSJ-TEXTO(INDICE-MENSAJE) TO MENSAJE-TEXTO
                    MOVE 'Y' TO MENSAJE-HALLADO-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * RESUELVE LA FECHA DE NEGOCIO CONTRA EL CALENDARIO DE PROCESO
      * (VER CALREC.CPY): UNA PASADA ARRANCADA ANTES DE LA HORA DE
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
      * PLIEGA LA PISTA DE LA NOCHE A INSTANCIAS DE GRUPO, SALTANDO

      ******************************************************************
      * GRABA LA INTERFASE: CABECERA, UNA NOTIFICACION POR JUGADOR DE
      * LA NOCHE Y LA COLA CON EL CONTADOR. CADA NOTIFICACION VA EN
      * EL IDIOMA PREFERIDO DEL JUGADOR (ROST-IDIOMA) O, SI NO TIENE
      * UNO CONOCIDO, EN EL DE LA EJECUCION.
      ******************************************************************
       GRABAR-NOTIFICACIONES.

                MOVE '+' TO NOT-VAR-SIGNO
            END-IF
            MOVE VARIACION-FUERZA TO NOT-VARIACION
            IF NOT IDIOMA-JUGADOR-CONOCIDO
                MOVE IDIOMA-EJECUCION TO IDIOMA-JUGADOR
            END-IF
            MOVE IDIOMA-JUGADOR TO NOT-IDIOMA
            MOVE IDIOMA-JUGADOR TO MENSAJE-IDIOMA
            MOVE 0401 TO MENSAJE-NUMERO
            MOVE ASUNTO-NOTIFICACION TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO NOT-ASUNTO
            WRITE NOTIFICACION-RECORD
            ADD 1 TO NOTIFICADOS.

      ******************************************************************
      * RESUELVE EL NOMBRE Y EL IDIOMA PREFERIDO DEL JUGADOR EN EL
      * MAESTRO DE JUGADORES (EL IDIOMA QUEDA EN BLANCO SI NO TIENE).
      ******************************************************************
       BUSCAR-NOMBRE.

            MOVE JUGADOR-BUSCADO TO NOMBRE-JUGADOR
            MOVE SPACES TO IDIOMA-JUGADOR
            IF HAY-PLANTILLA
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                        MOVE ROST-IDIOMA TO IDIOMA-JUGADOR
                END-READ
            END-IF.
       END PROGRAM NOTIFICA.
