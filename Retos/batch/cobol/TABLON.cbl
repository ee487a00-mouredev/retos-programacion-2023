      *            las alimenta, listo para la pared del club y para
      *            ver de un vistazo la rama atascada.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - FIXLEDG crece con la fecha programada y
      *            la semana de juego (ver FIXREC.CPY); se siguen
      *            leyendo las lineas antiguas de 38 posiciones.
      * Modified:  15/10/2026 - Los rotulos del tablon salen del
      *            catalogo de mensajes MENSAJES (ver MENSREC.CPY) en el
      *            idioma de la ejecucion (PARM-IDIOMA de PARMIN, 'ES' o
      *            'EN'), cada uno en su hueco de ancho fijo. ROSTERIN
      *            crece con el idioma preferido del jugador (ver
      *            ROSTREC.CPY).
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones.
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
       PROGRAM-ID. TABLON.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-CLAVE
               FILE STATUS IS GROUPWIN-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'TABLONRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS: LA ESTRUCTURA DEL CUADRO.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA EL TABLON CON NOMBRES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LOS ROTULOS DEL TABLON.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 TABLCTL-FILE-STATUS    PIC X(2).
       01 GROUPWIN-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 GANADORES-SW           PIC X(1) VALUE 'N'.
           88 HAY-GANADORES               VALUE 'Y'.

              10 CUA-P2          PIC X(4).
              10 CUA-RONDA       PIC 9(2).

       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 RONDA-REF              PIC 9(2).
       01 NOMBRE-JUGADOR         PIC X(20).
       01 GANADOR-HALLADO        PIC X(4).

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LOS
      * ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-TABLON.
           05 ROT-TITULO         PIC X(18) VALUE
               'TABLON DEL TORNEO '.
           05 ROT-DIVISION       PIC X(10) VALUE ' DIVISION '.
           05 ROT-RONDA          PIC X(6)  VALUE 'RONDA '.
           05 ROT-PENDIENTE      PIC X(9)  VALUE 'PENDIENTE'.
           05 ROT-PENDIENTE-GRUPO PIC X(17) VALUE
               'PENDIENTE (GRUPO '.

       01 LINEA-GRUPO.
           05 TAB-ROT-GRUPO      PIC X(6)  VALUE 'GRUPO '.
           05 TAB-GRUPO          PIC 9(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TAB-PLAZA-1        PIC X(26).
           05 TAB-ROT-VS         PIC X(4)  VALUE ' VS '.
           05 TAB-PLAZA-2        PIC X(26).
           05 FILLER             PIC X(13) VALUE SPACES.
       01 LINEA-GANADOR.
           05 TAB-ROT-GANADOR    PIC X(11) VALUE '   GANADOR '.
           05 TAB-GANADOR        PIC X(26).
           05 FILLER             PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM LEER-TARJETA-CONTROL
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-CUADRO
            PERFORM CALCULAR-RONDAS
            PERFORM ABRIR-GANADORES
            END-IF
            DISPLAY 'TABLON DE ' TORNEO-TABLON '/' DIVISION-TABLON
                ' -- GRUPOS: ' CUADRO-COUNT
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
      * TOMA EL IDIOMA DE LA EJECUCION DE PARMIN (EN BLANCO O SIN
      * PARMIN, 'ES') Y CARGA EL CATALOGO DE MENSAJES Y TRADUCE
      * LOS ROTULOS DEL INFORME.
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
            PERFORM CARGAR-MENSAJES
            PERFORM TRADUCIR-ROTULOS.

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
      * PONE LOS ROTULOS DEL TABLON EN EL IDIOMA DE LA EJECUCION.
      * CADA ROTULO CONSERVA SU ANCHO, ASI QUE LAS COLUMNAS NO SE
      * MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0501 TO MENSAJE-NUMERO
            MOVE ROT-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TITULO
            MOVE 0502 TO MENSAJE-NUMERO
            MOVE ROT-DIVISION TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-DIVISION
            MOVE 0503 TO MENSAJE-NUMERO
            MOVE ROT-RONDA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-RONDA
            MOVE 0504 TO MENSAJE-NUMERO
            MOVE TAB-ROT-GRUPO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TAB-ROT-GRUPO
            MOVE 0505 TO MENSAJE-NUMERO
            MOVE TAB-ROT-VS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TAB-ROT-VS
            MOVE 0506 TO MENSAJE-NUMERO
            MOVE TAB-ROT-GANADOR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TAB-ROT-GANADOR
            MOVE 0507 TO MENSAJE-NUMERO
            MOVE ROT-PENDIENTE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-PENDIENTE
            MOVE 0508 TO MENSAJE-NUMERO
            MOVE ROT-PENDIENTE-GRUPO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-PENDIENTE-GRUPO.

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
      * LEE EL TORNEO Y LA DIVISION DE LA TARJETA.
      ******************************************************************
            MOVE TABL-DIVISION TO DIVISION-TABLON
            CLOSE CONTROL-CARD-FILE.

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
      * CARGA DEL LIBRO LOS GRUPOS DEL TORNEO Y DIVISION PEDIDOS, EN
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            STRING ROT-TITULO TORNEO-TABLON
                ROT-DIVISION DIVISION-TABLON
                DELIMITED BY SIZE INTO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ALL '-' TO LINEA-IMPRESION
            END-PERFORM
            IF INDICE-BUSQUEDA > 0
                MOVE SPACES TO LINEA-IMPRESION
                STRING ROT-RONDA RONDA-ACTUAL
                    DELIMITED BY SIZE INTO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                PERFORM PUBLICAR-GRUPO-RONDA
                    PERFORM BUSCAR-NOMBRE
                    MOVE NOMBRE-JUGADOR TO TAB-GANADOR
                ELSE
                    MOVE ROT-PENDIENTE TO TAB-GANADOR
                END-IF
                MOVE LINEA-GANADOR TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                    PERFORM BUSCAR-NOMBRE
                    MOVE NOMBRE-JUGADOR TO TEXTO-PLAZA
                ELSE
                    STRING ROT-PENDIENTE-GRUPO GRUPO-REFERIDO ')'
                        DELIMITED BY SIZE INTO TEXTO-PLAZA
                END-IF
            ELSE
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
       END PROGRAM TABLON.
