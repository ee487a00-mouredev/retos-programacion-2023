      *            tablas de apertura muestren las plantillas
      *            correctas.
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
      * Modified:  15/10/2026 - Los rotulos del informe de movimientos
      *            se toman del catalogo de mensajes MENSAJES (ver
      *            MENSREC.CPY) en el idioma de la ejecucion
      *            (PARM-IDIOMA de PARMIN, 'ES' o 'EN').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOREL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT NEW-DIVISION-FILE ASSIGN TO 'DIVNUEVA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVNUEVA-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'PROMORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
      * PLANTILLA DE JUGADORES, PARA EL INFORME CON NOMBRES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LOS ROTULOS DEL INFORME DE MOVIMIENTOS.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 PROMOCTL-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 DIVNUEVA-FILE-STATUS   PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 PSTAT-EOF-SW           PIC X(1) VALUE 'N'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 APLICAR-SW             PIC X(1) VALUE 'N'.
           88 SEMBRAR-APERTURA            VALUE 'S'.
              10 LIGA-WINS       PIC 9(7).
              10 LIGA-DIV-NUEVA  PIC X(2).

       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 INDICE-REGLA           PIC 9(2).
           05 TMP-WINS           PIC 9(7).
           05 TMP-DIV-NUEVA      PIC X(2).

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LOS
      * ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-PROMOREL.
           05 ROT-TITULO         PIC X(47) VALUE
               'MOVIMIENTOS DE DIVISION PARA LA TEMPORADA NUEVA'.
           05 ROT-SIN-MOVIMIENTOS PIC X(37) VALUE
               'SIN MOVIMIENTOS: NINGUNA REGLA APLICO'.
           05 ROT-SUBE           PIC X(8)  VALUE 'SUBE    '.
           05 ROT-BAJA           PIC X(8)  VALUE 'BAJA    '.

       01 LINEA-MOVIMIENTO.
           05 MOV-ACCION         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 MOV-DIV-VIEJA      PIC X(2).
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 MOV-DIV-NUEVA      PIC X(2).
           05 MOV-ROT-PUNTOS     PIC X(8)  VALUE ' PUNTOS '.
           05 MOV-PUNTOS         PIC Z(6)9.
           05 FILLER             PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM CARGAR-REGLAS
            IF SEMBRAR-APERTURA
                PERFORM SEMBRAR-PSTAT-APERTURA
                    SEMBRADOS
                STOP RUN
            END-IF
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-CLASIFICACION
            SORT LIGA-JUGADOR
                ASCENDING KEY LIGA-DIV
            PERFORM PUBLICAR-MOVIMIENTOS
            DISPLAY 'ASCENSOS Y DESCENSOS -- SUBEN: ' SUBIDOS
                ' BAJAN: ' BAJADOS
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
      * TOMA EL IDIOMA DE LA EJECUCION DE PARMIN (EN BLANCO O SIN
      * PARMIN, 'ES') Y CARGA EL CATALOGO DE MENSAJES Y TRADUCE LOS
      * ROTULOS DEL INFORME.
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
      * PONE LOS ROTULOS DEL INFORME DE MOVIMIENTOS EN EL IDIOMA DE
      * LA EJECUCION. CADA ROTULO CONSERVA SU ANCHO, ASI QUE LAS
      * COLUMNAS NO SE MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0901 TO MENSAJE-NUMERO
            MOVE ROT-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TITULO
            MOVE 0902 TO MENSAJE-NUMERO
            MOVE ROT-SIN-MOVIMIENTOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIN-MOVIMIENTOS
            MOVE 0903 TO MENSAJE-NUMERO
            MOVE ROT-SUBE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SUBE
            MOVE 0904 TO MENSAJE-NUMERO
            MOVE ROT-BAJA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-BAJA
            MOVE 0905 TO MENSAJE-NUMERO
            MOVE MOV-ROT-PUNTOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO MOV-ROT-PUNTOS.

      ******************************************************************
      * BUSCA MENSAJE-NUMERO EN MENSAJE-IDIOMA Y, SI NO ESTA, EN
      * 'ES'. SI LO ENCUENTRA DEJA SU TEXTO EN MENSAJE-TEXTO; SI NO,
      * DEJA EL LITERAL QUE TRAIA.
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
      * CARGA LA TARJETA DE REGLAS. SIN REGLAS NO HAY MOVIMIENTOS.
      * EL INDICADOR DE APLICAR DE LA PRIMERA LINEA RIGE PARA TODA
            PERFORM LEER-REGLA.

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
      * CARGA LAS ESTADISTICAS FINALES DE LA TEMPORADA. SIN ELLAS NO
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE MOVIMIENTOS'
                STOP RUN
            END-IF
            MOVE ROT-TITULO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            IF SUBIDOS = 0 AND BAJADOS = 0
                MOVE ROT-SIN-MOVIMIENTOS TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            PERFORM PUBLICAR-UN-MOVIMIENTO
                IF INDICE-REGLA > 0
                    AND LIGA-DIV-NUEVA(INDICE)
                        = REG-DIV-SUP(INDICE-REGLA)
                    MOVE ROT-SUBE TO MOV-ACCION
                ELSE
                    MOVE ROT-BAJA TO MOV-ACCION
                END-IF
                MOVE NOMBRE-JUGADOR TO MOV-NOMBRE
                MOVE LIGA-DIV(INDICE) TO MOV-DIV-VIEJA
            END-IF.

      ******************************************************************
      * RESUELVE EL NOMBRE DEL JUGADOR EN EL MAESTRO DE JUGADORES.
      ******************************************************************
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
      * PASADA DE SIEMBRA (DESPUES DE CIERRE): LEE LAS ASIGNACIONES
