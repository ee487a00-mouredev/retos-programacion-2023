      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Cierre semanal de la clasificacion. CLASIFIC solo
      *            compara con la ultima tabla publicada (CLASPREV),
      *            asi que no habia forma de saber en que puesto
      *            estaba un jugador en la semana 6 ni de sacar su
      *            progresion en la temporada. Este programa cierra
      *            la semana de la temporada del calendario de
      *            proceso (CAL-SEMANA de CALENDIN, ver CALREC.CPY):
      *            clasifica PSTATFILE por division con la misma
      *            ordenacion que CLASIFIC, toma la puntuacion de
      *            fuerza de RATINGFILE y añade a la historia semanal
      *            (HISTSEM, ver SEMREC.CPY) la foto de cada jugador
      *            con sus cifras de la semana cerrada anterior y el
      *            jugador de la semana de cada division. De la
      *            historia sale el informe de progresion (PROGRPT):
      *            el puesto de cada jugador en las ultimas doce
      *            semanas, las mayores subidas y bajadas de la semana
      *            y el jugador de la semana. PUBLICA lleva las mismas
      *            cifras a la web.
      *            La semana se toma de la tarjeta SEMCTL si trae
      *            una; si no, es la del calendario para la fecha de
      *            la tarjeta o, sin ella, la fecha del sistema. Una
      *            semana ya cerrada solo se puede repetir mientras
      *            sea la ultima de la historia.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Los rotulos del informe de progresion se
      *            toman del catalogo de mensajes MENSAJES (ver
      *            MENSREC.CPY) en el idioma de la ejecucion
      *            (PARM-IDIOMA de PARMIN, 'ES' o 'EN').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-STATS-FILE ASSIGN TO 'PSTATFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSTAT-CLAVE
               FILE STATUS IS PSTAT-FILE-STATUS.
           SELECT OPTIONAL RATING-FILE ASSIGN TO 'RATINGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALEND-FILE-STATUS.
           SELECT OPTIONAL WEEK-PARM-FILE ASSIGN TO 'SEMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEMCTL-FILE-STATUS.
           SELECT OPTIONAL WEEK-HISTORY-FILE ASSIGN TO 'HISTSEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTSEM-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'PROGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ESTADISTICAS DE JUGADOR ACUMULADAS POR RETO6, EN EL FICHERO
      * INDEXADO POR DIVISION Y JUGADOR; SE RECORRE EN ORDEN DE CLAVE.
      ******************************************************************
       FD  PLAYER-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PSTATREC.

      ******************************************************************
      * PUNTUACIONES DE FUERZA ACTUALES, MANTENIDAS POR RETO6.
      ******************************************************************
       FD  RATING-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY RATEREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA PUBLICAR NOMBRES Y NO CODIGOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * CALENDARIO DE PROCESO, PARA LA SEMANA DE LA FECHA DE CIERRE.
      ******************************************************************
       FD  CALENDAR-FILE
           RECORD CONTAINS 11 CHARACTERS.
           COPY CALREC.

      ******************************************************************
      * TARJETA DE CIERRE: LA SEMANA A CERRAR Y/O LA FECHA DE CIERRE.
      * UN CAMPO EN BLANCO O A CERO SE RESUELVE COMO SI NO VINIERA.
      ******************************************************************
       FD  WEEK-PARM-FILE
           RECORD CONTAINS 2 TO 10 CHARACTERS.
       01  WEEK-PARM-RECORD.
           05 SEMCTL-SEMANA      PIC 9(2).
           05 SEMCTL-FECHA       PIC 9(8).

      ******************************************************************
      * HISTORIA SEMANAL DE LA CLASIFICACION (VER SEMREC.CPY).
      ******************************************************************
       FD  WEEK-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY SEMREC.

      ******************************************************************
      * INFORME DE PROGRESION, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LOS ROTULOS DEL INFORME DE PROGRESION.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 PSTAT-FILE-STATUS      PIC X(2).
       01 RATING-FILE-STATUS     PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 CALEND-FILE-STATUS     PIC X(2).
       01 SEMCTL-FILE-STATUS     PIC X(2).
       01 HISTSEM-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 PSTAT-EOF-SW           PIC X(1) VALUE 'N'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 RATING-EOF-SW          PIC X(1) VALUE 'N'.
           88 RATING-EOF                  VALUE 'Y'.
       01 CALEND-EOF-SW          PIC X(1) VALUE 'N'.
           88 CALEND-EOF                  VALUE 'Y'.
       01 HISTSEM-EOF-SW         PIC X(1) VALUE 'N'.
           88 HISTSEM-EOF                 VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

      ******************************************************************
      * SEMANA QUE SE CIERRA, SU FECHA, LA SEMANA CERRADA ANTERIOR
      * (CERO SI NO HAY NINGUNA) Y LA MAS ALTA DE LA HISTORIA.
      ******************************************************************
       01 FECHA-CIERRE           PIC 9(8) VALUE 0.
       01 SEMANA-CIERRE          PIC 9(2) VALUE 0.
       01 SEMANA-PREVIA          PIC 9(2) VALUE 0.
       01 SEMANA-MAXIMA          PIC 9(2) VALUE 0.
       01 FILAS-SUSTITUIDAS      PIC 9(5) VALUE 0.

      ******************************************************************
      * TABLA DE LIGA EN MEMORIA, CARGADA DE PSTATFILE Y ORDENADA
      * COMO EN CLASIFIC: POR DIVISION Y, DENTRO DE ELLA, POR PUNTOS,
      * PORCENTAJE DE VICTORIAS Y VICTORIAS.
      ******************************************************************
       01 LIGA-COUNT             PIC 9(3) VALUE 0.
       01 LIGA-TBL.
           05 LIGA-JUGADOR OCCURS 0 TO 200 TIMES
                   DEPENDING ON LIGA-COUNT
                   INDEXED BY LIGA-IDX.
               10 LIGA-DIV        PIC X(2).
               10 LIGA-ID         PIC X(4).
               10 LIGA-WINS       PIC 9(7).
               10 LIGA-PUNTOS     PIC 9(7).
               10 LIGA-PCT        PIC 9(3)V9(2).

      ******************************************************************
      * PUNTUACIONES DE FUERZA EN MEMORIA. UN JUGADOR QUE NO FIGURA
      * EN RATINGFILE TIENE LA DE ARRANQUE, 1500.
      ******************************************************************
       01 FUERZA-COUNT           PIC 9(3) VALUE 0.
       01 FUERZA-TBL.
           05 FUERZA-ENTRADA OCCURS 200 TIMES.
              10 FZA-ID          PIC X(4).
              10 FZA-VALOR       PIC 9(4).

      ******************************************************************
      * HISTORIA SEMANAL EN MEMORIA: LAS FILAS DE HISTSEM (MENOS LAS
      * DE LA SEMANA QUE SE CIERRA, QUE SE SUSTITUYEN) Y DETRAS LAS
      * FILAS NUEVAS, DESDE HIS-NUEVAS.
      ******************************************************************
       01 HIS-MAX                PIC 9(4) VALUE 9999.
       01 HIS-COUNT              PIC 9(4) VALUE 0.
       01 HIS-NUEVAS             PIC 9(4) VALUE 0.
       01 HIS-TBL.
           05 HIS-FILA OCCURS 0 TO 9999 TIMES
                   DEPENDING ON HIS-COUNT.
               10 HIS-SEMANA      PIC 9(2).
               10 HIS-FECHA       PIC 9(8).
               10 HIS-DIVISION    PIC X(2).
               10 HIS-PLAYER-ID   PIC X(4).
               10 HIS-POSICION    PIC 9(3).
               10 HIS-PUNTOS      PIC 9(7).
               10 HIS-FUERZA      PIC 9(4).
               10 HIS-POS-ANT     PIC 9(3).
               10 HIS-PUNTOS-ANT  PIC 9(7).
               10 HIS-FUERZA-ANT  PIC 9(4).
               10 HIS-DESTACADO   PIC X(1).

       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 INDICE-HIS             PIC 9(4).
       01 INDICE-HIS-BUSQUEDA    PIC 9(4).
       01 DIVISION-CORTE         PIC X(2).
       01 POSICION-ACTUAL        PIC 9(3).
       01 PARTIDAS-JUGADAS       PIC 9(7).
       01 NOMBRE-JUGADOR         PIC X(20).
       01 ID-BUSCADO             PIC X(4).

      ******************************************************************
      * ELECCION DEL JUGADOR DE LA SEMANA DE CADA DIVISION: EL QUE MAS
      * PUNTOS DE LIGA HA GANADO EN LA SEMANA; A IGUALDAD, EL QUE MAS
      * HA SUBIDO DE FUERZA; A IGUALDAD DE LAS DOS, EL MEJOR
      * CLASIFICADO. SI NADIE HA GANADO PUNTOS NI FUERZA NO HAY
      * JUGADOR DE LA SEMANA.
      ******************************************************************
       01 GANANCIA-PUNTOS        PIC S9(7).
       01 GANANCIA-FUERZA        PIC S9(4).
       01 MEJOR-INDICE           PIC 9(4).
       01 MEJOR-PUNTOS           PIC S9(7).
       01 MEJOR-FUERZA           PIC S9(4).
       01 CUENTA-DESTACADOS      PIC 9(3) VALUE 0.

      ******************************************************************
      * MOVIMIENTOS DE LA SEMANA DE UNA DIVISION, PARA LAS MAYORES
      * SUBIDAS Y BAJADAS. SOLO ENTRAN LOS JUGADORES QUE YA ESTABAN
      * EN LA SEMANA ANTERIOR Y HAN CAMBIADO DE PUESTO.
      ******************************************************************
       01 MOV-COUNT              PIC 9(3) VALUE 0.
       01 MOV-TBL.
           05 MOV-ENTRADA OCCURS 0 TO 200 TIMES
                   DEPENDING ON MOV-COUNT.
               10 MOV-CANTIDAD    PIC S9(3).
               10 MOV-FILA        PIC 9(4).
       01 INDICE-MOV             PIC 9(3).
       01 MOVIMIENTO             PIC S9(3).
       01 MOVIMIENTO-EDIT        PIC ZZ9.

      ******************************************************************
      * VENTANA DE SEMANAS DEL INFORME: LAS DOCE ULTIMAS HASTA LA QUE
      * SE CIERRA.
      ******************************************************************
       01 SEMANA-INICIAL         PIC 9(2).
       01 COLUMNA                PIC 9(2).
       01 SEMANA-COLUMNA         PIC 9(2).
       01 SEMANA-EDIT            PIC 99.
       01 PUESTO-EDIT            PIC ZZZ9.

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LOS
      * ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-SEMANAL.
           05 ROT-GENERAL        PIC X(9)  VALUE 'GENERAL'.
           05 ROT-SEMANA-COLUMNA PIC X(2)  VALUE ' S'.
           05 ROT-NUEVO          PIC X(4)  VALUE ' NVO'.
           05 ROT-SUBIDAS        PIC X(40) VALUE
               'MAYORES SUBIDAS DE LA SEMANA'.
           05 ROT-BAJADAS        PIC X(40) VALUE
               'MAYORES BAJADAS DE LA SEMANA'.
           05 ROT-SIN-DESTACADO  PIC X(40) VALUE
               'SIN JUGADOR DE LA SEMANA'.

      ******************************************************************
      * LINEAS DEL INFORME.
      ******************************************************************
       01 CABECERA-1.
           05 CAB-ROT-TITULO     PIC X(31) VALUE
               'PROGRESION SEMANAL - DIVISION'.
           05 CAB-DIVISION       PIC X(9).
           05 CAB-ROT-SEMANA     PIC X(8)  VALUE ' SEMANA '.
           05 CAB-SEMANA         PIC 99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 CAB-FECHA          PIC 9(8).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 CAB-ROT-PAGINA     PIC X(7)  VALUE 'PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
           05 FILLER             PIC X(5)  VALUE SPACES.
       01 CABECERA-2.
           05 CAB-ROT-JUGADOR    PIC X(26) VALUE 'POS  JUGADOR'.
           05 CAB-COLUMNA        PIC X(4)  OCCURS 12 TIMES.
           05 CAB-ROT-MOV        PIC X(6)  VALUE '   MOV'.
       01 LINEA-JUGADOR.
           05 DET-POSICION       PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-NOMBRE         PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-CELDA          PIC X(4)  OCCURS 12 TIMES.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-MOVIMIENTO     PIC X(4).
       01 LINEA-TITULO.
           05 TIT-TEXTO          PIC X(40).
           05 FILLER             PIC X(40) VALUE SPACES.
       01 LINEA-MOVIMIENTO.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 MOVL-NOMBRE        PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MOVL-CANTIDAD      PIC X(4).
           05 MOVL-ROT-DESDE     PIC X(13) VALUE '  DEL PUESTO '.
           05 MOVL-DESDE         PIC ZZ9.
           05 MOVL-ROT-HASTA     PIC X(4)  VALUE ' AL '.
           05 MOVL-HASTA         PIC ZZ9.
           05 FILLER             PIC X(26) VALUE SPACES.
       01 LINEA-DESTACADO.
           05 DEST-ROT-DESTACADO PIC X(22) VALUE
               'JUGADOR DE LA SEMANA: '.
           05 DEST-NOMBRE        PIC X(20).
           05 DEST-ROT-PUNTOS    PIC X(8)  VALUE ' PUNTOS '.
           05 DEST-PUNTOS        PIC +(6)9.
           05 DEST-ROT-FUERZA    PIC X(8)  VALUE ' FUERZA '.
           05 DEST-FUERZA        PIC +(4)9.
           05 FILLER             PIC X(10) VALUE SPACES.
       01 LINEA-GUIONES          PIC X(80) VALUE ALL '-'.

       01 NUMERO-PAGINA          PIC 9(4) VALUE 0.
       01 LINEAS-EN-PAGINA       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA      PIC 9(2) VALUE 55.
       01 LINEA-PENDIENTE        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM RESOLVER-SEMANA
            PERFORM CARGAR-ESTADISTICAS
            PERFORM CARGAR-FUERZAS
            PERFORM CARGAR-HISTORIA
            SORT LIGA-JUGADOR
                ASCENDING KEY LIGA-DIV
                DESCENDING KEY LIGA-PUNTOS LIGA-PCT LIGA-WINS
            PERFORM CERRAR-SEMANA
            PERFORM ELEGIR-DESTACADOS
            PERFORM GRABAR-HISTORIA
            PERFORM ABRIR-PLANTILLA
            PERFORM PUBLICAR-INFORME
            PERFORM CERRAR-PLANTILLA
            COMPUTE INDICE-HIS = HIS-COUNT - HIS-NUEVAS + 1
            DISPLAY 'CIERRE DE LA SEMANA ' SEMANA-CIERRE
                ' -- FILAS: ' INDICE-HIS
                ' SEMANA ANTERIOR: ' SEMANA-PREVIA
                ' JUGADORES DE LA SEMANA: ' CUENTA-DESTACADOS
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
      * PONE LOS ROTULOS DEL INFORME DE PROGRESION EN EL IDIOMA DE LA
      * EJECUCION. CADA ROTULO CONSERVA SU ANCHO, ASI QUE LAS
      * COLUMNAS NO SE MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 1001 TO MENSAJE-NUMERO
            MOVE CAB-ROT-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-TITULO
            MOVE 1002 TO MENSAJE-NUMERO
            MOVE CAB-ROT-SEMANA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-SEMANA
            MOVE 1003 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PAGINA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PAGINA
            MOVE 1004 TO MENSAJE-NUMERO
            MOVE CAB-ROT-JUGADOR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-JUGADOR
            MOVE 1005 TO MENSAJE-NUMERO
            MOVE CAB-ROT-MOV TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-MOV
            MOVE 1006 TO MENSAJE-NUMERO
            MOVE ROT-GENERAL TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-GENERAL
            MOVE 1007 TO MENSAJE-NUMERO
            MOVE ROT-SEMANA-COLUMNA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SEMANA-COLUMNA
            MOVE 1008 TO MENSAJE-NUMERO
            MOVE ROT-NUEVO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-NUEVO
            MOVE 1009 TO MENSAJE-NUMERO
            MOVE MOVL-ROT-DESDE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO MOVL-ROT-DESDE
            MOVE 1010 TO MENSAJE-NUMERO
            MOVE MOVL-ROT-HASTA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO MOVL-ROT-HASTA
            MOVE 1011 TO MENSAJE-NUMERO
            MOVE ROT-SUBIDAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SUBIDAS
            MOVE 1012 TO MENSAJE-NUMERO
            MOVE ROT-BAJADAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-BAJADAS
            MOVE 1013 TO MENSAJE-NUMERO
            MOVE DEST-ROT-DESTACADO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DEST-ROT-DESTACADO
            MOVE 1014 TO MENSAJE-NUMERO
            MOVE DEST-ROT-PUNTOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DEST-ROT-PUNTOS
            MOVE 1015 TO MENSAJE-NUMERO
            MOVE DEST-ROT-FUERZA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DEST-ROT-FUERZA
            MOVE 1016 TO MENSAJE-NUMERO
            MOVE ROT-SIN-DESTACADO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIN-DESTACADO.

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
      * RESUELVE LA SEMANA A CERRAR: LA DE LA TARJETA SEMCTL SI TRAE
      * UNA; SI NO, LA DEL CALENDARIO DE PROCESO PARA LA FECHA DE
      * CIERRE (LA DE LA TARJETA O, SIN ELLA, LA DEL SISTEMA). SIN
      * SEMANA NO SE PUEDE CERRAR NADA Y SE PARA.
      ******************************************************************
       RESOLVER-SEMANA.

            ACCEPT FECHA-CIERRE FROM DATE YYYYMMDD
            OPEN INPUT WEEK-PARM-FILE
            IF SEMCTL-FILE-STATUS = '00'
                OR SEMCTL-FILE-STATUS = '05'
                READ WEEK-PARM-FILE
                    NOT AT END
                        IF SEMCTL-SEMANA IS NUMERIC
                            MOVE SEMCTL-SEMANA TO SEMANA-CIERRE
                        END-IF
                        IF SEMCTL-FECHA IS NUMERIC
                            AND SEMCTL-FECHA > 0
                            MOVE SEMCTL-FECHA TO FECHA-CIERRE
                        END-IF
                END-READ
                CLOSE WEEK-PARM-FILE
            END-IF
            IF SEMANA-CIERRE = 0
                PERFORM BUSCAR-SEMANA-CALENDARIO
            END-IF
            IF SEMANA-CIERRE = 0
                DISPLAY 'LA FECHA ' FECHA-CIERRE ' NO TIENE SEMANA EN '
                    'EL CALENDARIO DE PROCESO, NO SE CIERRA NADA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       BUSCAR-SEMANA-CALENDARIO.

            OPEN INPUT CALENDAR-FILE
            IF CALEND-FILE-STATUS = '00'
                OR CALEND-FILE-STATUS = '05'
                PERFORM LEER-CALENDARIO
                PERFORM MIRAR-CALENDARIO
                    UNTIL CALEND-EOF OR SEMANA-CIERRE > 0
                CLOSE CALENDAR-FILE
            END-IF.

       LEER-CALENDARIO.

            READ CALENDAR-FILE
                AT END MOVE 'Y' TO CALEND-EOF-SW
            END-READ.

       MIRAR-CALENDARIO.

            IF CAL-FECHA = FECHA-CIERRE
                AND CAL-SEMANA IS NUMERIC
                MOVE CAL-SEMANA TO SEMANA-CIERRE
            ELSE
                PERFORM LEER-CALENDARIO
            END-IF.

      ******************************************************************
      * CARGA LAS ESTADISTICAS DE JUGADOR Y CALCULA EL PORCENTAJE DE
      * VICTORIAS DE CADA UNO PARA EL DESEMPATE. SIN PSTATFILE NO HAY
      * NADA QUE CERRAR Y SE PARA.
      ******************************************************************
       CARGAR-ESTADISTICAS.

            OPEN INPUT PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LAS ESTADISTICAS DE JUGADOR'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-ESTADISTICA
            PERFORM ANOTAR-ESTADISTICA UNTIL PSTAT-EOF
            CLOSE PLAYER-STATS-FILE
            IF LIGA-COUNT = 0
                DISPLAY 'ESTADISTICAS DE JUGADOR VACIAS, NO SE CIERRA '
                    'LA SEMANA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       LEER-ESTADISTICA.

            READ PLAYER-STATS-FILE
                AT END MOVE 'Y' TO PSTAT-EOF-SW
            END-READ.

       ANOTAR-ESTADISTICA.

            IF LIGA-COUNT = 200
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE JUGADORES, '
                    'SE TRUNCA'
            ELSE
                ADD 1 TO LIGA-COUNT
                MOVE PSTAT-DIVISION TO LIGA-DIV(LIGA-COUNT)
                MOVE PSTAT-PLAYER-ID TO LIGA-ID(LIGA-COUNT)
                MOVE PSTAT-WINS      TO LIGA-WINS(LIGA-COUNT)
                MOVE PSTAT-PUNTOS    TO LIGA-PUNTOS(LIGA-COUNT)
                COMPUTE PARTIDAS-JUGADAS =
                    PSTAT-WINS + PSTAT-LOSSES + PSTAT-TIES
                IF PARTIDAS-JUGADAS = 0
                    MOVE 0 TO LIGA-PCT(LIGA-COUNT)
                ELSE
                    COMPUTE LIGA-PCT(LIGA-COUNT) ROUNDED =
                        PSTAT-WINS * 100 / PARTIDAS-JUGADAS
                END-IF
            END-IF
            PERFORM LEER-ESTADISTICA.

      ******************************************************************
      * CARGA LAS PUNTUACIONES DE FUERZA. OPCIONAL: SIN RATINGFILE
      * TODOS TIENEN LA DE ARRANQUE.
      ******************************************************************
       CARGAR-FUERZAS.

            OPEN INPUT RATING-FILE
            IF RATING-FILE-STATUS = '00'
                OR RATING-FILE-STATUS = '05'
                PERFORM LEER-FUERZA
                PERFORM ANOTAR-FUERZA UNTIL RATING-EOF
                CLOSE RATING-FILE
            END-IF.

       LEER-FUERZA.

            READ RATING-FILE
                AT END MOVE 'Y' TO RATING-EOF-SW
            END-READ.

       ANOTAR-FUERZA.

            IF FUERZA-COUNT = 200
                DISPLAY 'AVISO: TABLA DE FUERZAS LLENA, SE TRUNCA'
            ELSE
                IF RATE-VALOR IS NUMERIC
                    ADD 1 TO FUERZA-COUNT
                    MOVE RATE-PLAYER-ID TO FZA-ID(FUERZA-COUNT)
                    MOVE RATE-VALOR TO FZA-VALOR(FUERZA-COUNT)
                END-IF
            END-IF
            PERFORM LEER-FUERZA.

      ******************************************************************
      * CARGA LA HISTORIA SEMANAL. LAS FILAS DE LA SEMANA QUE SE
      * CIERRA SE DESCARTAN PORQUE EL CIERRE LAS SUSTITUYE. NO SE
      * PUEDE CERRAR UNA SEMANA ANTERIOR A LA ULTIMA DE LA HISTORIA:
      * LAS SEMANAS POSTERIORES LLEVAN YA SUS CIFRAS ANTERIORES
      * TOMADAS DE ELLA.
      ******************************************************************
       CARGAR-HISTORIA.

            OPEN INPUT WEEK-HISTORY-FILE
            IF HISTSEM-FILE-STATUS = '00'
                OR HISTSEM-FILE-STATUS = '05'
                PERFORM LEER-HISTORIA
                PERFORM ANOTAR-HISTORIA UNTIL HISTSEM-EOF
                CLOSE WEEK-HISTORY-FILE
            ELSE
                DISPLAY 'NO SE PUDO LEER LA HISTORIA SEMANAL'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF SEMANA-MAXIMA > SEMANA-CIERRE
                DISPLAY 'LA HISTORIA LLEGA YA A LA SEMANA '
                    SEMANA-MAXIMA ', NO SE PUEDE CERRAR LA SEMANA '
                    SEMANA-CIERRE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FILAS-SUSTITUIDAS > 0
                DISPLAY 'AVISO: LA SEMANA ' SEMANA-CIERRE
                    ' YA ESTABA CERRADA, SE SUSTITUYEN SUS '
                    FILAS-SUSTITUIDAS ' FILAS'
            END-IF
            COMPUTE HIS-NUEVAS = HIS-COUNT + 1.

       LEER-HISTORIA.

            READ WEEK-HISTORY-FILE
                AT END MOVE 'Y' TO HISTSEM-EOF-SW
            END-READ.

       ANOTAR-HISTORIA.

            IF SEM-SEMANA > SEMANA-MAXIMA
                MOVE SEM-SEMANA TO SEMANA-MAXIMA
            END-IF
            EVALUATE TRUE
                WHEN SEM-SEMANA = SEMANA-CIERRE
                    ADD 1 TO FILAS-SUSTITUIDAS
                WHEN HIS-COUNT = HIS-MAX
                    DISPLAY 'HISTORIA SEMANAL LLENA, NO SE CIERRA LA '
                        'SEMANA'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                WHEN OTHER
                    IF SEM-SEMANA < SEMANA-CIERRE
                        AND SEM-SEMANA > SEMANA-PREVIA
                        MOVE SEM-SEMANA TO SEMANA-PREVIA
                    END-IF
                    ADD 1 TO HIS-COUNT
                    MOVE SEM-SEMANA TO HIS-SEMANA(HIS-COUNT)
                    MOVE SEM-FECHA TO HIS-FECHA(HIS-COUNT)
                    MOVE SEM-DIVISION TO HIS-DIVISION(HIS-COUNT)
                    MOVE SEM-PLAYER-ID TO HIS-PLAYER-ID(HIS-COUNT)
                    MOVE SEM-POSICION TO HIS-POSICION(HIS-COUNT)
                    MOVE SEM-PUNTOS TO HIS-PUNTOS(HIS-COUNT)
                    MOVE SEM-FUERZA TO HIS-FUERZA(HIS-COUNT)
                    MOVE SEM-POS-ANT TO HIS-POS-ANT(HIS-COUNT)
                    MOVE SEM-PUNTOS-ANT TO HIS-PUNTOS-ANT(HIS-COUNT)
                    MOVE SEM-FUERZA-ANT TO HIS-FUERZA-ANT(HIS-COUNT)
                    MOVE SEM-DESTACADO TO HIS-DESTACADO(HIS-COUNT)
            END-EVALUATE
            PERFORM LEER-HISTORIA.

      ******************************************************************
      * AÑADE A LA HISTORIA LA FOTO DE LA SEMANA: UNA FILA POR
      * JUGADOR Y DIVISION, CON SU PUESTO EN LA TABLA ORDENADA Y LAS
      * CIFRAS DE LA SEMANA CERRADA ANTERIOR.
      ******************************************************************
       CERRAR-SEMANA.

            MOVE LOW-VALUES TO DIVISION-CORTE
            PERFORM ANOTAR-FOTO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIGA-COUNT.

       ANOTAR-FOTO.

            IF LIGA-DIV(INDICE) NOT = DIVISION-CORTE
                MOVE LIGA-DIV(INDICE) TO DIVISION-CORTE
                MOVE 0 TO POSICION-ACTUAL
            END-IF
            ADD 1 TO POSICION-ACTUAL
            IF HIS-COUNT = HIS-MAX
                DISPLAY 'HISTORIA SEMANAL LLENA, NO SE CIERRA LA '
                    'SEMANA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO HIS-COUNT
            MOVE SEMANA-CIERRE TO HIS-SEMANA(HIS-COUNT)
            MOVE FECHA-CIERRE TO HIS-FECHA(HIS-COUNT)
            MOVE LIGA-DIV(INDICE) TO HIS-DIVISION(HIS-COUNT)
            MOVE LIGA-ID(INDICE) TO HIS-PLAYER-ID(HIS-COUNT)
            MOVE POSICION-ACTUAL TO HIS-POSICION(HIS-COUNT)
            MOVE LIGA-PUNTOS(INDICE) TO HIS-PUNTOS(HIS-COUNT)
            MOVE 1500 TO HIS-FUERZA(HIS-COUNT)
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > FUERZA-COUNT
                IF FZA-ID(INDICE-BUSQUEDA) = LIGA-ID(INDICE)
                    MOVE FZA-VALOR(INDICE-BUSQUEDA)
                        TO HIS-FUERZA(HIS-COUNT)
                END-IF
            END-PERFORM
            MOVE 0 TO HIS-POS-ANT(HIS-COUNT)
            MOVE 0 TO HIS-PUNTOS-ANT(HIS-COUNT)
            MOVE 1500 TO HIS-FUERZA-ANT(HIS-COUNT)
            MOVE 'N' TO HIS-DESTACADO(HIS-COUNT)
            IF SEMANA-PREVIA > 0
                PERFORM VARYING INDICE-HIS-BUSQUEDA FROM 1 BY 1
                    UNTIL INDICE-HIS-BUSQUEDA NOT < HIS-NUEVAS
                    IF HIS-SEMANA(INDICE-HIS-BUSQUEDA) = SEMANA-PREVIA
                        AND HIS-DIVISION(INDICE-HIS-BUSQUEDA)
                            = LIGA-DIV(INDICE)
                        AND HIS-PLAYER-ID(INDICE-HIS-BUSQUEDA)
                            = LIGA-ID(INDICE)
                        MOVE HIS-POSICION(INDICE-HIS-BUSQUEDA)
                            TO HIS-POS-ANT(HIS-COUNT)
                        MOVE HIS-PUNTOS(INDICE-HIS-BUSQUEDA)
                            TO HIS-PUNTOS-ANT(HIS-COUNT)
                        MOVE HIS-FUERZA(INDICE-HIS-BUSQUEDA)
                            TO HIS-FUERZA-ANT(HIS-COUNT)
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * ELIGE EL JUGADOR DE LA SEMANA DE CADA DIVISION ENTRE LAS
      * FILAS NUEVAS, QUE VIENEN POR DIVISION Y EN ORDEN DE PUESTO:
      * COMO SOLO SE CAMBIA DE ELEGIDO CON UNA GANANCIA ESTRICTAMENTE
      * MEJOR, A IGUALDAD QUEDA EL MEJOR CLASIFICADO.
      ******************************************************************
       ELEGIR-DESTACADOS.

            MOVE LOW-VALUES TO DIVISION-CORTE
            MOVE 0 TO MEJOR-INDICE
            PERFORM VALORAR-CANDIDATO
                VARYING INDICE-HIS FROM HIS-NUEVAS BY 1
                UNTIL INDICE-HIS > HIS-COUNT
            PERFORM MARCAR-DESTACADO.

       VALORAR-CANDIDATO.

            IF HIS-DIVISION(INDICE-HIS) NOT = DIVISION-CORTE
                PERFORM MARCAR-DESTACADO
                MOVE HIS-DIVISION(INDICE-HIS) TO DIVISION-CORTE
                MOVE 0 TO MEJOR-INDICE
                MOVE 0 TO MEJOR-PUNTOS
                MOVE 0 TO MEJOR-FUERZA
            END-IF
            COMPUTE GANANCIA-PUNTOS = HIS-PUNTOS(INDICE-HIS)
                - HIS-PUNTOS-ANT(INDICE-HIS)
            COMPUTE GANANCIA-FUERZA = HIS-FUERZA(INDICE-HIS)
                - HIS-FUERZA-ANT(INDICE-HIS)
            IF GANANCIA-PUNTOS > 0 OR GANANCIA-FUERZA > 0
                IF MEJOR-INDICE = 0
                    OR GANANCIA-PUNTOS > MEJOR-PUNTOS
                    OR (GANANCIA-PUNTOS = MEJOR-PUNTOS
                        AND GANANCIA-FUERZA > MEJOR-FUERZA)
                    MOVE INDICE-HIS TO MEJOR-INDICE
                    MOVE GANANCIA-PUNTOS TO MEJOR-PUNTOS
                    MOVE GANANCIA-FUERZA TO MEJOR-FUERZA
                END-IF
            END-IF.

       MARCAR-DESTACADO.

            IF MEJOR-INDICE > 0
                MOVE 'S' TO HIS-DESTACADO(MEJOR-INDICE)
                ADD 1 TO CUENTA-DESTACADOS
            END-IF.

      ******************************************************************
      * REGRABA LA HISTORIA SEMANAL ENTERA: LAS FILAS ANTERIORES Y
      * DETRAS LAS DE LA SEMANA CERRADA.
      ******************************************************************
       GRABAR-HISTORIA.

            OPEN OUTPUT WEEK-HISTORY-FILE
            IF HISTSEM-FILE-STATUS NOT = '00'
                AND HISTSEM-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO GRABAR LA HISTORIA SEMANAL'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM GRABAR-FILA
                VARYING INDICE-HIS FROM 1 BY 1
                UNTIL INDICE-HIS > HIS-COUNT
            CLOSE WEEK-HISTORY-FILE.

       GRABAR-FILA.

            MOVE HIS-SEMANA(INDICE-HIS) TO SEM-SEMANA
            MOVE HIS-FECHA(INDICE-HIS) TO SEM-FECHA
            MOVE HIS-DIVISION(INDICE-HIS) TO SEM-DIVISION
            MOVE HIS-PLAYER-ID(INDICE-HIS) TO SEM-PLAYER-ID
            MOVE HIS-POSICION(INDICE-HIS) TO SEM-POSICION
            MOVE HIS-PUNTOS(INDICE-HIS) TO SEM-PUNTOS
            MOVE HIS-FUERZA(INDICE-HIS) TO SEM-FUERZA
            MOVE HIS-POS-ANT(INDICE-HIS) TO SEM-POS-ANT
            MOVE HIS-PUNTOS-ANT(INDICE-HIS) TO SEM-PUNTOS-ANT
            MOVE HIS-FUERZA-ANT(INDICE-HIS) TO SEM-FUERZA-ANT
            MOVE HIS-DESTACADO(INDICE-HIS) TO SEM-DESTACADO
            WRITE SEMANA-RECORD.

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
      * RESUELVE EL NOMBRE DE ID-BUSCADO EN LA PLANTILLA; SI NO ESTA,
      * SE PUBLICA EL IDENTIFICADOR TAL CUAL.
      ******************************************************************
       BUSCAR-NOMBRE.

            MOVE ID-BUSCADO TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE ID-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * PUBLICA EL INFORME DE PROGRESION: UNA PAGINA POR DIVISION CON
      * EL PUESTO DE CADA JUGADOR EN LAS ULTIMAS DOCE SEMANAS ('-'
      * DONDE NO FIGURA), Y DETRAS LAS MAYORES SUBIDAS Y BAJADAS DE
      * LA SEMANA Y EL JUGADOR DE LA SEMANA.
      ******************************************************************
       PUBLICAR-INFORME.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE PROGRESION'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF SEMANA-CIERRE > 12
                    COMPUTE SEMANA-INICIAL = SEMANA-CIERRE - 11
                ELSE
                    MOVE 1 TO SEMANA-INICIAL
                END-IF
                PERFORM ROTULAR-COLUMNA
                    VARYING COLUMNA FROM 1 BY 1
                    UNTIL COLUMNA > 12
                MOVE SEMANA-CIERRE TO CAB-SEMANA
                MOVE FECHA-CIERRE TO CAB-FECHA
                MOVE HIS-NUEVAS TO INDICE-HIS
                PERFORM PUBLICAR-DIVISION
                    UNTIL INDICE-HIS > HIS-COUNT
                CLOSE PRINT-FILE
            END-IF.

       ROTULAR-COLUMNA.

            COMPUTE SEMANA-COLUMNA = SEMANA-INICIAL + COLUMNA - 1
            IF SEMANA-COLUMNA > SEMANA-CIERRE
                MOVE SPACES TO CAB-COLUMNA(COLUMNA)
            ELSE
                MOVE SEMANA-COLUMNA TO SEMANA-EDIT
                MOVE ROT-SEMANA-COLUMNA TO CAB-COLUMNA(COLUMNA)(1:2)
                MOVE SEMANA-EDIT TO CAB-COLUMNA(COLUMNA)(3:2)
            END-IF.

       PUBLICAR-DIVISION.

            MOVE HIS-DIVISION(INDICE-HIS) TO DIVISION-CORTE
            IF DIVISION-CORTE = SPACES
                MOVE ROT-GENERAL TO CAB-DIVISION
            ELSE
                MOVE DIVISION-CORTE TO CAB-DIVISION
            END-IF
            PERFORM SALTAR-PAGINA
            MOVE 0 TO MOV-COUNT
            MOVE 0 TO MEJOR-INDICE
            PERFORM PUBLICAR-JUGADOR
                VARYING INDICE-HIS FROM INDICE-HIS BY 1
                UNTIL INDICE-HIS > HIS-COUNT
                OR HIS-DIVISION(INDICE-HIS) NOT = DIVISION-CORTE
            PERFORM PUBLICAR-SUBIDAS
            PERFORM PUBLICAR-BAJADAS
            PERFORM PUBLICAR-DESTACADO.

      ******************************************************************
      * LINEA DE UN JUGADOR: SU PUESTO ACTUAL, SU PUESTO EN CADA
      * SEMANA DE LA VENTANA Y SU MOVIMIENTO DE LA SEMANA. DE PASO SE
      * ANOTA SU MOVIMIENTO PARA LAS SUBIDAS Y BAJADAS.
      ******************************************************************
       PUBLICAR-JUGADOR.

            MOVE HIS-POSICION(INDICE-HIS) TO DET-POSICION
            MOVE HIS-PLAYER-ID(INDICE-HIS) TO ID-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE NOMBRE-JUGADOR TO DET-NOMBRE
            PERFORM VARYING COLUMNA FROM 1 BY 1
                UNTIL COLUMNA > 12
                COMPUTE SEMANA-COLUMNA = SEMANA-INICIAL + COLUMNA - 1
                IF SEMANA-COLUMNA > SEMANA-CIERRE
                    MOVE SPACES TO DET-CELDA(COLUMNA)
                ELSE
                    MOVE '   -' TO DET-CELDA(COLUMNA)
                END-IF
            END-PERFORM
            PERFORM ANOTAR-CELDA
                VARYING INDICE-HIS-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-HIS-BUSQUEDA > HIS-COUNT
            EVALUATE TRUE
                WHEN HIS-POS-ANT(INDICE-HIS) = 0
                    MOVE ROT-NUEVO TO DET-MOVIMIENTO
                WHEN HIS-POS-ANT(INDICE-HIS) = HIS-POSICION(INDICE-HIS)
                    MOVE '   =' TO DET-MOVIMIENTO
                WHEN OTHER
                    COMPUTE MOVIMIENTO = HIS-POS-ANT(INDICE-HIS)
                        - HIS-POSICION(INDICE-HIS)
                    PERFORM EDITAR-MOVIMIENTO
                    MOVE MOVL-CANTIDAD TO DET-MOVIMIENTO
                    ADD 1 TO MOV-COUNT
                    MOVE MOVIMIENTO TO MOV-CANTIDAD(MOV-COUNT)
                    MOVE INDICE-HIS TO MOV-FILA(MOV-COUNT)
            END-EVALUATE
            MOVE LINEA-JUGADOR TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

       ANOTAR-CELDA.

            IF HIS-DIVISION(INDICE-HIS-BUSQUEDA) = DIVISION-CORTE
                AND HIS-PLAYER-ID(INDICE-HIS-BUSQUEDA)
                    = HIS-PLAYER-ID(INDICE-HIS)
                AND HIS-SEMANA(INDICE-HIS-BUSQUEDA)
                    NOT < SEMANA-INICIAL
                AND HIS-SEMANA(INDICE-HIS-BUSQUEDA)
                    NOT > SEMANA-CIERRE
                COMPUTE COLUMNA = HIS-SEMANA(INDICE-HIS-BUSQUEDA)
                    - SEMANA-INICIAL + 1
                MOVE HIS-POSICION(INDICE-HIS-BUSQUEDA) TO PUESTO-EDIT
                MOVE PUESTO-EDIT TO DET-CELDA(COLUMNA)
            END-IF.

      ******************************************************************
      * EDITA MOVIMIENTO EN MOVL-CANTIDAD: '+N' SI SUBE, '-N' SI BAJA.
      ******************************************************************
       EDITAR-MOVIMIENTO.

            IF MOVIMIENTO > 0
                MOVE MOVIMIENTO TO MOVIMIENTO-EDIT
                MOVE '+' TO MOVL-CANTIDAD(1:1)
            ELSE
                COMPUTE MOVIMIENTO-EDIT = 0 - MOVIMIENTO
                MOVE '-' TO MOVL-CANTIDAD(1:1)
            END-IF
            MOVE MOVIMIENTO-EDIT TO MOVL-CANTIDAD(2:3).

      ******************************************************************
      * LAS TRES MAYORES SUBIDAS Y LAS TRES MAYORES BAJADAS DE LA
      * SEMANA EN LA DIVISION.
      ******************************************************************
       PUBLICAR-SUBIDAS.

            MOVE SPACES TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE ROT-SUBIDAS TO TIT-TEXTO
            MOVE LINEA-TITULO TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            IF MOV-COUNT > 0
                SORT MOV-ENTRADA DESCENDING KEY MOV-CANTIDAD
            END-IF
            PERFORM PUBLICAR-MOVIMIENTO
                VARYING INDICE-MOV FROM 1 BY 1
                UNTIL INDICE-MOV > MOV-COUNT OR INDICE-MOV > 3
                OR MOV-CANTIDAD(INDICE-MOV) < 0.

       PUBLICAR-BAJADAS.

            MOVE ROT-BAJADAS TO TIT-TEXTO
            MOVE LINEA-TITULO TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            IF MOV-COUNT > 0
                SORT MOV-ENTRADA ASCENDING KEY MOV-CANTIDAD
            END-IF
            PERFORM PUBLICAR-MOVIMIENTO
                VARYING INDICE-MOV FROM 1 BY 1
                UNTIL INDICE-MOV > MOV-COUNT OR INDICE-MOV > 3
                OR MOV-CANTIDAD(INDICE-MOV) > 0.

       PUBLICAR-MOVIMIENTO.

            MOVE MOV-FILA(INDICE-MOV) TO INDICE-HIS-BUSQUEDA
            MOVE HIS-PLAYER-ID(INDICE-HIS-BUSQUEDA) TO ID-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE NOMBRE-JUGADOR TO MOVL-NOMBRE
            MOVE MOV-CANTIDAD(INDICE-MOV) TO MOVIMIENTO
            PERFORM EDITAR-MOVIMIENTO
            MOVE HIS-POS-ANT(INDICE-HIS-BUSQUEDA) TO MOVL-DESDE
            MOVE HIS-POSICION(INDICE-HIS-BUSQUEDA) TO MOVL-HASTA
            MOVE LINEA-MOVIMIENTO TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

      ******************************************************************
      * EL JUGADOR DE LA SEMANA DE LA DIVISION, CON LOS PUNTOS Y LA
      * FUERZA QUE HA GANADO.
      ******************************************************************
       PUBLICAR-DESTACADO.

            MOVE SPACES TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE 0 TO MEJOR-INDICE
            PERFORM VARYING INDICE-HIS-BUSQUEDA FROM HIS-NUEVAS BY 1
                UNTIL INDICE-HIS-BUSQUEDA > HIS-COUNT
                IF HIS-DIVISION(INDICE-HIS-BUSQUEDA) = DIVISION-CORTE
                    AND HIS-DESTACADO(INDICE-HIS-BUSQUEDA) = 'S'
                    MOVE INDICE-HIS-BUSQUEDA TO MEJOR-INDICE
                END-IF
            END-PERFORM
            IF MEJOR-INDICE = 0
                MOVE ROT-SIN-DESTACADO TO TIT-TEXTO
                MOVE LINEA-TITULO TO LINEA-IMPRESION
            ELSE
                MOVE HIS-PLAYER-ID(MEJOR-INDICE) TO ID-BUSCADO
                PERFORM BUSCAR-NOMBRE
                MOVE NOMBRE-JUGADOR TO DEST-NOMBRE
                COMPUTE DEST-PUNTOS = HIS-PUNTOS(MEJOR-INDICE)
                    - HIS-PUNTOS-ANT(MEJOR-INDICE)
                COMPUTE DEST-FUERZA = HIS-FUERZA(MEJOR-INDICE)
                    - HIS-FUERZA-ANT(MEJOR-INDICE)
                MOVE LINEA-DESTACADO TO LINEA-IMPRESION
            END-IF
            PERFORM IMPRIMIR-LINEA.

      ******************************************************************
      * ARRANCA UNA PAGINA NUEVA DEL INFORME.
      ******************************************************************
       SALTAR-PAGINA.

            ADD 1 TO NUMERO-PAGINA
            MOVE NUMERO-PAGINA TO CAB-PAGINA
            MOVE CABECERA-1 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING PAGE
            MOVE CABECERA-2 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE 3 TO LINEAS-EN-PAGINA.

      ******************************************************************
      * IMPRIME UNA LINEA, SALTANDO DE PAGINA SI LA ACTUAL ESTA
      * LLENA. LA LINEA PENDIENTE SE APARTA ANTES DEL SALTO PORQUE
      * SALTAR-PAGINA ESCRIBE LAS CABECERAS POR LA MISMA AREA DE
      * REGISTRO Y LA MACHACARIA.
      ******************************************************************
       IMPRIMIR-LINEA.

            MOVE LINEA-IMPRESION TO LINEA-PENDIENTE
            IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
                PERFORM SALTAR-PAGINA
                MOVE LINEA-PENDIENTE TO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            ADD 1 TO LINEAS-EN-PAGINA.
       END PROGRAM SEMANAL.
