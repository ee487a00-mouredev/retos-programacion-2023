      *            respecto de la ultima pasada (CLASPREV; la vista
      *            combinada se guarda bajo la division '**').
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Cabeceras y rotulos de la tabla salen
      *            del catalogo de mensajes MENSAJES (ver MENSREC.CPY)
      *            en el idioma de la ejecucion (PARM-IDIOMA de PARMIN,
      *            'ES' o 'EN'), cada uno en su hueco de ancho fijo.
      *            ROSTERIN crece con el idioma preferido del jugador
      *            (ver ROSTREC.CPY).
      * Modified:  15/10/2026 - Clasificacion por categoria de edad y
      *            sexo: tras la vista combinada sale una pagina por
      *            cada categoria de CATEGIN (ver CATEGREC.CPY) con solo
      *            sus jugadores, segun la fecha de nacimiento y el sexo
      *            de ROSTERIN, que crece con ellos (ver ROSTREC.CPY).
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASIFIC.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSTAT-CLAVE
               FILE STATUS IS PSTAT-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL PREVIOUS-TABLE-FILE ASSIGN TO 'CLASPREV'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PRINT-FILE ASSIGN TO 'LIGARPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
           SELECT OPTIONAL CATEGORY-FILE ASSIGN TO 'CATEGIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGIN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA PUBLICAR NOMBRES Y NO CODIGOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LAS CABECERAS DE LA TABLA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

      ******************************************************************
      * TABLA DE CATEGORIAS DE EDAD Y SEXO DE LA TEMPORADA.
      ******************************************************************
       FD  CATEGORY-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CATEGREC.

       WORKING-STORAGE SECTION.

       01 PSTAT-FILE-STATUS      PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 CLASPREV-FILE-STATUS   PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 PSTAT-EOF-SW           PIC X(1) VALUE 'N'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 PREVIA-EOF-SW          PIC X(1) VALUE 'N'.
           88 PREVIA-EOF                  VALUE 'Y'.

               10 LIGA-PUNTOS     PIC 9(7).
               10 LIGA-PCT        PIC 9(3)V9(2).


      ******************************************************************
      * POSICIONES DE LA ULTIMA PASADA PARA CALCULAR EL MOVIMIENTO.
       01 MOVIMIENTO             PIC S9(3).
       01 NOMBRE-JUGADOR         PIC X(20).

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). CABECERAS
      * Y ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-TABLA.
           05 ROT-TODAS          PIC X(8)  VALUE 'TODAS   '.
           05 ROT-GENERAL        PIC X(8)  VALUE 'GENERAL '.
           05 ROT-NUEVO          PIC X(4)  VALUE ' NVO'.

      ******************************************************************
      * TABLA DE CATEGORIAS EN MEMORIA (VER CATEGTAB.CPY). CADA
      * CATEGORIA SALE EN SU PAGINA CON LA VISTA COMBINADA
      * RESTRINGIDA A SUS JUGADORES, SIN MOVIMIENTO.
      ******************************************************************
           COPY CATEGTAB.
       01 PAGINA-CATEGORIA-SW    PIC X(1) VALUE 'N'.
           88 PAGINA-CATEGORIA            VALUE 'Y'.

      ******************************************************************
      * LINEAS DEL INFORME.
      ******************************************************************
       01 CABECERA-1.
           05 CAB-TITULO         PIC X(32) VALUE
               'TABLA CLASIFICATORIA - DIVISION'.
           05 CAB-DIVISION       PIC X(9).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CAB-ROT-PAGINA     PIC X(7)  VALUE 'PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
           05 FILLER             PIC X(27) VALUE SPACES.
       01 CABECERA-2.
           05 CAB-ROT-POSICION   PIC X(5)  VALUE 'POS  '.
           05 CAB-ROT-JUGADOR    PIC X(22) VALUE 'JUGADOR'.
           05 CAB-ROT-PARTIDAS   PIC X(32) VALUE
               '     PJ      G      P      E'.
           05 CAB-ROT-PUNTOS     PIC X(21) VALUE
               '   PTS    PCT    MOV'.
       01 LINEA-JUGADOR.
           05 DET-POSICION       PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-MOVIMIENTO     PIC X(4).
           05 FILLER             PIC X(5)  VALUE SPACES.
       01 CABECERA-CATEGORIA.
           05 CAB-CAT-TITULO     PIC X(32) VALUE
               'CLASIFICACION - CATEGORIA'.
           05 CAB-CAT-CODIGO     PIC X(2).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CAB-CAT-NOMBRE     PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CAB-CAT-ROT-PAGINA PIC X(7).
           05 CAB-CAT-PAGINA     PIC Z(3)9.
           05 FILLER             PIC X(13) VALUE SPACES.
       01 LINEA-GUIONES          PIC X(80) VALUE ALL '-'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM CARGAR-ESTADISTICAS
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-TABLA-PREVIA
            PERFORM CARGAR-CATEGORIAS
            SORT LIGA-JUGADOR
                ASCENDING KEY LIGA-DIV
                DESCENDING KEY LIGA-PUNTOS LIGA-PCT LIGA-WINS
                DESCENDING KEY COMB-PUNTOS COMB-PCT COMB-WINS
            PERFORM PUBLICAR-TABLA
            PERFORM GRABAR-TABLA-PREVIA
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
      * PONE CABECERAS Y ROTULOS EN EL IDIOMA DE LA EJECUCION. CADA
      * ROTULO CONSERVA SU ANCHO, ASI QUE LAS COLUMNAS NO SE MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0301 TO MENSAJE-NUMERO
            MOVE CAB-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-TITULO
            MOVE 0302 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PAGINA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PAGINA
            MOVE 0303 TO MENSAJE-NUMERO
            MOVE CAB-ROT-POSICION TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-POSICION
            MOVE 0304 TO MENSAJE-NUMERO
            MOVE CAB-ROT-JUGADOR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-JUGADOR
            MOVE 0305 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PARTIDAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PARTIDAS
            MOVE 0306 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PUNTOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PUNTOS
            MOVE 0307 TO MENSAJE-NUMERO
            MOVE ROT-TODAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TODAS
            MOVE 0308 TO MENSAJE-NUMERO
            MOVE ROT-GENERAL TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-GENERAL
            MOVE 0309 TO MENSAJE-NUMERO
            MOVE ROT-NUEVO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-NUEVO
            MOVE 0310 TO MENSAJE-NUMERO
            MOVE CAB-CAT-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-CAT-TITULO
            MOVE CAB-ROT-PAGINA TO CAB-CAT-ROT-PAGINA.

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
      * CARGA LAS ESTADISTICAS DE JUGADOR Y CALCULA EL PORCENTAJE DE
      * VICTORIAS DE CADA UNO. SIN PSTATFILE NO HAY NADA QUE
            PERFORM LEER-ESTADISTICA.

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
      * CARGA LA TABLA DE CATEGORIAS (VER CATEGREC.CPY). OPCIONAL: SIN
      * CATEGIN NO HAY CATEGORIAS. UNA FECHA DE REFERENCIA A CERO
      * TOMA LA FECHA DE PROCESO (LA DEL SISTEMA SI EL PROGRAMA NO LA
      * HA DEJADO ANTES EN FECHA-HOY-CATEGORIA).
      ******************************************************************
       CARGAR-CATEGORIAS.

            IF FECHA-HOY-CATEGORIA = 0
                ACCEPT FECHA-HOY-CATEGORIA FROM DATE YYYYMMDD
            END-IF
            OPEN INPUT CATEGORY-FILE
            IF CATEGIN-FILE-STATUS = '00'
                OR CATEGIN-FILE-STATUS = '05'
                PERFORM LEER-CATEGORIA
                PERFORM ANOTAR-CATEGORIA UNTIL CATEGIN-EOF
                CLOSE CATEGORY-FILE
            END-IF.

       LEER-CATEGORIA.

            READ CATEGORY-FILE
                AT END MOVE 'Y' TO CATEGIN-EOF-SW
            END-READ.

      ******************************************************************
      * ANOTA UNA CATEGORIA. LAS LINEAS SIN CODIGO, CON EDADES O FECHA
      * NO NUMERICAS, CON UN SEXO DESCONOCIDO O CON UN CODIGO YA
      * ANOTADO SE DENUNCIAN Y SE IGNORAN.
      ******************************************************************
       ANOTAR-CATEGORIA.

            PERFORM VARYING INDICE-CATEGORIA FROM 1 BY 1
                UNTIL INDICE-CATEGORIA > CATEGORIAS-COUNT
                OR CATT-CODIGO(INDICE-CATEGORIA) = CATG-CODIGO
                CONTINUE
            END-PERFORM
            EVALUATE TRUE
                WHEN CATG-CODIGO = SPACES
                    OR CATG-EDAD-MIN IS NOT NUMERIC
                    OR CATG-EDAD-MAX IS NOT NUMERIC
                    OR CATG-FECHA-REF IS NOT NUMERIC
                    OR NOT CATG-SEXO-VALIDO
                    DISPLAY 'AVISO: CATEGORIA ' CATG-CODIGO
                        ' INVALIDA EN CATEGIN, SE IGNORA'
                WHEN INDICE-CATEGORIA NOT > CATEGORIAS-COUNT
                    DISPLAY 'AVISO: CATEGORIA ' CATG-CODIGO
                        ' DUPLICADA EN CATEGIN, SE IGNORA'
                WHEN CATEGORIAS-COUNT = CATEGORIAS-MAX
                    DISPLAY 'AVISO: TABLA DE CATEGORIAS LLENA, SE '
                        'IGNORA LA CATEGORIA ' CATG-CODIGO
                WHEN OTHER
                    ADD 1 TO CATEGORIAS-COUNT
                    MOVE CATG-CODIGO TO CATT-CODIGO(CATEGORIAS-COUNT)
                    MOVE CATG-NOMBRE TO CATT-NOMBRE(CATEGORIAS-COUNT)
                    MOVE CATG-SEXO TO CATT-SEXO(CATEGORIAS-COUNT)
                    MOVE CATG-EDAD-MIN
                        TO CATT-EDAD-MIN(CATEGORIAS-COUNT)
                    MOVE CATG-EDAD-MAX
                        TO CATT-EDAD-MAX(CATEGORIAS-COUNT)
                    IF CATG-FECHA-REF = 0
                        MOVE FECHA-HOY-CATEGORIA
                            TO CATT-FECHA-REF(CATEGORIAS-COUNT)
                    ELSE
                        MOVE CATG-FECHA-REF
                            TO CATT-FECHA-REF(CATEGORIAS-COUNT)
                    END-IF
            END-EVALUATE
            PERFORM LEER-CATEGORIA.

      ******************************************************************
      * ENCIENDE CUMPLE-CATEGORIA SI EL JUGADOR DE NAC-CATEGORIA Y
      * SEXO-CATEGORIA ENTRA EN LA CATEGORIA INDICE-CATEGORIA: SU SEXO
      * ES EL EXIGIDO (SI LO HAY) Y SU EDAD CUMPLIDA A LA FECHA DE
      * REFERENCIA ESTA EN LA FRANJA (SI LA HAY). SIN FECHA DE
      * NACIMIENTO NO ENTRA EN LAS CATEGORIAS QUE MIRAN LA EDAD.
      ******************************************************************
       COMPROBAR-CATEGORIA.

            MOVE 'Y' TO CUMPLE-CATEGORIA-SW
            IF CATT-SEXO(INDICE-CATEGORIA) NOT = SPACE
                AND CATT-SEXO(INDICE-CATEGORIA) NOT = SEXO-CATEGORIA
                MOVE 'N' TO CUMPLE-CATEGORIA-SW
            END-IF
            IF CATT-EDAD-MIN(INDICE-CATEGORIA) > 0
                OR CATT-EDAD-MAX(INDICE-CATEGORIA) > 0
                IF NAC-CATEGORIA = 0
                    MOVE 'N' TO CUMPLE-CATEGORIA-SW
                ELSE
                    MOVE CATT-FECHA-REF(INDICE-CATEGORIA)
                        TO REF-CATEGORIA
                    COMPUTE EDAD-CATEGORIA =
                        REF-CAT-ANO - NAC-CAT-ANO
                    IF REF-CAT-MMDD < NAC-CAT-MMDD
                        SUBTRACT 1 FROM EDAD-CATEGORIA
                    END-IF
                    IF EDAD-CATEGORIA < CATT-EDAD-MIN(INDICE-CATEGORIA)
                        MOVE 'N' TO CUMPLE-CATEGORIA-SW
                    END-IF
                    IF CATT-EDAD-MAX(INDICE-CATEGORIA) > 0
                        AND EDAD-CATEGORIA
                            > CATT-EDAD-MAX(INDICE-CATEGORIA)
                        MOVE 'N' TO CUMPLE-CATEGORIA-SW
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * CARGA LAS POSICIONES DE LA ULTIMA TABLA PUBLICADA. OPCIONAL:
      ******************************************************************
      * PUBLICA LA TABLA ORDENADA CON NOMBRE, TOTALES, PUNTOS,
      * PORCENTAJE DE VICTORIAS Y MOVIMIENTO RESPECTO DE LA ULTIMA
      * PASADA, Y DETRAS LA CLASIFICACION DE CADA CATEGORIA.
      ******************************************************************
       PUBLICAR-TABLA.

                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIGA-COUNT
            PERFORM PUBLICAR-COMBINADA
            PERFORM PUBLICAR-CATEGORIA
                VARYING INDICE-CATEGORIA FROM 1 BY 1
                UNTIL INDICE-CATEGORIA > CATEGORIAS-COUNT
            CLOSE PRINT-FILE.

      ******************************************************************
       PUBLICAR-COMBINADA.

            MOVE '**' TO DIVISION-MOVIMIENTO
            MOVE ROT-TODAS TO CAB-DIVISION
            PERFORM SALTAR-PAGINA
            MOVE 0 TO POSICION-ACTUAL
            PERFORM PUBLICAR-JUGADOR-COMBINADO
            ADD 1 TO POSICION-ACTUAL
            MOVE POSICION-ACTUAL TO DET-POSICION
            MOVE COMB-ID(INDICE-COMB) TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE COMB-ID(INDICE-COMB) TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF
            MOVE NOMBRE-JUGADOR TO DET-NOMBRE
            COMPUTE PARTIDAS-JUGADAS = COMB-WINS(INDICE-COMB)
                + COMB-LOSSES(INDICE-COMB) + COMB-TIES(INDICE-COMB)
            MOVE COMB-PUNTOS(INDICE-COMB) TO DET-PUNTOS
            MOVE COMB-PCT(INDICE-COMB) TO DET-PCT
            MOVE COMB-ID(INDICE-COMB) TO CLAS-PLAYER-ID
            IF PAGINA-CATEGORIA
                MOVE SPACES TO DET-MOVIMIENTO
            ELSE
                PERFORM CALCULAR-MOVIMIENTO-COMBINADO
            END-IF
            MOVE LINEA-JUGADOR TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

            END-PERFORM
            PERFORM EDITAR-MOVIMIENTO.

      ******************************************************************
      * PUBLICA LA CLASIFICACION DE UNA CATEGORIA: LA VISTA COMBINADA
      * CON SOLO LOS JUGADORES QUE ENTRAN EN ELLA, NUMERADOS DE NUEVO
      * DESDE EL PRIMERO. NO LLEVA MOVIMIENTO (CLASPREV SOLO GUARDA
      * LAS DIVISIONES Y LA COMBINADA).
      ******************************************************************
       PUBLICAR-CATEGORIA.

            MOVE 'Y' TO PAGINA-CATEGORIA-SW
            MOVE CATT-CODIGO(INDICE-CATEGORIA) TO CAB-CAT-CODIGO
            MOVE CATT-NOMBRE(INDICE-CATEGORIA) TO CAB-CAT-NOMBRE
            PERFORM SALTAR-PAGINA
            MOVE 0 TO POSICION-ACTUAL
            PERFORM PUBLICAR-JUGADOR-CATEGORIA
                VARYING INDICE-COMB FROM 1 BY 1
                UNTIL INDICE-COMB > COMB-COUNT
            MOVE 'N' TO PAGINA-CATEGORIA-SW.

       PUBLICAR-JUGADOR-CATEGORIA.

            MOVE 0 TO NAC-CATEGORIA
            MOVE SPACES TO SEXO-CATEGORIA
            IF HAY-PLANTILLA
                MOVE COMB-ID(INDICE-COMB) TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ROST-FECHA-NAC IS NUMERIC
                            MOVE ROST-FECHA-NAC TO NAC-CATEGORIA
                        END-IF
                        MOVE ROST-SEXO TO SEXO-CATEGORIA
                END-READ
            END-IF
            PERFORM COMPROBAR-CATEGORIA
            IF CUMPLE-CATEGORIA
                PERFORM PUBLICAR-JUGADOR-COMBINADO
            END-IF.

      ******************************************************************
      * PUBLICA LA LINEA DE UN JUGADOR DE LA TABLA.
      ******************************************************************
                MOVE DIVISION-CORTE TO DIVISION-MOVIMIENTO
                MOVE SPACES TO CAB-DIVISION
                IF DIVISION-CORTE = SPACES
                    MOVE ROT-GENERAL TO CAB-DIVISION
                ELSE
                    MOVE DIVISION-CORTE TO CAB-DIVISION
                END-IF
       BUSCAR-NOMBRE.

            MOVE LIGA-ID(INDICE) TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE LIGA-ID(INDICE) TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * CALCULA EL MOVIMIENTO DEL JUGADOR RESPECTO DE LA ULTIMA TABLA

            EVALUATE TRUE
                WHEN POSICION-PREVIA = 0
                    MOVE ROT-NUEVO TO DET-MOVIMIENTO
                WHEN POSICION-PREVIA = POSICION-ACTUAL
                    MOVE '   =' TO DET-MOVIMIENTO
                WHEN POSICION-PREVIA > POSICION-ACTUAL
       SALTAR-PAGINA.

            ADD 1 TO NUMERO-PAGINA
            IF PAGINA-CATEGORIA
                MOVE NUMERO-PAGINA TO CAB-CAT-PAGINA
                MOVE CABECERA-CATEGORIA TO LINEA-IMPRESION
            ELSE
                MOVE NUMERO-PAGINA TO CAB-PAGINA
                MOVE CABECERA-1 TO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION AFTER ADVANCING PAGE
            MOVE CABECERA-2 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
