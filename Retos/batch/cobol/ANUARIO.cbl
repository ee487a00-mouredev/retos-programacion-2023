      *            el 'FD' de los resultados importados de la
      *            federacion) no entran en el libro.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Las lineas de descuento por sancion
      *            (marca 'S', ver AUDITREC.CPY) no son tiradas y se
      *            saltan como las anuladas.
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY).
      *            Nueva seccion de records por categoria de edad y sexo
      *            de CATEGIN (ver CATEGREC.CPY): la racha de victorias
      *            y la racha sin perder mas largas de los jugadores de
      *            cada categoria, con su titular.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - Los rotulos del libro de records se
      *            toman del catalogo de mensajes MENSAJES (ver
      *            MENSREC.CPY) en el idioma de la ejecucion
      *            (PARM-IDIOMA de PARMIN, 'ES' o 'EN').
      * Modified:  15/10/2026 - Incomparecencias y handicaps no suman
      *            simbolos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANUARIO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PRINT-FILE ASSIGN TO 'ANUARPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT OPTIONAL CATEGORY-FILE ASSIGN TO 'CATEGIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGIN-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * NOMBRE FISICO SE VA CAMBIANDO GENERACION A GENERACION.
      ******************************************************************
       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA PUBLICAR NOMBRES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * TABLA DE CATEGORIAS DE EDAD Y SEXO DE LA TEMPORADA.
      ******************************************************************
       FD  CATEGORY-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CATEGREC.

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LOS ROTULOS DEL LIBRO DE RECORDS.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 ARCHCAT-FILE-STATUS    PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 RULES-FILE-STATUS      PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 CATALOGO-EOF-SW        PIC X(1) VALUE 'N'.
           88 CATALOGO-EOF                VALUE 'Y'.
           88 PREVIO-EOF                  VALUE 'Y'.
       01 H2H-EOF-SW             PIC X(1) VALUE 'N'.
           88 H2H-EOF                     VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.

              10 RIV-T           PIC 9(5).

      ******************************************************************
      * TABLA DE CATEGORIAS (VER CATEGTAB.CPY) Y TITULARES DE LOS
      * RECORDS DE RACHA DE CADA UNA. A IGUALDAD DE RACHA CONSERVA EL
      * RECORD EL PRIMER JUGADOR QUE LO ALCANZO EN LA TABLA.
      ******************************************************************
           COPY CATEGTAB.
       01 MEJOR-RACHA-V          PIC 9(4).
       01 MEJOR-RACHA-I          PIC 9(4).
       01 TITULAR-RACHA-V        PIC X(4).
       01 TITULAR-RACHA-I        PIC X(4).

       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 RACHA-EDITADA          PIC ZZZ9.
       01 MARGEN-EDITADO         PIC ZZZ9.

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LOS
      * ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-ANUARIO.
           05 ROT-TITULO         PIC X(25) VALUE
               'LIBRO DE RECORDS DEL CLUB'.
           05 ROT-RACHAS         PIC X(43) VALUE
               'RACHAS POR JUGADOR (VICTORIAS / SIN PERDER)'.
           05 ROT-CATEGORIAS     PIC X(46) VALUE
               'RECORDS POR CATEGORIA (VICTORIAS / SIN PERDER)'.
           05 ROT-SORPRESAS      PIC X(48) VALUE
               'MAYORES SORPRESAS (MARGEN DE PUNTUACION VENCIDO)'.
           05 ROT-SIMBOLOS       PIC X(38) VALUE
               'USO DE SIMBOLOS Y VICTORIA POR SIMBOLO'.
           05 ROT-RIVALIDADES    PIC X(23) VALUE
               'RIVALIDADES MAS JUGADAS'.
           05 ROT-VICTORIAS      PIC X(10) VALUE 'VICTORIAS '.
           05 ROT-SIN-PERDER     PIC X(10) VALUE 'SIN PERDER'.
           05 ROT-DESIERTO       PIC X(8)  VALUE 'DESIERTO'.
           05 ROT-VENCIO         PIC X(9)  VALUE 'VENCIO A '.
           05 ROT-PUNTOS         PIC X(6)  VALUE ' PTOS '.
           05 ROT-TIRADAS        PIC X(15) VALUE
               ' TIRADAS, GANA '.
           05 ROT-VS             PIC X(3)  VALUE 'VS '.
           05 ROT-PARTIDAS       PIC X(9)  VALUE ' PARTIDAS'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-CATEGORIAS
            PERFORM CARGAR-SIMBOLOS
            PERFORM CARGAR-INSTANTANEA
            PERFORM CARGAR-CATALOGO
            PERFORM PUBLICAR-LIBRO
            DISPLAY 'LIBRO DE RECORDS -- GENERACIONES: ' GEN-COUNT
                ' GRUPOS: ' GRUPOS-LEIDOS
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
      * PONE LOS ROTULOS DEL LIBRO DE RECORDS EN EL IDIOMA DE LA
      * EJECUCION. CADA ROTULO CONSERVA SU ANCHO, ASI QUE LAS
      * COLUMNAS NO SE MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0701 TO MENSAJE-NUMERO
            MOVE ROT-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TITULO
            MOVE 0702 TO MENSAJE-NUMERO
            MOVE ROT-RACHAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-RACHAS
            MOVE 0703 TO MENSAJE-NUMERO
            MOVE ROT-CATEGORIAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-CATEGORIAS
            MOVE 0704 TO MENSAJE-NUMERO
            MOVE ROT-SORPRESAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SORPRESAS
            MOVE 0705 TO MENSAJE-NUMERO
            MOVE ROT-SIMBOLOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIMBOLOS
            MOVE 0706 TO MENSAJE-NUMERO
            MOVE ROT-RIVALIDADES TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-RIVALIDADES
            MOVE 0707 TO MENSAJE-NUMERO
            MOVE ROT-VICTORIAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-VICTORIAS
            MOVE 0708 TO MENSAJE-NUMERO
            MOVE ROT-SIN-PERDER TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIN-PERDER
            MOVE 0709 TO MENSAJE-NUMERO
            MOVE ROT-DESIERTO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-DESIERTO
            MOVE 0710 TO MENSAJE-NUMERO
            MOVE ROT-VENCIO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-VENCIO
            MOVE 0711 TO MENSAJE-NUMERO
            MOVE ROT-PUNTOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-PUNTOS
            MOVE 0712 TO MENSAJE-NUMERO
            MOVE ROT-TIRADAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TIRADAS
            MOVE 0713 TO MENSAJE-NUMERO
            MOVE ROT-VS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-VS
            MOVE 0714 TO MENSAJE-NUMERO
            MOVE ROT-PARTIDAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-PARTIDAS.

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
      * CARGA LOS SIMBOLOS VALIDOS DE RULESIN. OPCIONAL: SIN REGLAS
      * ACUMULA UNA LINEA DE LA PISTA: EL USO DE SIMBOLOS SIEMPRE
      * (LAS TIRADAS SON REALES AUNQUE EL GRUPO ESTUVIERA DECIDIDO)
      * Y EL MARCADOR DEL GRUPO SOLO SI LA LINEA PUNTUO. LAS LINEAS
      * ANULADAS POR UN RETROCESO Y LOS DESCUENTOS POR SANCION (QUE
      * NO SON PARTIDAS) SE SALTAN ENTEROS. LAS INCOMPARECENCIAS Y
      * LOS HANDICAPS PUNTUAN EN EL GRUPO PERO NO SON TIRADAS Y NO
      * SUMAN SIMBOLOS.
      ******************************************************************
       ACUMULAR-LINEA.

            IF NOT AUD-MARCA-ANULADA AND NOT AUD-MARCA-SANCION
                IF NOT AUD-GAME-WALKOVER AND NOT AUD-GAME-HANDICAP
                    MOVE AUD-PLAYER-P1 TO JUGADOR-BUSCADO
                    MOVE AUD-GAME(1:1) TO SIMBOLO-JUGADO
                    IF AUD-RESULT = 1
                        MOVE 'Y' TO GANO-SIMBOLO-SW
                    ELSE
                        MOVE 'N' TO GANO-SIMBOLO-SW
                    END-IF
                    PERFORM ANOTAR-SIMBOLO
                    MOVE AUD-PLAYER-P2 TO JUGADOR-BUSCADO
                    MOVE AUD-GAME(2:1) TO SIMBOLO-JUGADO
                    IF AUD-RESULT = 2
                        MOVE 'Y' TO GANO-SIMBOLO-SW
                    ELSE
                        MOVE 'N' TO GANO-SIMBOLO-SW
                    END-IF
                    PERFORM ANOTAR-SIMBOLO
                END-IF
                IF AUD-MARCA-NORMAL
                    PERFORM PLEGAR-EN-GRUPO
                END-IF
            END-PERFORM.

      ******************************************************************
      * PUBLICA EL LIBRO DE RECORDS: RACHAS POR JUGADOR, LOS RECORDS
      * DE RACHA DE CADA CATEGORIA, LAS CINCO MAYORES SORPRESAS, EL
      * USO DE SIMBOLOS Y LAS CINCO RIVALIDADES MAS JUGADAS.
      ******************************************************************
       PUBLICAR-LIBRO.

                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE RECORDS'
                STOP RUN
            END-IF
            MOVE ROT-TITULO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ROT-RACHAS TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM PUBLICAR-RACHAS-JUGADOR
                VARYING INDICE-JUG FROM 1 BY 1
                UNTIL INDICE-JUG > JUG-COUNT
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            IF CATEGORIAS-COUNT > 0
                MOVE ROT-CATEGORIAS TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                PERFORM PUBLICAR-RECORDS-CATEGORIA
                    VARYING INDICE-CATEGORIA FROM 1 BY 1
                    UNTIL INDICE-CATEGORIA > CATEGORIAS-COUNT
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            MOVE ROT-SORPRESAS TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM PUBLICAR-SORPRESA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > SORPRESA-COUNT OR INDICE > 5
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ROT-SIMBOLOS TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM PUBLICAR-SIMBOLOS-JUGADOR
                VARYING INDICE-JUG FROM 1 BY 1
                UNTIL INDICE-JUG > JUG-COUNT
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ROT-RIVALIDADES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM PUBLICAR-RIVALIDAD
                VARYING INDICE FROM 1 BY 1
            MOVE RACHA-EDITADA TO LINEA-IMPRESION(33:4)
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * RECORDS DE UNA CATEGORIA: LA RACHA DE VICTORIAS Y LA RACHA SIN
      * PERDER MAS LARGAS ENTRE LOS JUGADORES QUE ENTRAN EN ELLA A SU
      * FECHA DE REFERENCIA, CON SU TITULAR.
      ******************************************************************
       PUBLICAR-RECORDS-CATEGORIA.

            MOVE 0 TO MEJOR-RACHA-V
            MOVE 0 TO MEJOR-RACHA-I
            MOVE SPACES TO TITULAR-RACHA-V
            MOVE SPACES TO TITULAR-RACHA-I
            PERFORM BUSCAR-RECORD-CATEGORIA
                VARYING INDICE-JUG FROM 1 BY 1
                UNTIL INDICE-JUG > JUG-COUNT
            MOVE SPACES TO LINEA-IMPRESION
            MOVE CATT-CODIGO(INDICE-CATEGORIA) TO LINEA-IMPRESION(3:2)
            MOVE CATT-NOMBRE(INDICE-CATEGORIA)
                TO LINEA-IMPRESION(6:20)
            MOVE ROT-VICTORIAS TO LINEA-IMPRESION(27:10)
            PERFORM EDITAR-TITULAR-V
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            MOVE ROT-SIN-PERDER TO LINEA-IMPRESION(27:10)
            PERFORM EDITAR-TITULAR-I
            WRITE LINEA-IMPRESION.

       BUSCAR-RECORD-CATEGORIA.

            MOVE JUG-ID(INDICE-JUG) TO JUGADOR-BUSCADO
            MOVE 0 TO NAC-CATEGORIA
            MOVE SPACES TO SEXO-CATEGORIA
            IF HAY-PLANTILLA
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
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
                IF JUG-RACHA-V-MAX(INDICE-JUG) > MEJOR-RACHA-V
                    MOVE JUG-RACHA-V-MAX(INDICE-JUG) TO MEJOR-RACHA-V
                    MOVE JUGADOR-BUSCADO TO TITULAR-RACHA-V
                END-IF
                IF JUG-RACHA-I-MAX(INDICE-JUG) > MEJOR-RACHA-I
                    MOVE JUG-RACHA-I-MAX(INDICE-JUG) TO MEJOR-RACHA-I
                    MOVE JUGADOR-BUSCADO TO TITULAR-RACHA-I
                END-IF
            END-IF.

      ******************************************************************
      * EDITAN EL VALOR Y EL TITULAR DE CADA RECORD; SIN NINGUNA RACHA
      * EN LA CATEGORIA EL RECORD QUEDA DESIERTO.
      ******************************************************************
       EDITAR-TITULAR-V.

            IF TITULAR-RACHA-V = SPACES
                MOVE ROT-DESIERTO TO LINEA-IMPRESION(44:8)
            ELSE
                MOVE MEJOR-RACHA-V TO RACHA-EDITADA
                MOVE RACHA-EDITADA TO LINEA-IMPRESION(38:4)
                MOVE TITULAR-RACHA-V TO JUGADOR-BUSCADO
                PERFORM BUSCAR-NOMBRE
                MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(44:20)
            END-IF.

       EDITAR-TITULAR-I.

            IF TITULAR-RACHA-I = SPACES
                MOVE ROT-DESIERTO TO LINEA-IMPRESION(44:8)
            ELSE
                MOVE MEJOR-RACHA-I TO RACHA-EDITADA
                MOVE RACHA-EDITADA TO LINEA-IMPRESION(38:4)
                MOVE TITULAR-RACHA-I TO JUGADOR-BUSCADO
                PERFORM BUSCAR-NOMBRE
                MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(44:20)
            END-IF.

       PUBLICAR-SORPRESA.

            MOVE SOR-GANADOR(INDICE) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE SPACES TO LINEA-IMPRESION
            MOVE NOMBRE-RIVAL TO LINEA-IMPRESION(3:20)
            MOVE ROT-VENCIO TO LINEA-IMPRESION(24:9)
            MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(33:20)
            MOVE SOR-MARGEN(INDICE) TO MARGEN-EDITADO
            MOVE MARGEN-EDITADO TO LINEA-IMPRESION(54:4)
            MOVE ROT-PUNTOS TO LINEA-IMPRESION(58:6)
            MOVE SOR-FECHA(INDICE) TO LINEA-IMPRESION(64:8)
            WRITE LINEA-IMPRESION.

            MOVE JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB)
                TO USOS-EDITADO
            MOVE USOS-EDITADO TO LINEA-IMPRESION(28:6)
            MOVE ROT-TIRADAS TO LINEA-IMPRESION(34:15)
            MOVE PCT-TRABAJO TO PCT-EDITADO
            MOVE PCT-EDITADO TO LINEA-IMPRESION(49:3)
            MOVE '%' TO LINEA-IMPRESION(52:1)
            PERFORM BUSCAR-NOMBRE
            MOVE SPACES TO LINEA-IMPRESION
            MOVE NOMBRE-RIVAL TO LINEA-IMPRESION(3:20)
            MOVE ROT-VS TO LINEA-IMPRESION(24:3)
            MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(27:20)
            MOVE RIV-TOTAL(INDICE) TO USOS-EDITADO
            MOVE USOS-EDITADO TO LINEA-IMPRESION(48:6)
            MOVE ROT-PARTIDAS TO LINEA-IMPRESION(54:9)
            WRITE LINEA-IMPRESION.

      ******************************************************************
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
       END PROGRAM ANUARIO.
