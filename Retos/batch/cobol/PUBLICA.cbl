      *            que la carga de la web verifique que el fichero
      *            llego completo antes de publicar nada.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Clasificacion por categoria de edad y
      *            sexo: registros 'C ' con el puesto de cada jugador en
      *            cada categoria de CATEGIN (ver CATEGREC.CPY), segun
      *            su fecha de nacimiento y su sexo en ROSTERIN, y su
      *            contador en la cola. WEBOUT pasa a 64 posiciones (ver
      *            WEBREC.CPY).
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - Registros 'W ' con la ultima semana
      *            cerrada de la historia semanal HISTSEM (ver
      *            SEMREC.CPY y SEMANAL) y su contador en la cola.
      *            WEBOUT pasa a 71 posiciones (ver WEBREC.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLICA.
           SELECT OPTIONAL CALENDAR-PARM-FILE ASSIGN TO 'CALCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTL-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL CATEGORY-FILE ASSIGN TO 'CATEGIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGIN-FILE-STATUS.
           SELECT OPTIONAL WEEK-HISTORY-FILE ASSIGN TO 'HISTSEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTSEM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DE CONTROL.
      ******************************************************************
       FD  WEB-EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY WEBREC.

      ******************************************************************
       01  CALENDAR-PARM-RECORD.
           05 CALCTL-HORA-CORTE  PIC 9(2).

      ******************************************************************
      * PLANTILLA DE JUGADORES, POR SU FECHA DE NACIMIENTO Y SU SEXO,
      * PARA LA CLASIFICACION POR CATEGORIA.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * TABLA DE CATEGORIAS DE EDAD Y SEXO DE LA TEMPORADA.
      ******************************************************************
       FD  CATEGORY-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CATEGREC.

      ******************************************************************
      * HISTORIA SEMANAL DE LA CLASIFICACION, CERRADA POR SEMANAL.
      ******************************************************************
       FD  WEEK-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY SEMREC.

       WORKING-STORAGE SECTION.

       01 PSTAT-FILE-STATUS      PIC X(2).
           88 RATING-EOF                  VALUE 'Y'.
       01 H2H-EOF-SW             PIC X(1) VALUE 'N'.
           88 H2H-EOF                     VALUE 'Y'.
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).

      ******************************************************************
      * ULTIMA SEMANA CERRADA DE LA HISTORIA SEMANAL, LA QUE SE
      * PUBLICA.
      ******************************************************************
       01 HISTSEM-FILE-STATUS    PIC X(2).
       01 HISTSEM-EOF-SW         PIC X(1) VALUE 'N'.
           88 HISTSEM-EOF                 VALUE 'Y'.
       01 SEMANA-PUBLICADA       PIC 9(2) VALUE 0.

      ******************************************************************
      * CALENDARIO DE PROCESO EN MEMORIA, PARA RESOLVER LA FECHA DE
      * NEGOCIO DE LA CABECERA IGUAL QUE RESOLVE-PROCESS-DATE EN
       01 HASH-PUNTOS            PIC 9(9) VALUE 0.
       01 HASH-FUERZA            PIC 9(9) VALUE 0.
       01 HASH-PARTIDAS          PIC 9(9) VALUE 0.
       01 CUENTA-CATEGORIAS      PIC 9(7) VALUE 0.
       01 CUENTA-SEMANALES       PIC 9(7) VALUE 0.

      ******************************************************************
      * CLASIFICACION POR CATEGORIA: LOS TOTALES DE CADA JUGADOR
      * SUMADOS A TRAVES DE SUS DIVISIONES Y ORDENADOS COMO LA VISTA
      * COMBINADA DE CLASIFIC (PUNTOS, PORCENTAJE DE VICTORIAS Y
      * VICTORIAS), Y LA TABLA DE CATEGORIAS PARA SABER QUIEN ENTRA
      * EN CADA UNA (VER CATEGTAB.CPY).
      ******************************************************************
       01 COMB-COUNT             PIC 9(3) VALUE 0.
       01 COMB-TBL.
           05 COMB-JUGADOR OCCURS 0 TO 200 TIMES
                   DEPENDING ON COMB-COUNT
                   INDEXED BY COMB-IDX.
               10 COMB-ID         PIC X(4).
               10 COMB-WINS       PIC 9(7).
               10 COMB-LOSSES     PIC 9(7).
               10 COMB-TIES       PIC 9(7).
               10 COMB-PUNTOS     PIC 9(7).
               10 COMB-PCT        PIC 9(3)V9(2).
       01 INDICE-COMB            PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 PARTIDAS-JUGADAS       PIC 9(7).
       01 POSICION-CATEGORIA     PIC 9(3).
           COPY CATEGTAB.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM VOLCAR-CLASIFICACION
            PERFORM VOLCAR-FUERZAS
            PERFORM VOLCAR-DIRECTOS
            PERFORM VOLCAR-CATEGORIAS
            PERFORM VOLCAR-SEMANALES
            PERFORM ESCRIBIR-COLA
            CLOSE WEB-EXTRACT-FILE
            DISPLAY 'PUBLICACION -- JUGADORES: ' CUENTA-JUGADORES
                ' DIVISIONES: ' CUENTA-DIVISIONES
                ' FUERZAS: ' CUENTA-FUERZAS
                ' DIRECTOS: ' CUENTA-DIRECTOS
                ' CATEGORIAS: ' CUENTA-CATEGORIAS
                ' SEMANALES: ' CUENTA-SEMANALES
            STOP RUN.

      ******************************************************************
            WRITE WEB-RECORD
            ADD 1 TO CUENTA-JUGADORES
            ADD PSTAT-PUNTOS TO HASH-PUNTOS
            PERFORM AGREGAR-A-COMBINADA
            PERFORM LEER-PSTAT.

      ******************************************************************
      * SUMA LOS TOTALES DEL JUGADOR RECIEN VOLCADO A SU ENTRADA DE LA
      * VISTA COMBINADA, PARA LA CLASIFICACION POR CATEGORIA.
      ******************************************************************
       AGREGAR-A-COMBINADA.

            MOVE 0 TO INDICE-COMB
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > COMB-COUNT
                IF COMB-ID(INDICE-BUSQUEDA) = PSTAT-PLAYER-ID
                    MOVE INDICE-BUSQUEDA TO INDICE-COMB
                END-IF
            END-PERFORM
            IF INDICE-COMB = 0
                IF COMB-COUNT = 200
                    DISPLAY 'AVISO: VISTA COMBINADA LLENA, SE TRUNCA'
                ELSE
                    ADD 1 TO COMB-COUNT
                    MOVE COMB-COUNT TO INDICE-COMB
                    MOVE PSTAT-PLAYER-ID TO COMB-ID(INDICE-COMB)
                    MOVE 0 TO COMB-WINS(INDICE-COMB)
                    MOVE 0 TO COMB-LOSSES(INDICE-COMB)
                    MOVE 0 TO COMB-TIES(INDICE-COMB)
                    MOVE 0 TO COMB-PUNTOS(INDICE-COMB)
                END-IF
            END-IF
            IF INDICE-COMB > 0
                ADD PSTAT-WINS TO COMB-WINS(INDICE-COMB)
                ADD PSTAT-LOSSES TO COMB-LOSSES(INDICE-COMB)
                ADD PSTAT-TIES TO COMB-TIES(INDICE-COMB)
                ADD PSTAT-PUNTOS TO COMB-PUNTOS(INDICE-COMB)
                COMPUTE PARTIDAS-JUGADAS =
                    COMB-WINS(INDICE-COMB)
                    + COMB-LOSSES(INDICE-COMB)
                    + COMB-TIES(INDICE-COMB)
                IF PARTIDAS-JUGADAS = 0
                    MOVE 0 TO COMB-PCT(INDICE-COMB)
                ELSE
                    COMPUTE COMB-PCT(INDICE-COMB) ROUNDED =
                        COMB-WINS(INDICE-COMB) * 100
                        / PARTIDAS-JUGADAS
                END-IF
            END-IF.

      ******************************************************************
      * VUELCA LA CLASIFICACION POR DIVISION.
      ******************************************************************
            ADD H2H-TIES TO HASH-PARTIDAS
            PERFORM LEER-H2H.

      ******************************************************************
      * VUELCA LA CLASIFICACION DE CADA CATEGORIA DE CATEGIN: LOS
      * JUGADORES DE LA VISTA COMBINADA QUE ENTRAN EN ELLA, CON SU
      * PUESTO DENTRO DE LA CATEGORIA. SIN CATEGIN NO SALE NINGUNA.
      ******************************************************************
       VOLCAR-CATEGORIAS.

            MOVE FECHA-PROCESO TO FECHA-HOY-CATEGORIA
            PERFORM CARGAR-CATEGORIAS
            IF CATEGORIAS-COUNT > 0
                PERFORM ABRIR-PLANTILLA
                IF COMB-COUNT > 0
                    SORT COMB-JUGADOR
                        DESCENDING KEY COMB-PUNTOS COMB-PCT COMB-WINS
                END-IF
                PERFORM VOLCAR-UNA-CATEGORIA
                    VARYING INDICE-CATEGORIA FROM 1 BY 1
                    UNTIL INDICE-CATEGORIA > CATEGORIAS-COUNT
                PERFORM CERRAR-PLANTILLA
            END-IF.

       VOLCAR-UNA-CATEGORIA.

            MOVE 0 TO POSICION-CATEGORIA
            PERFORM VOLCAR-JUGADOR-CATEGORIA
                VARYING INDICE-COMB FROM 1 BY 1
                UNTIL INDICE-COMB > COMB-COUNT.

       VOLCAR-JUGADOR-CATEGORIA.

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
                ADD 1 TO POSICION-CATEGORIA
                MOVE SPACES TO WEB-RECORD
                MOVE 'C ' TO WEB-TIPO
                MOVE CATT-CODIGO(INDICE-CATEGORIA) TO WEB-C-CATEGORIA
                MOVE POSICION-CATEGORIA TO WEB-C-POSICION
                MOVE COMB-ID(INDICE-COMB) TO WEB-C-JUGADOR
                MOVE COMB-WINS(INDICE-COMB) TO WEB-C-WINS
                MOVE COMB-LOSSES(INDICE-COMB) TO WEB-C-LOSSES
                MOVE COMB-TIES(INDICE-COMB) TO WEB-C-TIES
                MOVE COMB-PUNTOS(INDICE-COMB) TO WEB-C-PUNTOS
                WRITE WEB-RECORD
                ADD 1 TO CUENTA-CATEGORIAS
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES, DONDE SE BUSCAN POR SU CLAVE LA
      * FECHA DE NACIMIENTO Y EL SEXO. OPCIONAL: SIN EL SOLO ENTRAN
      * JUGADORES EN LAS CATEGORIAS QUE NO MIRAN EDAD NI SEXO.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS = '00'
                OR ROSTER-FILE-STATUS = '05'
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
      * VUELCA LA ULTIMA SEMANA CERRADA DE LA HISTORIA SEMANAL (VER
      * SEMREC.CPY): UNA PRIMERA PASADA BUSCA LA SEMANA MAS ALTA Y
      * LA SEGUNDA VUELCA SUS FILAS. SIN HISTSEM NO SALE NINGUNA.
      ******************************************************************
       VOLCAR-SEMANALES.

            OPEN INPUT WEEK-HISTORY-FILE
            IF HISTSEM-FILE-STATUS = '00'
                OR HISTSEM-FILE-STATUS = '05'
                PERFORM LEER-SEMANAL
                PERFORM BUSCAR-ULTIMA-SEMANA UNTIL HISTSEM-EOF
                CLOSE WEEK-HISTORY-FILE
            END-IF
            IF SEMANA-PUBLICADA > 0
                MOVE 'N' TO HISTSEM-EOF-SW
                OPEN INPUT WEEK-HISTORY-FILE
                PERFORM LEER-SEMANAL
                PERFORM VOLCAR-SEMANAL UNTIL HISTSEM-EOF
                CLOSE WEEK-HISTORY-FILE
            END-IF.

       LEER-SEMANAL.

            READ WEEK-HISTORY-FILE
                AT END MOVE 'Y' TO HISTSEM-EOF-SW
            END-READ.

       BUSCAR-ULTIMA-SEMANA.

            IF SEM-SEMANA IS NUMERIC
                AND SEM-SEMANA > SEMANA-PUBLICADA
                MOVE SEM-SEMANA TO SEMANA-PUBLICADA
            END-IF
            PERFORM LEER-SEMANAL.

       VOLCAR-SEMANAL.

            IF SEM-SEMANA = SEMANA-PUBLICADA
                MOVE SPACES TO WEB-RECORD
                MOVE 'W ' TO WEB-TIPO
                MOVE SEM-SEMANA TO WEB-W-SEMANA
                MOVE SEM-DIVISION TO WEB-W-DIVISION
                MOVE SEM-PLAYER-ID TO WEB-W-JUGADOR
                MOVE SEM-POSICION TO WEB-W-POSICION
                MOVE SEM-POS-ANT TO WEB-W-POS-ANT
                MOVE SEM-PUNTOS TO WEB-W-PUNTOS
                MOVE SEM-PUNTOS-ANT TO WEB-W-PUNTOS-ANT
                MOVE SEM-FUERZA TO WEB-W-FUERZA
                MOVE SEM-FUERZA-ANT TO WEB-W-FUERZA-ANT
                MOVE SEM-DESTACADO TO WEB-W-DESTACADO
                WRITE WEB-RECORD
                ADD 1 TO CUENTA-SEMANALES
            END-IF
            PERFORM LEER-SEMANAL.

       ESCRIBIR-COLA.

            MOVE SPACES TO WEB-RECORD
            MOVE HASH-PUNTOS TO WEB-T-HASH-PUNTOS
            MOVE HASH-FUERZA TO WEB-T-HASH-FUERZA
            MOVE HASH-PARTIDAS TO WEB-T-HASH-PARTIDAS
            MOVE CUENTA-CATEGORIAS TO WEB-T-CATEGORIAS
            MOVE CUENTA-SEMANALES TO WEB-T-SEMANALES
            WRITE WEB-RECORD.
       END PROGRAM PUBLICA.
