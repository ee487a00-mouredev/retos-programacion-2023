      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Grabacion de resultados en pantalla. Los resultados
      *            llegan en actas de papel y alguien tecleaba GAMESIN
      *            con un editor de textos; EDITLOTE devolvia las
      *            erratas a la manana siguiente. Este programa,
      *            lanzado desde el menu de DRIVER, identifica al
      *            operador contra OPERAUT (funcion 'G'), le deja
      *            elegir el torneo y su division entre los abiertos
      *            de TORNEOSIN y el grupo entre los pendientes de
      *            FIXLEDG, y pide partida a partida los dos simbolos,
      *            que se contrastan en el acto contra RULESIN (igual
      *            que los jugadores del grupo contra ROSTERMAE): lo
      *            que no vale se rechaza al teclearlo. Cada partida
      *            aceptada se guarda en el fichero de trabajo
      *            ENTRAWRK (ver ENTRAREC.CPY), de modo que una noche
      *            a medio grabar sobrevive a una caida del terminal
      *            o a una suspension y se reanuda al volver a entrar.
      *            Al cerrar el lote se escribe GAMESIN con su
      *            cabecera '*H' y su cola '*T' con la cuenta exacta
      *            de registros (ver LOTECTL.CPY).
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - FIXLEDG crece con la fecha programada y
      *            la semana de juego (ver FIXREC.CPY); se siguen
      *            leyendo las lineas antiguas de 38 posiciones.
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - Formatos de grupo con ventaja H, M y P
      *            (ver GAMEREC.CPY); en M y P el grupo se cierra a
      *            mano.
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones. GAMESIN sale con el
      *            arbitro que el libro tiene asignado al grupo (ver
      *            GAMEREC.CPY).
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - TORNEOSIN crece con la marca de torneo
      *            federado y su codigo de evento (ver TORNREC.CPY); se
      *            siguen leyendo los maestros antiguos de 48
      *            posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL TOURNAMENT-FILE ASSIGN TO 'TORNEOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TORNEOS-FILE-STATUS.
           SELECT OPTIONAL FIXTURE-LEDGER-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT OPTIONAL WORK-FILE ASSIGN TO 'ENTRAWRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRABAJO-FILE-STATUS.
           SELECT OPTIONAL GAMES-FILE ASSIGN TO 'GAMESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * OPERADORES AUTORIZADOS Y REGISTRO DE ACCESOS.
      ******************************************************************
       FD  OPERATOR-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY OPERREC.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY ACCESREC.

      ******************************************************************
      * TABLA DE REGLAS: LAS JUGADAS VALIDAS Y SU GANADOR.
      ******************************************************************
       FD  RULES-FILE
           RECORD CONTAINS 3 CHARACTERS.
           COPY RULEREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA CONTRASTAR LOS DEL GRUPO.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * MAESTRO DE TORNEOS: SOLO SE GRABA EN TORNEOS ABIERTOS.
      ******************************************************************
       FD  TOURNAMENT-FILE
           RECORD CONTAINS 48 TO 57 CHARACTERS.
           COPY TORNREC.

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS: LOS GRUPOS PENDIENTES DEL TORNEO
      * SON LOS QUE SE PUEDEN GRABAR.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * FICHERO DE TRABAJO PARA SUSPENDER Y REANUDAR LA ENTRADA.
      ******************************************************************
       FD  WORK-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY ENTRAREC.

      ******************************************************************
      * LOTE DE PARTIDAS RESULTANTE, CON REGISTROS DE CONTROL.
      ******************************************************************
       FD  GAMES-FILE
           RECORD CONTAINS 13 TO 24 CHARACTERS.
           COPY GAMEREC.
           COPY LOTECTL.

       WORKING-STORAGE SECTION.

       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).
       01 RULES-FILE-STATUS      PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 TORNEOS-FILE-STATUS    PIC X(2).
       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 TRABAJO-FILE-STATUS    PIC X(2).
       01 GAMES-FILE-STATUS      PIC X(2).
       01 FECHA-HOY              PIC 9(8).

       01 OPERADORES-EOF-SW      PIC X(1) VALUE 'N'.
           88 OPERADORES-EOF              VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 TORNEOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 TORNEOS-EOF                 VALUE 'Y'.
       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 TRABAJO-EOF-SW         PIC X(1) VALUE 'N'.
           88 TRABAJO-EOF                 VALUE 'Y'.
       01 GAMES-EOF-SW           PIC X(1) VALUE 'N'.
           88 GAMES-EOF                   VALUE 'Y'.

      ******************************************************************
      * OPERADORES EN MEMORIA Y OPERADOR DE LA SESION.
      ******************************************************************
       01 OPER-COUNT             PIC 9(2) VALUE 0.
       01 OPER-TBL.
           05 OPER-ENTRADA OCCURS 50 TIMES.
              10 OPER-ID         PIC X(8).
              10 OPER-FUNCIONES  PIC X(10).
              10 OPER-ACTIVO     PIC X(1).
       01 INDICE-OPER            PIC 9(2).
       01 INDICE-FUN             PIC 9(2).
       01 OPERADOR-SESION        PIC X(8).
       01 AUTORIZADO-SW          PIC X(1).
           88 USUARIO-AUTORIZADO          VALUE 'Y'.

      ******************************************************************
      * JUGADAS DE RULESIN CON SU GANADOR (1 EL PRIMER SIMBOLO, 2 EL
      * SEGUNDO, 0 EMPATE) Y SIMBOLOS DISTINTOS QUE APARECEN.
      ******************************************************************
       01 REGLAS-COUNT           PIC 9(3) VALUE 0.
       01 REGLAS-TBL.
           05 REGLA-ENTRADA OCCURS 200 TIMES.
              10 REG-JUGADA      PIC X(2).
              10 REG-RESULTADO   PIC 9(1).
       01 INDICE-REGLA           PIC 9(3).
       01 SIMBOLOS-COUNT         PIC 9(3) VALUE 0.
       01 SIMBOLOS-TBL.
           05 SIMBOLO-VALIDO     PIC X(1) OCCURS 50 TIMES.
       01 SIMBOLO-BUSCADO        PIC X(1).
       01 SIMBOLO-HALLADO-SW     PIC X(1).
           88 SIMBOLO-HALLADO             VALUE 'Y'.

      ******************************************************************
      * JUGADOR A CONTRASTAR CON EL MAESTRO DE JUGADORES.
      ******************************************************************
       01 JUGADOR-BUSCADO        PIC X(4).
       01 JUGADOR-VALIDO-SW      PIC X(1).
           88 JUGADOR-VALIDO              VALUE 'Y'.

      ******************************************************************
      * TORNEOS DEL MAESTRO.
      ******************************************************************
       01 TORNEOS-COUNT          PIC 9(2) VALUE 0.
       01 TORNEOS-TBL.
           05 TORNEO-ENTRADA OCCURS 50 TIMES.
              10 TOR-ID          PIC X(8).
              10 TOR-NOMBRE      PIC X(20).
              10 TOR-DIVISION    PIC X(2).
              10 TOR-ESTADO      PIC X(1).
       01 INDICE-TOR             PIC 9(2).
       01 TORNEO-ELEGIDO         PIC 9(2).
       01 TORNEOS-ABIERTOS       PIC 9(2) VALUE 0.

      ******************************************************************
      * LOTE EN CURSO.
      ******************************************************************
       01 OPERADOR-APERTURA      PIC X(8).
       01 TORNEO-LOTE            PIC X(8).
       01 DIVISION-LOTE          PIC X(2).
       01 FECHA-LOTE             PIC 9(8).
       01 NUMERO-LOTE            PIC 9(4) VALUE 0.
       01 TRABAJO-SW             PIC X(1) VALUE 'N'.
           88 TRABAJO-REANUDADO           VALUE 'Y'.
       01 FIN-ENTRADA-SW         PIC X(1) VALUE 'N'.
           88 FIN-ENTRADA                 VALUE 'Y'.

      ******************************************************************
      * GRUPOS PENDIENTES DEL TORNEO EN EL LIBRO. PEN-GRABADO 'Y'
      * CUANDO EL GRUPO YA ESTA COMPLETO EN ESTE LOTE. PEN-ARBITRO ES
      * EL ARBITRO QUE ARBITRA LE ASIGNO EN EL LIBRO; VIAJA EN GAMESIN.
      ******************************************************************
       01 PENDIENTES-COUNT       PIC 9(3) VALUE 0.
       01 PENDIENTES-TBL.
           05 PENDIENTE-ENTRADA OCCURS 500 TIMES.
              10 PEN-GRUPO       PIC 9(3).
              10 PEN-P1          PIC X(4).
              10 PEN-P2          PIC X(4).
              10 PEN-GRABADO     PIC X(1).
              10 PEN-ARBITRO     PIC X(4).
       01 INDICE-PEN             PIC 9(3).

      ******************************************************************
      * PARTIDAS YA VALIDADAS DEL LOTE, CON LA IMAGEN DEL REGISTRO DE
      * GAMESIN, Y GRUPOS COMPLETOS.
      ******************************************************************
       01 ENTRADAS-COUNT         PIC 9(4) VALUE 0.
       01 ENTRADAS-TBL.
           05 ENTRADA-PARTIDA OCCURS 2000 TIMES.
              10 ENT-GRUPO       PIC 9(3).
              10 ENT-RESTO       PIC X(13).
       01 COMPLETOS-COUNT        PIC 9(3) VALUE 0.
       01 COMPLETOS-TBL.
           05 COMPLETO-GRUPO     PIC 9(3) OCCURS 500 TIMES.
       01 INDICE                 PIC 9(4).
       01 INDICE-DESTINO         PIC 9(4).
       01 INDICE-COMPLETO        PIC 9(3).
       01 GRUPO-COMPLETO-SW      PIC X(1).
           88 GRUPO-ESTA-COMPLETO         VALUE 'Y'.
       01 DESCARTADAS            PIC 9(4).

      ******************************************************************
      * PARTIDA EN CURSO, CON LA MISMA FORMA QUE GAME-RECORD.
      ******************************************************************
       01 PARTIDA-TECLEADA.
           05 PT-GRUPO           PIC 9(3).
           05 PT-SIMBOLO-P1      PIC X(1).
           05 PT-SIMBOLO-P2      PIC X(1).
           05 PT-PLAYER-P1       PIC X(4).
           05 PT-PLAYER-P2       PIC X(4).
           05 PT-FORMATO         PIC X(1).
           05 PT-FORMATO-N       PIC 9(2).

      ******************************************************************
      * GRUPO EN CURSO.
      ******************************************************************
       01 GRUPO-PEDIDO           PIC 9(3).
       01 GRUPO-VALIDO-SW        PIC X(1).
           88 GRUPO-VALIDO                VALUE 'Y'.
       01 FIN-GRUPO-SW           PIC X(1).
           88 FIN-GRUPO                   VALUE 'Y'.
       01 PARTIDAS-GRUPO         PIC 9(3).
       01 NUMERO-PARTIDA         PIC 9(3).
       01 MARCADOR-P1            PIC 9(3).
       01 MARCADOR-P2            PIC 9(3).
       01 META-VICTORIAS         PIC 9(3).
       01 GRUPOS-GRABADOS        PIC 9(3) VALUE 0.
       01 JUGADA-VALIDA-SW       PIC X(1).
           88 JUGADA-VALIDA               VALUE 'Y'.

      ******************************************************************
      * CAMPOS TECLEADOS POR EL OPERADOR.
      ******************************************************************
       01 OPCION                 PIC 9(1) VALUE 0.
       01 RESPUESTA              PIC X(1).
       01 LOTE-TECLEADO          PIC 9(4).
       01 FORMATO-TECLEADO       PIC X(1).
           88 FORMATO-VALIDO              VALUE 'T' 'B' 'F' 'W'
                                                'H' 'M' 'P'.
           88 FORMATO-CON-N               VALUE 'B' 'F' 'M' 'P'.
       01 N-TECLEADO             PIC 9(2).
       01 JUGADA-TECLEADA        PIC X(2).
       01 AUSENTE-TECLEADO       PIC X(1).
           88 AUSENTE-VALIDO              VALUE '1' '2'.
       01 MOTIVO-TECLEADO        PIC X(1).
           88 MOTIVO-VALIDO               VALUE 'N' 'R' 'C'.
       01 MINUSCULAS             PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01 MAYUSCULAS             PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            PERFORM CARGAR-OPERADORES
            PERFORM IDENTIFICAR-OPERADOR
            PERFORM CARGAR-REGLAS
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-TORNEOS
            PERFORM RECUPERAR-TRABAJO
            IF NOT TRABAJO-REANUDADO
                PERFORM ELEGIR-TORNEO
                PERFORM PEDIR-NUMERO-LOTE UNTIL NUMERO-LOTE > 0
                MOVE OPERADOR-SESION TO OPERADOR-APERTURA
                MOVE FECHA-HOY TO FECHA-LOTE
                PERFORM REGRABAR-TRABAJO
            END-IF
            PERFORM CARGAR-PENDIENTES
            PERFORM ATENDER-MENU UNTIL FIN-ENTRADA
            CLOSE ROSTER-FILE
            STOP RUN.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * A NADIE Y LA GRABACION SE NIEGA A CORRER.
      ******************************************************************
       CARGAR-OPERADORES.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), LA GRABACION SE NIEGA'
                STOP RUN
            END-IF
            PERFORM LEER-OPERADOR
            PERFORM ANOTAR-OPERADOR UNTIL OPERADORES-EOF
            CLOSE OPERATOR-FILE.

       LEER-OPERADOR.

            READ OPERATOR-FILE
                AT END MOVE 'Y' TO OPERADORES-EOF-SW
            END-READ.

       ANOTAR-OPERADOR.

            IF OPER-COUNT < 50
                ADD 1 TO OPER-COUNT
                MOVE OP-ID TO OPER-ID(OPER-COUNT)
                MOVE OP-FUNCIONES TO OPER-FUNCIONES(OPER-COUNT)
                MOVE OP-ACTIVO TO OPER-ACTIVO(OPER-COUNT)
            END-IF
            PERFORM LEER-OPERADOR.

      ******************************************************************
      * EL OPERADOR DEBE ESTAR ACTIVO Y TENER LA FUNCION 'G'. EL
      * INTENTO, PERMITIDO O DENEGADO, QUEDA EN ACCESLOG.
      ******************************************************************
       IDENTIFICAR-OPERADOR.

            DISPLAY 'Operador: ' WITH NO ADVANCING
            ACCEPT OPERADOR-SESION
            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = OPERADOR-SESION
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'G'
                            MOVE 'Y' TO AUTORIZADO-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            PERFORM ANOTAR-ACCESO
            IF NOT USUARIO-AUTORIZADO
                DISPLAY 'OPERADOR SIN AUTORIZACION PARA GRABAR '
                    'RESULTADOS'
                STOP RUN
            END-IF.

       ANOTAR-ACCESO.

            OPEN EXTEND ACCESS-LOG-FILE
            IF ACCESLOG-FILE-STATUS = '00'
                OR ACCESLOG-FILE-STATUS = '05'
                ACCEPT ACC-FECHA FROM DATE YYYYMMDD
                ACCEPT ACC-HORA FROM TIME
                MOVE OPERADOR-SESION TO ACC-OPERADOR
                MOVE 'ENTRADA ' TO ACC-FUNCION
                IF USUARIO-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.

      ******************************************************************
      * CARGA LAS JUGADAS DE RULESIN Y LOS SIMBOLOS QUE APARECEN EN
      * ELLAS. SIN REGLAS NO SE PUEDE VALIDAR NADA.
      ******************************************************************
       CARGAR-REGLAS.

            OPEN INPUT RULES-FILE
            IF RULES-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE REGLAS'
                STOP RUN
            END-IF
            PERFORM LEER-REGLA
            PERFORM ANOTAR-REGLA UNTIL REGLAS-EOF
            CLOSE RULES-FILE
            IF REGLAS-COUNT = 0
                DISPLAY 'FICHERO DE REGLAS VACIO'
                STOP RUN
            END-IF.

       LEER-REGLA.

            READ RULES-FILE
                AT END MOVE 'Y' TO REGLAS-EOF-SW
            END-READ.

       ANOTAR-REGLA.

            IF REGLAS-COUNT = 200
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE REGLAS, '
                    'SE TRUNCA'
            ELSE
                ADD 1 TO REGLAS-COUNT
                MOVE RULE-GAME TO REG-JUGADA(REGLAS-COUNT)
                MOVE RULE-RESULT TO REG-RESULTADO(REGLAS-COUNT)
                MOVE RULE-GAME(1:1) TO SIMBOLO-BUSCADO
                PERFORM ALTA-SIMBOLO-NUEVO
                MOVE RULE-GAME(2:1) TO SIMBOLO-BUSCADO
                PERFORM ALTA-SIMBOLO-NUEVO
            END-IF
            PERFORM LEER-REGLA.

       ALTA-SIMBOLO-NUEVO.

            PERFORM BUSCAR-SIMBOLO
            IF NOT SIMBOLO-HALLADO AND SIMBOLOS-COUNT < 50
                ADD 1 TO SIMBOLOS-COUNT
                MOVE SIMBOLO-BUSCADO TO SIMBOLO-VALIDO(SIMBOLOS-COUNT)
            END-IF.

       BUSCAR-SIMBOLO.

            MOVE 'N' TO SIMBOLO-HALLADO-SW
            PERFORM VARYING INDICE-REGLA FROM 1 BY 1
                UNTIL INDICE-REGLA > SIMBOLOS-COUNT
                IF SIMBOLO-VALIDO(INDICE-REGLA) = SIMBOLO-BUSCADO
                    MOVE 'Y' TO SIMBOLO-HALLADO-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES, DONDE CADA JUGADOR SE BUSCA POR
      * SU CLAVE CON SU ESTADO.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA PLANTILLA DE JUGADORES'
                STOP RUN
            END-IF.

      ******************************************************************
      * CARGA EL MAESTRO DE TORNEOS. SIN TORNEOS ABIERTOS NO HAY
      * DONDE GRABAR.
      ******************************************************************
       CARGAR-TORNEOS.

            OPEN INPUT TOURNAMENT-FILE
            IF TORNEOS-FILE-STATUS = '00'
                PERFORM LEER-TORNEO
                PERFORM ANOTAR-TORNEO UNTIL TORNEOS-EOF
                CLOSE TOURNAMENT-FILE
            END-IF
            IF TORNEOS-ABIERTOS = 0
                DISPLAY 'NO HAY TORNEOS ABIERTOS EN TORNEOSIN'
                STOP RUN
            END-IF.

       LEER-TORNEO.

            READ TOURNAMENT-FILE
                AT END MOVE 'Y' TO TORNEOS-EOF-SW
            END-READ.

       ANOTAR-TORNEO.

            IF TORNEOS-COUNT = 50
                DISPLAY 'AVISO: MAESTRO DE TORNEOS LLENO, SE TRUNCA'
            ELSE
                ADD 1 TO TORNEOS-COUNT
                MOVE TORN-ID TO TOR-ID(TORNEOS-COUNT)
                MOVE TORN-NOMBRE TO TOR-NOMBRE(TORNEOS-COUNT)
                MOVE TORN-DIVISION TO TOR-DIVISION(TORNEOS-COUNT)
                MOVE TORN-ESTADO TO TOR-ESTADO(TORNEOS-COUNT)
                IF NOT TORN-CERRADO
                    ADD 1 TO TORNEOS-ABIERTOS
                END-IF
            END-IF
            PERFORM LEER-TORNEO.

      ******************************************************************
      * SI HAY UNA ENTRADA SUSPENDIDA EN ENTRAWRK, OFRECE REANUDARLA
      * O DESCARTARLA. AL REANUDAR SE RECUPERAN LAS PARTIDAS DE LOS
      * GRUPOS COMPLETOS; LAS DE UN GRUPO A MEDIAS SE DESCARTAN Y EL
      * FICHERO SE REGRABA LIMPIO.
      ******************************************************************
       RECUPERAR-TRABAJO.

            OPEN INPUT WORK-FILE
            IF TRABAJO-FILE-STATUS = '00'
                PERFORM LEER-TRABAJO
                IF NOT TRABAJO-EOF AND ETR-CABECERA
                    MOVE ETR-OPERADOR TO OPERADOR-APERTURA
                    MOVE ETR-TORNEO TO TORNEO-LOTE
                    MOVE ETR-DIVISION TO DIVISION-LOTE
                    MOVE ETR-FECHA TO FECHA-LOTE
                    MOVE ETR-NUMERO TO NUMERO-LOTE
                    DISPLAY 'HAY UNA ENTRADA SUSPENDIDA: TORNEO '
                        TORNEO-LOTE ' DIVISION ' DIVISION-LOTE
                        ' LOTE ' FECHA-LOTE '/' NUMERO-LOTE
                        ' ABIERTA POR ' OPERADOR-APERTURA
                    MOVE SPACE TO RESPUESTA
                    PERFORM PEDIR-REANUDAR
                        UNTIL RESPUESTA = 'S' OR RESPUESTA = 'D'
                    IF RESPUESTA = 'S'
                        MOVE 'Y' TO TRABAJO-SW
                        PERFORM LEER-TRABAJO
                        PERFORM ANOTAR-TRABAJO UNTIL TRABAJO-EOF
                    ELSE
                        MOVE 0 TO NUMERO-LOTE
                    END-IF
                END-IF
                CLOSE WORK-FILE
            END-IF
            IF TRABAJO-REANUDADO
                PERFORM DEPURAR-TRABAJO
                PERFORM REGRABAR-TRABAJO
            END-IF.

       PEDIR-REANUDAR.

            DISPLAY 'Reanudar (S) o descartar (D) la entrada '
                'suspendida: ' WITH NO ADVANCING
            ACCEPT RESPUESTA
            INSPECT RESPUESTA CONVERTING MINUSCULAS TO MAYUSCULAS.

       LEER-TRABAJO.

            READ WORK-FILE
                AT END MOVE 'Y' TO TRABAJO-EOF-SW
            END-READ.

       ANOTAR-TRABAJO.

            EVALUATE TRUE
                WHEN ETR-PARTIDA AND ENTRADAS-COUNT < 2000
                    ADD 1 TO ENTRADAS-COUNT
                    MOVE ETR-IMAGEN-PARTIDA
                        TO ENTRADA-PARTIDA(ENTRADAS-COUNT)
                WHEN ETR-GRUPO-COMPLETO AND COMPLETOS-COUNT < 500
                    ADD 1 TO COMPLETOS-COUNT
                    MOVE ETR-GRUPO TO COMPLETO-GRUPO(COMPLETOS-COUNT)
            END-EVALUATE
            PERFORM LEER-TRABAJO.

      ******************************************************************
      * SE QUEDA SOLO CON LAS PARTIDAS DE LOS GRUPOS COMPLETOS.
      ******************************************************************
       DEPURAR-TRABAJO.

            MOVE 0 TO INDICE-DESTINO
            MOVE 0 TO DESCARTADAS
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ENTRADAS-COUNT
                MOVE ENT-GRUPO(INDICE) TO GRUPO-PEDIDO
                PERFORM BUSCAR-COMPLETO
                IF GRUPO-ESTA-COMPLETO
                    ADD 1 TO INDICE-DESTINO
                    MOVE ENTRADA-PARTIDA(INDICE)
                        TO ENTRADA-PARTIDA(INDICE-DESTINO)
                ELSE
                    ADD 1 TO DESCARTADAS
                END-IF
            END-PERFORM
            MOVE INDICE-DESTINO TO ENTRADAS-COUNT
            MOVE COMPLETOS-COUNT TO GRUPOS-GRABADOS
            DISPLAY 'ENTRADA REANUDADA: ' GRUPOS-GRABADOS
                ' GRUPOS Y ' ENTRADAS-COUNT ' PARTIDAS RECUPERADOS'
            IF DESCARTADAS > 0
                DISPLAY 'SE DESCARTAN ' DESCARTADAS ' PARTIDAS DE UN '
                    'GRUPO QUE QUEDO A MEDIAS: HAY QUE VOLVER A '
                    'GRABARLO'
            END-IF.

       BUSCAR-COMPLETO.

            MOVE 'N' TO GRUPO-COMPLETO-SW
            PERFORM VARYING INDICE-COMPLETO FROM 1 BY 1
                UNTIL INDICE-COMPLETO > COMPLETOS-COUNT
                IF COMPLETO-GRUPO(INDICE-COMPLETO) = GRUPO-PEDIDO
                    MOVE 'Y' TO GRUPO-COMPLETO-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * REESCRIBE EL FICHERO DE TRABAJO ENTERO: CABECERA, PARTIDAS
      * Y MARCAS DE GRUPO COMPLETO.
      ******************************************************************
       REGRABAR-TRABAJO.

            OPEN OUTPUT WORK-FILE
            IF TRABAJO-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE TRABAJO '
                    '(ENTRAWRK), LA GRABACION SE NIEGA'
                STOP RUN
            END-IF
            MOVE SPACES TO ENTRADA-TRABAJO-RECORD
            MOVE 'C' TO ETR-TIPO
            MOVE OPERADOR-APERTURA TO ETR-OPERADOR
            MOVE TORNEO-LOTE TO ETR-TORNEO
            MOVE DIVISION-LOTE TO ETR-DIVISION
            MOVE FECHA-LOTE TO ETR-FECHA
            MOVE NUMERO-LOTE TO ETR-NUMERO
            WRITE ENTRADA-TRABAJO-RECORD
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ENTRADAS-COUNT
                MOVE SPACES TO ENTRADA-TRABAJO-RECORD
                MOVE 'P' TO ETR-TIPO
                MOVE ENTRADA-PARTIDA(INDICE) TO ETR-IMAGEN-PARTIDA
                WRITE ENTRADA-TRABAJO-RECORD
            END-PERFORM
            PERFORM VARYING INDICE-COMPLETO FROM 1 BY 1
                UNTIL INDICE-COMPLETO > COMPLETOS-COUNT
                MOVE SPACES TO ENTRADA-TRABAJO-RECORD
                MOVE 'G' TO ETR-TIPO
                MOVE COMPLETO-GRUPO(INDICE-COMPLETO) TO ETR-GRUPO
                WRITE ENTRADA-TRABAJO-RECORD
            END-PERFORM
            CLOSE WORK-FILE.

      ******************************************************************
      * AÑADE UN REGISTRO AL FICHERO DE TRABAJO Y LO CIERRA EN EL
      * ACTO, PARA QUE QUEDE EN DISCO AUNQUE EL TERMINAL CAIGA.
      ******************************************************************
       APUNTAR-TRABAJO.

            OPEN EXTEND WORK-FILE
            IF TRABAJO-FILE-STATUS = '00'
                OR TRABAJO-FILE-STATUS = '05'
                WRITE ENTRADA-TRABAJO-RECORD
                CLOSE WORK-FILE
            ELSE
                DISPLAY 'AVISO: NO SE PUDO GRABAR EN EL FICHERO DE '
                    'TRABAJO; LO TECLEADO NO SOBREVIVIRIA A UNA CAIDA'
            END-IF.

      ******************************************************************
      * VACIA EL FICHERO DE TRABAJO AL CERRAR O ABANDONAR EL LOTE.
      ******************************************************************
       VACIAR-TRABAJO.

            OPEN OUTPUT WORK-FILE
            IF TRABAJO-FILE-STATUS = '00'
                CLOSE WORK-FILE
            END-IF.

      ******************************************************************
      * LISTA LOS TORNEOS ABIERTOS Y PIDE UNO: SU DIVISION ES LA DEL
      * LOTE.
      ******************************************************************
       ELEGIR-TORNEO.

            DISPLAY ' '
            DISPLAY 'TORNEOS ABIERTOS'
            PERFORM VARYING INDICE-TOR FROM 1 BY 1
                UNTIL INDICE-TOR > TORNEOS-COUNT
                IF TOR-ESTADO(INDICE-TOR) NOT = 'C'
                    DISPLAY '  ' INDICE-TOR '. ' TOR-ID(INDICE-TOR)
                        ' ' TOR-NOMBRE(INDICE-TOR) ' DIVISION '
                        TOR-DIVISION(INDICE-TOR)
                END-IF
            END-PERFORM
            MOVE 0 TO TORNEO-ELEGIDO
            PERFORM PEDIR-TORNEO UNTIL TORNEO-ELEGIDO > 0
            MOVE TOR-ID(TORNEO-ELEGIDO) TO TORNEO-LOTE
            MOVE TOR-DIVISION(TORNEO-ELEGIDO) TO DIVISION-LOTE.

       PEDIR-TORNEO.

            DISPLAY 'Torneo (numero de la lista): ' WITH NO ADVANCING
            ACCEPT TORNEO-ELEGIDO
            IF TORNEO-ELEGIDO > TORNEOS-COUNT
                DISPLAY 'NO ESTA EN LA LISTA'
                MOVE 0 TO TORNEO-ELEGIDO
            ELSE
                IF TORNEO-ELEGIDO > 0
                    IF TOR-ESTADO(TORNEO-ELEGIDO) = 'C'
                        DISPLAY 'EL TORNEO ESTA CERRADO'
                        MOVE 0 TO TORNEO-ELEGIDO
                    END-IF
                END-IF
            END-IF.

       PEDIR-NUMERO-LOTE.

            DISPLAY 'Numero de lote (1-9999): ' WITH NO ADVANCING
            ACCEPT LOTE-TECLEADO
            MOVE LOTE-TECLEADO TO NUMERO-LOTE.

      ******************************************************************
      * CARGA LOS GRUPOS PENDIENTES DEL TORNEO Y DIVISION DEL LOTE,
      * MARCANDO LOS QUE YA ESTAN COMPLETOS EN EL.
      ******************************************************************
       CARGAR-PENDIENTES.

            OPEN INPUT FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS = '00'
                PERFORM LEER-LIBRO
                PERFORM ANOTAR-PENDIENTE UNTIL LIBRO-EOF
                CLOSE FIXTURE-LEDGER-FILE
            END-IF
            IF PENDIENTES-COUNT = 0
                DISPLAY 'AVISO: EL LIBRO NO TIENE GRUPOS PENDIENTES '
                    'DEL TORNEO ' TORNEO-LOTE
            END-IF.

       LEER-LIBRO.

            READ FIXTURE-LEDGER-FILE
                AT END MOVE 'Y' TO LIBRO-EOF-SW
            END-READ.

       ANOTAR-PENDIENTE.

            IF FIX-TORNEO = TORNEO-LOTE
                AND FIX-DIVISION = DIVISION-LOTE
                AND FIX-PENDIENTE
                IF PENDIENTES-COUNT = 500
                    DISPLAY 'AVISO: DEMASIADOS GRUPOS PENDIENTES, '
                        'SE TRUNCA'
                ELSE
                    ADD 1 TO PENDIENTES-COUNT
                    MOVE FIX-GRUPO TO PEN-GRUPO(PENDIENTES-COUNT)
                    MOVE FIX-PLAYER-P1 TO PEN-P1(PENDIENTES-COUNT)
                    MOVE FIX-PLAYER-P2 TO PEN-P2(PENDIENTES-COUNT)
                    MOVE FIX-ARBITRO TO PEN-ARBITRO(PENDIENTES-COUNT)
                    MOVE FIX-GRUPO TO GRUPO-PEDIDO
                    PERFORM BUSCAR-COMPLETO
                    IF GRUPO-ESTA-COMPLETO
                        MOVE 'Y' TO PEN-GRABADO(PENDIENTES-COUNT)
                    ELSE
                        MOVE 'N' TO PEN-GRABADO(PENDIENTES-COUNT)
                    END-IF
                END-IF
            END-IF
            PERFORM LEER-LIBRO.

      ******************************************************************
      * MENU DE LA ENTRADA.
      ******************************************************************
       ATENDER-MENU.

            DISPLAY ' '
            DISPLAY '======================================='
            DISPLAY ' GRABACION DE RESULTADOS'
            DISPLAY ' Torneo ' TORNEO-LOTE ' division ' DIVISION-LOTE
            DISPLAY ' Lote ' FECHA-LOTE '/' NUMERO-LOTE
                ' grupos ' GRUPOS-GRABADOS ' partidas '
                ENTRADAS-COUNT
            DISPLAY '======================================='
            DISPLAY '   1. Grabar un grupo pendiente'
            DISPLAY '   2. Ver los grupos pendientes'
            DISPLAY '   3. Cerrar el lote y escribir GAMESIN'
            DISPLAY '   4. Suspender la entrada'
            DISPLAY '   9. Abandonar la entrada (se descarta)'
            DISPLAY '======================================='
            DISPLAY 'Elija una opcion: ' WITH NO ADVANCING
            ACCEPT OPCION
            EVALUATE OPCION
                WHEN 1
                    PERFORM GRABAR-GRUPO
                WHEN 2
                    PERFORM LISTAR-PENDIENTES
                WHEN 3
                    PERFORM CERRAR-LOTE
                WHEN 4
                    DISPLAY 'ENTRADA SUSPENDIDA: SE REANUDA AL VOLVER '
                        'A ENTRAR'
                    MOVE 'Y' TO FIN-ENTRADA-SW
                WHEN 9
                    PERFORM ABANDONAR-ENTRADA
                WHEN OTHER
                    DISPLAY 'OPCION NO VALIDA'
            END-EVALUATE.

       LISTAR-PENDIENTES.

            DISPLAY ' '
            DISPLAY 'GRUPOS PENDIENTES DE GRABAR'
            PERFORM VARYING INDICE-PEN FROM 1 BY 1
                UNTIL INDICE-PEN > PENDIENTES-COUNT
                IF PEN-GRABADO(INDICE-PEN) = 'N'
                    DISPLAY '  GRUPO ' PEN-GRUPO(INDICE-PEN) '  '
                        PEN-P1(INDICE-PEN) ' - ' PEN-P2(INDICE-PEN)
                END-IF
            END-PERFORM.

      ******************************************************************
      * GRABA UN GRUPO PENDIENTE: COMPRUEBA EL GRUPO Y SUS JUGADORES,
      * PIDE EL FORMATO Y LUEGO LAS PARTIDAS (O LA INCOMPARECENCIA).
      ******************************************************************
       GRABAR-GRUPO.

            PERFORM LISTAR-PENDIENTES
            DISPLAY 'Grupo: ' WITH NO ADVANCING
            ACCEPT GRUPO-PEDIDO
            PERFORM VALIDAR-GRUPO
            IF GRUPO-VALIDO
                MOVE SPACE TO FORMATO-TECLEADO
                PERFORM PEDIR-FORMATO UNTIL FORMATO-VALIDO
                MOVE 0 TO N-TECLEADO
                MOVE 0 TO META-VICTORIAS
                IF FORMATO-CON-N
                    PERFORM PEDIR-N UNTIL N-TECLEADO > 0
                END-IF
      *         CON VENTAJA ('M'/'P') EL MARCADOR DE SALIDA LO PONE
      *         RETO6 CON LA PUNTUACION DE FUERZA, ASI QUE AQUI NO SE
      *         CIERRA SOLO: EL OPERADOR TERMINA EL GRUPO CON INTRO.
                EVALUATE FORMATO-TECLEADO
                    WHEN 'B'
                        COMPUTE META-VICTORIAS = N-TECLEADO / 2 + 1
                    WHEN 'F'
                        MOVE N-TECLEADO TO META-VICTORIAS
                END-EVALUATE
                MOVE GRUPO-PEDIDO TO PT-GRUPO
                MOVE PEN-P1(INDICE-PEN) TO PT-PLAYER-P1
                MOVE PEN-P2(INDICE-PEN) TO PT-PLAYER-P2
                MOVE FORMATO-TECLEADO TO PT-FORMATO
                MOVE N-TECLEADO TO PT-FORMATO-N
                IF FORMATO-TECLEADO = 'W'
                    PERFORM GRABAR-INCOMPARECENCIA
                ELSE
                    MOVE 0 TO PARTIDAS-GRUPO
                    MOVE 0 TO MARCADOR-P1
                    MOVE 0 TO MARCADOR-P2
                    MOVE 'N' TO FIN-GRUPO-SW
                    PERFORM PEDIR-PARTIDA UNTIL FIN-GRUPO
                END-IF
            END-IF.

      ******************************************************************
      * EL GRUPO DEBE ESTAR PENDIENTE EN EL LIBRO, NO GRABADO YA EN
      * ESTE LOTE, Y SUS DOS JUGADORES ACTIVOS EN LA PLANTILLA (UNA
      * REFERENCIA 'Wnnn' DEL CUADRO ELIMINATORIO LA RESUELVE RETO6).
      ******************************************************************
       VALIDAR-GRUPO.

            MOVE 'N' TO GRUPO-VALIDO-SW
            MOVE 0 TO INDICE
            PERFORM VARYING INDICE-PEN FROM 1 BY 1
                UNTIL INDICE-PEN > PENDIENTES-COUNT
                IF PEN-GRUPO(INDICE-PEN) = GRUPO-PEDIDO
                    MOVE INDICE-PEN TO INDICE
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN INDICE = 0
                    DISPLAY 'EL GRUPO ' GRUPO-PEDIDO ' NO ESTA '
                        'PENDIENTE EN EL LIBRO'
                WHEN PEN-GRABADO(INDICE) = 'Y'
                    DISPLAY 'EL GRUPO ' GRUPO-PEDIDO ' YA ESTA '
                        'GRABADO EN ESTE LOTE'
                WHEN OTHER
                    MOVE INDICE TO INDICE-PEN
                    MOVE PEN-P1(INDICE-PEN) TO JUGADOR-BUSCADO
                    PERFORM VALIDAR-JUGADOR
                    IF JUGADOR-VALIDO
                        MOVE PEN-P2(INDICE-PEN) TO JUGADOR-BUSCADO
                        PERFORM VALIDAR-JUGADOR
                    END-IF
                    IF JUGADOR-VALIDO
                        MOVE 'Y' TO GRUPO-VALIDO-SW
                        DISPLAY 'GRUPO ' GRUPO-PEDIDO ': '
                            PEN-P1(INDICE-PEN) ' (JUGADOR 1) - '
                            PEN-P2(INDICE-PEN) ' (JUGADOR 2)'
                    END-IF
            END-EVALUATE.

       VALIDAR-JUGADOR.

            MOVE 'N' TO JUGADOR-VALIDO-SW
            IF JUGADOR-BUSCADO(1:1) = 'W'
                AND JUGADOR-BUSCADO(2:3) IS NUMERIC
                MOVE 'Y' TO JUGADOR-VALIDO-SW
            ELSE
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ROST-DE-BAJA
                            DISPLAY 'EL JUGADOR ' JUGADOR-BUSCADO
                                ' ESTA DADO DE BAJA'
                        ELSE
                            MOVE 'Y' TO JUGADOR-VALIDO-SW
                        END-IF
                END-READ
                IF NOT JUGADOR-VALIDO
                    DISPLAY 'EL JUGADOR ' JUGADOR-BUSCADO ' NO ES '
                        'VALIDO EN LA PLANTILLA; EL GRUPO NO SE GRABA'
                END-IF
            END-IF.

       PEDIR-FORMATO.

            DISPLAY 'Formato (T totales, B mejor de, F primero a, '
                'W incomparecencia;'
            DISPLAY '  H, M, P como T, B, F con ventaja) [T]: '
                WITH NO ADVANCING
            MOVE SPACE TO FORMATO-TECLEADO
            ACCEPT FORMATO-TECLEADO
            INSPECT FORMATO-TECLEADO
                CONVERTING MINUSCULAS TO MAYUSCULAS
            IF FORMATO-TECLEADO = SPACE
                MOVE 'T' TO FORMATO-TECLEADO
            END-IF
            IF NOT FORMATO-VALIDO
                DISPLAY 'FORMATO NO VALIDO'
            END-IF.

       PEDIR-N.

            DISPLAY 'Numero de partidas o victorias (N): '
                WITH NO ADVANCING
            ACCEPT N-TECLEADO
            IF N-TECLEADO = 0
                DISPLAY 'N DEBE SER MAYOR QUE CERO'
            END-IF.

      ******************************************************************
      * INCOMPARECENCIA: QUIEN NO SE PRESENTO Y POR QUE (VER
      * GR-FORMATO 'W' EN GAMEREC.CPY). UN UNICO REGISTRO.
      ******************************************************************
       GRABAR-INCOMPARECENCIA.

            MOVE SPACE TO AUSENTE-TECLEADO
            PERFORM PEDIR-AUSENTE UNTIL AUSENTE-VALIDO
            MOVE SPACE TO MOTIVO-TECLEADO
            PERFORM PEDIR-MOTIVO UNTIL MOTIVO-VALIDO
            MOVE AUSENTE-TECLEADO TO PT-SIMBOLO-P1
            MOVE MOTIVO-TECLEADO TO PT-SIMBOLO-P2
            PERFORM APUNTAR-PARTIDA
            PERFORM CERRAR-GRUPO.

       PEDIR-AUSENTE.

            DISPLAY 'Jugador ausente (1 o 2): ' WITH NO ADVANCING
            ACCEPT AUSENTE-TECLEADO
            IF NOT AUSENTE-VALIDO
                DISPLAY 'DEBE SER 1 O 2'
            END-IF.

       PEDIR-MOTIVO.

            DISPLAY 'Motivo (N no presentado, R retirada, C comite): '
                WITH NO ADVANCING
            ACCEPT MOTIVO-TECLEADO
            INSPECT MOTIVO-TECLEADO CONVERTING MINUSCULAS TO MAYUSCULAS
            IF NOT MOTIVO-VALIDO
                DISPLAY 'MOTIVO NO VALIDO'
            END-IF.

      ******************************************************************
      * PIDE UNA PARTIDA: DOS SIMBOLOS, QUE SE CONTRASTAN EN EL ACTO
      * CONTRA RULESIN. INTRO EN BLANCO TERMINA EL GRUPO. EN 'B' Y
      * 'F' EL GRUPO SE CIERRA SOLO AL QUEDAR DECIDIDO.
      ******************************************************************
       PEDIR-PARTIDA.

            COMPUTE NUMERO-PARTIDA = PARTIDAS-GRUPO + 1
            DISPLAY 'Partida ' NUMERO-PARTIDA ' - simbolos de '
                PT-PLAYER-P1 ' y ' PT-PLAYER-P2
                ' (INTRO termina): ' WITH NO ADVANCING
            MOVE SPACES TO JUGADA-TECLEADA
            ACCEPT JUGADA-TECLEADA
            INSPECT JUGADA-TECLEADA CONVERTING MINUSCULAS TO MAYUSCULAS
            IF JUGADA-TECLEADA = SPACES
                IF PARTIDAS-GRUPO = 0
                    DISPLAY 'GRUPO SIN PARTIDAS: QUEDA PENDIENTE'
                ELSE
                    PERFORM CERRAR-GRUPO
                END-IF
                MOVE 'Y' TO FIN-GRUPO-SW
            ELSE
                PERFORM VALIDAR-JUGADA
                IF JUGADA-VALIDA
                    PERFORM ANOTAR-JUGADA
                END-IF
            END-IF.

       VALIDAR-JUGADA.

            MOVE 'N' TO JUGADA-VALIDA-SW
            MOVE JUGADA-TECLEADA(1:1) TO SIMBOLO-BUSCADO
            PERFORM BUSCAR-SIMBOLO
            IF NOT SIMBOLO-HALLADO
                DISPLAY 'EL SIMBOLO ' SIMBOLO-BUSCADO
                    ' NO FIGURA EN RULESIN'
            ELSE
                MOVE JUGADA-TECLEADA(2:1) TO SIMBOLO-BUSCADO
                PERFORM BUSCAR-SIMBOLO
                IF NOT SIMBOLO-HALLADO
                    DISPLAY 'EL SIMBOLO ' SIMBOLO-BUSCADO
                        ' NO FIGURA EN RULESIN'
                ELSE
                    MOVE 0 TO INDICE
                    PERFORM VARYING INDICE-REGLA FROM 1 BY 1
                        UNTIL INDICE-REGLA > REGLAS-COUNT
                        IF REG-JUGADA(INDICE-REGLA) = JUGADA-TECLEADA
                            MOVE INDICE-REGLA TO INDICE
                        END-IF
                    END-PERFORM
                    IF INDICE = 0
                        DISPLAY 'LA JUGADA ' JUGADA-TECLEADA
                            ' NO FIGURA EN RULESIN'
                    ELSE
                        MOVE 'Y' TO JUGADA-VALIDA-SW
                    END-IF
                END-IF
            END-IF
            IF JUGADA-VALIDA AND ENTRADAS-COUNT = 2000
                DISPLAY 'EL LOTE ESTA LLENO: CIERRELO Y ABRA OTRO'
                MOVE 'N' TO JUGADA-VALIDA-SW
                MOVE 'Y' TO FIN-GRUPO-SW
            END-IF.

      ******************************************************************
      * ANOTA LA PARTIDA VALIDADA (INDICE APUNTA A SU REGLA) Y LLEVA
      * EL MARCADOR PARA AVISAR CUANDO EL GRUPO QUEDA DECIDIDO.
      ******************************************************************
       ANOTAR-JUGADA.

            MOVE JUGADA-TECLEADA(1:1) TO PT-SIMBOLO-P1
            MOVE JUGADA-TECLEADA(2:1) TO PT-SIMBOLO-P2
            EVALUATE REG-RESULTADO(INDICE)
                WHEN 1
                    ADD 1 TO MARCADOR-P1
                WHEN 2
                    ADD 1 TO MARCADOR-P2
            END-EVALUATE
            PERFORM APUNTAR-PARTIDA
            ADD 1 TO PARTIDAS-GRUPO
            DISPLAY '  MARCADOR ' MARCADOR-P1 '-' MARCADOR-P2
            IF META-VICTORIAS > 0
                AND (MARCADOR-P1 >= META-VICTORIAS
                OR MARCADOR-P2 >= META-VICTORIAS)
                DISPLAY 'GRUPO DECIDIDO ' MARCADOR-P1 '-' MARCADOR-P2
                PERFORM CERRAR-GRUPO
                MOVE 'Y' TO FIN-GRUPO-SW
            END-IF.

      ******************************************************************
      * GUARDA LA PARTIDA EN CURSO EN MEMORIA Y EN EL FICHERO DE
      * TRABAJO.
      ******************************************************************
       APUNTAR-PARTIDA.

            ADD 1 TO ENTRADAS-COUNT
            MOVE PARTIDA-TECLEADA TO ENTRADA-PARTIDA(ENTRADAS-COUNT)
            MOVE SPACES TO ENTRADA-TRABAJO-RECORD
            MOVE 'P' TO ETR-TIPO
            MOVE PARTIDA-TECLEADA TO ETR-IMAGEN-PARTIDA
            PERFORM APUNTAR-TRABAJO.

      ******************************************************************
      * DA EL GRUPO POR COMPLETO: MARCA EN EL FICHERO DE TRABAJO Y EN
      * LA LISTA DE PENDIENTES.
      ******************************************************************
       CERRAR-GRUPO.

            MOVE SPACES TO ENTRADA-TRABAJO-RECORD
            MOVE 'G' TO ETR-TIPO
            MOVE PT-GRUPO TO ETR-GRUPO
            PERFORM APUNTAR-TRABAJO
            MOVE 'Y' TO PEN-GRABADO(INDICE-PEN)
            IF COMPLETOS-COUNT < 500
                ADD 1 TO COMPLETOS-COUNT
                MOVE PT-GRUPO TO COMPLETO-GRUPO(COMPLETOS-COUNT)
            END-IF
            ADD 1 TO GRUPOS-GRABADOS
            DISPLAY 'GRUPO ' PT-GRUPO ' GRABADO'.

      ******************************************************************
      * ESCRIBE GAMESIN CON LA CABECERA, LAS PARTIDAS DE LOS GRUPOS
      * COMPLETOS Y LA COLA CON SU CUENTA, Y VACIA EL FICHERO DE
      * TRABAJO. SI GAMESIN YA TIENE DATOS, PIDE CONFIRMACION ANTES
      * DE SOBRESCRIBIRLO.
      ******************************************************************
       CERRAR-LOTE.

            IF GRUPOS-GRABADOS = 0
                DISPLAY 'NO HAY NINGUN GRUPO GRABADO EN EL LOTE'
            ELSE
                MOVE 'S' TO RESPUESTA
                MOVE 'N' TO GAMES-EOF-SW
                OPEN INPUT GAMES-FILE
                IF GAMES-FILE-STATUS = '00'
                    READ GAMES-FILE
                        AT END MOVE 'Y' TO GAMES-EOF-SW
                    END-READ
                    CLOSE GAMES-FILE
                    IF NOT GAMES-EOF
                        DISPLAY 'GAMESIN YA TIENE DATOS. '
                            'SOBRESCRIBIR (S/N): ' WITH NO ADVANCING
                        ACCEPT RESPUESTA
                        INSPECT RESPUESTA
                            CONVERTING MINUSCULAS TO MAYUSCULAS
                    END-IF
                END-IF
                IF RESPUESTA = 'S'
                    PERFORM ESCRIBIR-GAMESIN
                ELSE
                    DISPLAY 'LOTE NO CERRADO; LA ENTRADA SIGUE ABIERTA'
                END-IF
            END-IF.

       ESCRIBIR-GAMESIN.

            OPEN OUTPUT GAMES-FILE
            IF GAMES-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR GAMESIN; LA ENTRADA SIGUE '
                    'ABIERTA'
            ELSE
                MOVE SPACES TO LOTE-CONTROL-RECORD
                MOVE '*H' TO LOTE-TIPO
                MOVE FECHA-LOTE TO LOTE-FECHA
                MOVE NUMERO-LOTE TO LOTE-NUMERO
                MOVE TORNEO-LOTE TO LOTE-TORNEO
                MOVE DIVISION-LOTE TO LOTE-DIVISION
                WRITE LOTE-CONTROL-RECORD
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > ENTRADAS-COUNT
                    MOVE ENTRADA-PARTIDA(INDICE) TO GAME-RECORD
                    PERFORM PONER-ARBITRO-PARTIDA
                    WRITE GAME-RECORD
                END-PERFORM
                MOVE SPACES TO LOTE-CONTROL-RECORD
                MOVE '*T' TO LOTE-TIPO
                MOVE ENTRADAS-COUNT TO LOTE-CONTADOR
                WRITE LOTE-CONTROL-RECORD
                CLOSE GAMES-FILE
                PERFORM VACIAR-TRABAJO
                DISPLAY 'GAMESIN ESCRITO -- LOTE ' FECHA-LOTE '/'
                    NUMERO-LOTE ' GRUPOS: ' GRUPOS-GRABADOS
                    ' PARTIDAS: ' ENTRADAS-COUNT
                MOVE 'Y' TO FIN-ENTRADA-SW
            END-IF.

      ******************************************************************
      * LA PARTIDA SALE CON EL ARBITRO QUE EL LIBRO TIENE ASIGNADO A SU
      * GRUPO (EN BLANCO SI NO LO TIENE). EL FICHERO DE TRABAJO NO LO
      * GUARDA: SE TOMA DEL LIBRO AL ESCRIBIR GAMESIN.
      ******************************************************************
       PONER-ARBITRO-PARTIDA.

            MOVE SPACES TO GR-ARBITRO
            PERFORM VARYING INDICE-PEN FROM 1 BY 1
                UNTIL INDICE-PEN > PENDIENTES-COUNT
                IF PEN-GRUPO(INDICE-PEN) = ENT-GRUPO(INDICE)
                    MOVE PEN-ARBITRO(INDICE-PEN) TO GR-ARBITRO
                END-IF
            END-PERFORM.

      ******************************************************************
      * ABANDONA LA ENTRADA, CON CONFIRMACION: LO GRABADO SE PIERDE.
      ******************************************************************
       ABANDONAR-ENTRADA.

            DISPLAY 'SE DESCARTARA TODO LO GRABADO. CONFIRMAR (S/N): '
                WITH NO ADVANCING
            ACCEPT RESPUESTA
            INSPECT RESPUESTA CONVERTING MINUSCULAS TO MAYUSCULAS
            IF RESPUESTA = 'S'
                PERFORM VACIAR-TRABAJO
                DISPLAY 'ENTRADA ABANDONADA'
                MOVE 'Y' TO FIN-ENTRADA-SW
            END-IF.
       END PROGRAM ENTRADA.
