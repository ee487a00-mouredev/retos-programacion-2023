      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Emparejamientos de sistema suizo para los torneos
      *            abiertos. GENFIX solo sabe generar la liga todos
      *            contra todos o el cuadro eliminatorio, y los
      *            abiertos de fin de semana tienen demasiados
      *            inscritos para una liga: se emparejaban a mano en
      *            una pizarra. Este programa lee la tarjeta GENCTLIN
      *            con el tipo 'S' (ver GENCTL.CPY), toma la
      *            clasificacion de la division del torneo de
      *            PSTATFILE (en la primera ronda, los jugadores
      *            activos de ROSTERIN), ordena por puntos y, a igual
      *            puntuacion, por la puntuacion de fuerza de
      *            RATINGFILE, y empareja de arriba abajo a cada
      *            jugador con el siguiente libre con quien no haya
      *            jugado todavia (H2HFILE y los emparejamientos del
      *            torneo ya apuntados en FIXLEDG). Con un numero
      *            impar de jugadores descansa el ultimo que aun no
      *            haya descansado, y el descanso se anota en FIXLEDG
      *            y se abona en PSTATFILE como una victoria (ver
      *            DESCAUD.CPY). Escribe
      *            el GAMESIN de la ronda con su cabecera y su cola
      *            de control, las lineas de FIXLEDG de la ronda y el
      *            informe SUIZORPT con el motivo de cada pareja.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - FIXLEDG lleva ahora la fecha programada
      *            y la semana de juego (ver FIXREC.CPY); las lineas
      *            nuevas nacen sin programar.
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY) y PARMIN con el idioma
      *            de la ejecucion (ver PARMREC.CPY); se siguen leyendo
      *            las lineas antiguas.
      * Modified:  15/10/2026 - Los errores serios o fatales de la tabla
      *            comun se graban ademas como alerta en el fichero
      *            comun ALERTAS (ver ALERTREC.CPY), con el fichero
      *            afectado.
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones. Las parejas nuevas y
      *            GAMESIN salen sin arbitro; lo asigna ARBITRA.
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
      * Modified:  15/10/2026 - Las lineas del libro anuladas por un
      *            traspaso de division (estado 'A', ver FIXREC.CPY y
      *            TRASPASO) no cuentan como pareja ya emparejada.
      * Modified:  15/10/2026 - El descanso se abona en PSTATFILE como
      *            una victoria con los puntos de victoria de PARMIN y
      *            queda en la auditoria de descansos DESCAUD (ver
      *            DESCAUD.CPY), que VERIFICA reproduce; la puntuacion
      *            de emparejamiento ya no suma aparte los descansos del
      *            libro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIZO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'GENCTLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL PLAYER-STATS-FILE ASSIGN TO 'PSTATFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTAT-CLAVE
               FILE STATUS IS PSTAT-FILE-STATUS.
           SELECT OPTIONAL HEAD-TO-HEAD-FILE ASSIGN TO 'H2HFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT OPTIONAL RATING-FILE ASSIGN TO 'RATINGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT GAMES-FILE ASSIGN TO 'GAMESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMES-FILE-STATUS.
           SELECT OPTIONAL FIXTURE-LEDGER-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT OPTIONAL TOURNAMENT-FILE ASSIGN TO 'TORNEOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TORNEOS-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO 'ALERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-FILE-STATUS.
           SELECT OPTIONAL BYE-AUDIT-FILE ASSIGN TO 'DESCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESCAUD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'SUIZORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE CONTROL, LA MISMA DE GENFIX CON EL TIPO 'S'.
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 17 TO 27 CHARACTERS.
           COPY GENCTL.

      ******************************************************************
      * PLANTILLA DE JUGADORES: LOS DADOS DE BAJA NO SE EMPAREJAN Y,
      * EN LA PRIMERA RONDA, LOS ACTIVOS SON LOS INSCRITOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * TABLA DE REGLAS, SOLO PARA CONOCER LOS SIMBOLOS DE LA NOCHE.
      ******************************************************************
       FD  RULES-FILE
           RECORD CONTAINS 3 CHARACTERS.
           COPY RULEREC.

      ******************************************************************
      * BAREMO DE PUNTOS DE LA TEMPORADA: UN DESCANSO VALE UNA
      * VICTORIA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
      * CLASIFICACION ACUMULADA POR RETO6, POR DIVISION Y JUGADOR. SE
      * LEE PARA EMPAREJAR Y SE ABRE DESPUES EN I-O PARA ABONAR EL
      * DESCANSO DE LA RONDA.
      ******************************************************************
       FD  PLAYER-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PSTATREC.

      ******************************************************************
      * ENFRENTAMIENTOS DIRECTOS, PARA NO REPETIR PAREJAS.
      ******************************************************************
       FD  HEAD-TO-HEAD-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY H2HREC.

      ******************************************************************
      * PUNTUACION DE FUERZA, PARA DESEMPATAR EL ORDEN DE EMPAREJAR.
      ******************************************************************
       FD  RATING-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY RATEREC.

      ******************************************************************
      * RONDA GENERADA, EN EL FORMATO DE GAMESIN CON REGISTROS DE
      * CONTROL DE LOTE.
      ******************************************************************
       FD  GAMES-FILE
           RECORD CONTAINS 13 TO 24 CHARACTERS.
           COPY GAMEREC.
           COPY LOTECTL.

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS: SE LEE ENTERO PARA CONOCER LAS
      * RONDAS YA EMPAREJADAS DEL TORNEO Y SE AMPLIA EN EXTEND CON
      * LA RONDA NUEVA.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * MAESTRO DE TORNEOS, PARA RECHAZAR TORNEOS DESCONOCIDOS O
      * CERRADOS COMO HACE GENFIX.
      ******************************************************************
       FD  TOURNAMENT-FILE
           RECORD CONTAINS 48 TO 57 CHARACTERS.
           COPY TORNREC.

      ******************************************************************
      * INFORME DE EMPAREJAMIENTOS, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * FICHERO COMUN DE ALERTAS DEL LOTE, EN EXTEND: UNA LINEA POR
      * ERROR SERIO O FATAL (VER ALERTREC.CPY).
      ******************************************************************
       FD  ALERT-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY ALERTREC.

      ******************************************************************
      * AUDITORIA DE DESCANSOS ABONADOS, EN EXTEND (VER DESCAUD.CPY).
      ******************************************************************
       FD  BYE-AUDIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY DESCAUD.

       WORKING-STORAGE SECTION.

       01 GENCTL-FILE-STATUS     PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 RULES-FILE-STATUS      PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).
       01 PSTAT-FILE-STATUS      PIC X(2).
       01 H2H-FILE-STATUS        PIC X(2).
       01 RATING-FILE-STATUS     PIC X(2).
       01 GAMES-FILE-STATUS      PIC X(2).
       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 TORNEOS-FILE-STATUS    PIC X(2).
       01 ALERTAS-FILE-STATUS    PIC X(2).
       01 DESCAUD-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 FECHA-GENERACION       PIC 9(8).

       01 PLANTILLA-EOF-SW       PIC X(1) VALUE 'N'.
           88 PLANTILLA-EOF               VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 PSTAT-EOF-SW           PIC X(1) VALUE 'N'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 RATING-EOF-SW          PIC X(1) VALUE 'N'.
           88 RATING-EOF                  VALUE 'Y'.
       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 TORNEOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 TORNEOS-EOF                 VALUE 'Y'.
       01 H2H-ABIERTO-SW         PIC X(1) VALUE 'N'.
           88 H2H-ABIERTO                 VALUE 'Y'.
       01 PSTAT-EXISTE-SW        PIC X(1).
           88 PSTAT-EXISTE                VALUE 'Y'.

       01 TORNEOS-COUNT          PIC 9(2) VALUE 0.
       01 TORNEOS-TBL.
           05 TORNEO-ENTRADA OCCURS 50 TIMES.
              10 TOR-ID          PIC X(8).
              10 TOR-ESTADO      PIC X(1).
       01 INDICE-TOR             PIC 9(2).
       01 TORNEO-HALLADO-SW      PIC X(1).
           88 TORNEO-HALLADO              VALUE 'Y'.
       01 TORNEO-ESTADO-LOTE     PIC X(1).

      ******************************************************************
      * TABLA DE ERRORES COMUN DEL LOTE (VER ERRTAB.CPY).
      ******************************************************************
           COPY ERRTAB.

      ******************************************************************
      * PARAMETROS DE LA RONDA, COPIADOS DE LA TARJETA.
      ******************************************************************
       01 PARTIDAS-POR-GRUPO     PIC 9(3).
       01 FECHA-LOTE             PIC 9(8).
       01 NUMERO-LOTE            PIC 9(4).
       01 TORNEO-LOTE            PIC X(8).
       01 DIVISION-LOTE          PIC X(2).
       01 PUNTOS-VICTORIA        PIC 9(2) VALUE 3.

      ******************************************************************
      * PUNTUACIONES DE FUERZA; UN JUGADOR SIN REGISTRO VALE 1500,
      * COMO UN JUGADOR NUEVO EN RETO6.
      ******************************************************************
       01 RATING-COUNT           PIC 9(3) VALUE 0.
       01 RATING-TBL.
           05 RATING-ENTRADA OCCURS 200 TIMES.
              10 RAT-ID          PIC X(4).
              10 RAT-VALOR       PIC 9(4).

      ******************************************************************
      * JUGADORES DE LA RONDA CON SU PUNTUACION DE EMPAREJAMIENTO
      * (PUNTOS DE LIGA DE PSTATFILE, DONDE YA ESTAN ABONADOS LOS
      * DESCANSOS DISFRUTADOS) Y SUS DESCANSOS, ORDENADOS POR PUNTOS,
      * FUERZA E IDENTIFICADOR.
      ******************************************************************
       01 SUIZO-COUNT            PIC 9(3) VALUE 0.
       01 SUIZO-TBL.
           05 SUIZO-JUGADOR OCCURS 0 TO 200 TIMES
                   DEPENDING ON SUIZO-COUNT
                   INDEXED BY SUIZO-IDX.
               10 SUI-PUNTOS      PIC 9(7).
               10 SUI-RATING      PIC 9(4).
               10 SUI-ID          PIC X(4).
               10 SUI-DESCANSOS   PIC 9(2).
               10 SUI-EMPAREJADO  PIC X(1).

      ******************************************************************
      * LO QUE EL LIBRO DE EMPAREJAMIENTOS YA SABE DEL TORNEO: LAS
      * PAREJAS EMPAREJADAS EN RONDAS ANTERIORES (AUNQUE AUN NO SE
      * HAYAN JUGADO, Y POR TANTO NO FIGUREN EN H2HFILE), LOS
      * DESCANSOS Y EL MAYOR NUMERO DE GRUPO USADO.
      ******************************************************************
       01 PAREJAS-COUNT          PIC 9(3) VALUE 0.
       01 PAREJAS-TBL.
           05 PAREJA-ENTRADA OCCURS 500 TIMES.
              10 PAR-P1          PIC X(4).
              10 PAR-P2          PIC X(4).
       01 DESCANSOS-COUNT        PIC 9(3) VALUE 0.
       01 DESCANSOS-TBL.
           05 DESC-ID            PIC X(4) OCCURS 200 TIMES.
       01 PENDIENTES-TORNEO      PIC 9(3) VALUE 0.
       01 RONDAS-PREVIAS         PIC 9(3) VALUE 0.
       01 FECHA-ULTIMA-RONDA     PIC 9(8) VALUE 0.

      ******************************************************************
      * SIMBOLOS DISTINTOS DE RULESIN, ROTADOS COMO EN GENFIX.
      ******************************************************************
       01 SIMBOLOS-COUNT         PIC 9(3) VALUE 0.
       01 SIMBOLOS-TBL.
           05 SIMBOLO-NOCHE      PIC X(1) OCCURS 50 TIMES.
       01 SIMBOLO-BUSCADO        PIC X(1).
       01 SIMBOLO-HALLADO-SW     PIC X(1).
           88 SIMBOLO-HALLADO             VALUE 'Y'.

      ******************************************************************
      * CURSORES DEL EMPAREJAMIENTO.
      ******************************************************************
       01 GRUPO-CORRIENTE        PIC 9(3) VALUE 0.
       01 GRUPOS-GENERADOS       PIC 9(3) VALUE 0.
       01 PARTIDAS-GENERADAS     PIC 9(7) VALUE 0.
       01 REPETICIONES-FORZADAS  PIC 9(3) VALUE 0.
       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 INDICE-P1              PIC 9(3).
       01 INDICE-P2              PIC 9(3).
       01 INDICE-INICIO          PIC 9(3).
       01 INDICE-RIVAL           PIC 9(3).
       01 INDICE-LIBRE           PIC 9(3).
       01 INDICE-DESCANSO        PIC 9(3).
       01 INDICE-PARTIDA         PIC 9(3).
       01 INDICE-SIMBOLO         PIC 9(3).
       01 RIVALES-EVITADOS       PIC 9(3).
       01 MENOS-DESCANSOS        PIC 9(2).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 JUGADOR-HALLADO-SW     PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.
       01 JUGADOR-LOCAL          PIC X(4).
       01 JUGADOR-VISITANTE      PIC X(4).
       01 YA-JUGARON-SW          PIC X(1).
           88 YA-JUGARON                  VALUE 'Y'.
       01 DIFERENCIA-PUNTOS      PIC 9(7).
       01 COCIENTE               PIC 9(3).
       01 RESTO                  PIC 9(3).
       01 MOTIVO-PAREJA          PIC X(42).
       01 CIFRA-EDITADA          PIC ZZZ9.
       01 CIFRA-CORTA            PIC ZZ9.

      ******************************************************************
      * LINEAS DEL INFORME.
      ******************************************************************
       01 CABECERA-1.
           05 FILLER             PIC X(22) VALUE
               'EMPAREJAMIENTO SUIZO -'.
           05 FILLER             PIC X(8)  VALUE ' TORNEO '.
           05 CAB-TORNEO         PIC X(8).
           05 FILLER             PIC X(10) VALUE ' DIVISION '.
           05 CAB-DIVISION       PIC X(2).
           05 FILLER             PIC X(7)  VALUE ' RONDA '.
           05 CAB-RONDA          PIC ZZ9.
           05 FILLER             PIC X(7)  VALUE ' LOTE  '.
           05 CAB-FECHA          PIC 9(8).
           05 FILLER             PIC X(1)  VALUE '/'.
           05 CAB-NUMERO         PIC 9(4).
       01 CABECERA-2.
           05 FILLER             PIC X(22) VALUE
               'GRP  JUG1  PTS  ELO - '.
           05 FILLER             PIC X(16) VALUE
               'JUG2  PTS  ELO  '.
           05 FILLER             PIC X(42) VALUE 'MOTIVO'.
       01 LINEA-PAREJA.
           05 DET-GRUPO          PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-P1             PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DET-PUNTOS-P1      PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DET-RATING-P1      PIC ZZZ9.
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 DET-P2             PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DET-PUNTOS-P2      PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DET-RATING-P2      PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-MOTIVO         PIC X(42).
       01 LINEA-DESCANSO.
           05 FILLER             PIC X(5)  VALUE 'DESC '.
           05 DES-ID             PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DES-PUNTOS         PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DES-RATING         PIC ZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DES-MOTIVO         PIC X(58).
       01 LINEA-GUIONES          PIC X(80) VALUE ALL '-'.
       01 LINEA-TEXTO            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-GENERACION FROM DATE YYYYMMDD
            PERFORM LEER-TARJETA-CONTROL
            PERFORM VALIDAR-GENERACION
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-SIMBOLOS
            PERFORM CARGAR-PARAMETROS
            PERFORM CARGAR-PUNTUACIONES
            PERFORM CARGAR-LIBRO
            PERFORM CARGAR-CLASIFICACION
            IF SUIZO-COUNT < 2
                DISPLAY 'HACEN FALTA AL MENOS DOS JUGADORES PARA '
                    'EMPAREJAR'
                STOP RUN
            END-IF
            SORT SUIZO-JUGADOR
                DESCENDING KEY SUI-PUNTOS SUI-RATING
                ASCENDING KEY SUI-ID
            PERFORM ABRIR-SALIDAS
            PERFORM ESCRIBIR-CABECERA-LOTE
            PERFORM ELEGIR-DESCANSO
            PERFORM EMPAREJAR-JUGADOR
                VARYING INDICE-P1 FROM 1 BY 1
                UNTIL INDICE-P1 > SUIZO-COUNT
            PERFORM ESCRIBIR-COLA-LOTE
            PERFORM ESCRIBIR-RESUMEN
            CLOSE GAMES-FILE
            CLOSE FIXTURE-LEDGER-FILE
            CLOSE PRINT-FILE
            CLOSE ROSTER-FILE
            CLOSE PLAYER-STATS-FILE
            CLOSE BYE-AUDIT-FILE
            IF H2H-ABIERTO
                CLOSE HEAD-TO-HEAD-FILE
            END-IF
            DISPLAY 'RONDA SUIZA GENERADA -- GRUPOS: '
                GRUPOS-GENERADOS ' PARTIDAS: ' PARTIDAS-GENERADAS
                ' REPETICIONES: ' REPETICIONES-FORZADAS
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL. SIN TARJETA, O CON UNA TARJETA
      * QUE NO ES DE TIPO 'S', NO HAY RONDA.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF GENCTL-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA TARJETA DE CONTROL'
                STOP RUN
            END-IF
            READ CONTROL-CARD-FILE
                AT END
                    DISPLAY 'TARJETA DE CONTROL VACIA'
                    CLOSE CONTROL-CARD-FILE
                    STOP RUN
            END-READ
            IF NOT GEN-SUIZO
                DISPLAY 'LA TARJETA NO ES DE EMPAREJAMIENTO SUIZO: '
                    GEN-TIPO
                CLOSE CONTROL-CARD-FILE
                STOP RUN
            END-IF
            MOVE GEN-PARTIDAS TO PARTIDAS-POR-GRUPO
            MOVE GEN-FECHA TO FECHA-LOTE
            MOVE GEN-NUMERO TO NUMERO-LOTE
            MOVE GEN-TORNEO TO TORNEO-LOTE
            MOVE GEN-DIVISION TO DIVISION-LOTE
            CLOSE CONTROL-CARD-FILE.

      ******************************************************************
      * UN SUIZO ES SIEMPRE DE UN TORNEO CONCRETO: SIN TORNEO NO SE
      * PUEDE SABER QUE PAREJAS YA SE EMPAREJARON EN RONDAS ANTERIORES.
      ******************************************************************
       VALIDAR-GENERACION.

            IF TORNEO-LOTE = SPACES
                DISPLAY 'EL EMPAREJAMIENTO SUIZO NECESITA UN TORNEO'
                STOP RUN
            END-IF
            PERFORM VALIDAR-TORNEO-LOTE
            IF PARTIDAS-POR-GRUPO = 0
                MOVE 1 TO PARTIDAS-POR-GRUPO
            END-IF
            IF FECHA-LOTE = 0
                MOVE FECHA-GENERACION TO FECHA-LOTE
            END-IF.

      ******************************************************************
      * CONTRASTA EL TORNEO DE LA TARJETA CONTRA EL MAESTRO, COMO
      * GENFIX: DESCONOCIDO 027, CERRADO 028. SIN MAESTRO PRESENTE NO
      * SE CONTRASTA.
      ******************************************************************
       VALIDAR-TORNEO-LOTE.

            OPEN INPUT TOURNAMENT-FILE
            IF TORNEOS-FILE-STATUS = '00'
                PERFORM LEER-TORNEO
                PERFORM ANOTAR-TORNEO UNTIL TORNEOS-EOF
                CLOSE TOURNAMENT-FILE
            END-IF
            IF TORNEOS-COUNT > 0
                MOVE 'N' TO TORNEO-HALLADO-SW
                PERFORM VARYING INDICE-TOR FROM 1 BY 1
                    UNTIL INDICE-TOR > TORNEOS-COUNT
                    IF TOR-ID(INDICE-TOR) = TORNEO-LOTE
                        MOVE 'Y' TO TORNEO-HALLADO-SW
                        MOVE TOR-ESTADO(INDICE-TOR)
                            TO TORNEO-ESTADO-LOTE
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN NOT TORNEO-HALLADO
                        DISPLAY 'EL TORNEO ' TORNEO-LOTE
                            ' NO FIGURA EN EL MAESTRO, SE RECHAZA'
                        MOVE 'TORNEOSIN' TO ERR-FICHERO
                        MOVE 027 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                        MOVE ERR-COD-FINAL TO RETURN-CODE
                        STOP RUN
                    WHEN TORNEO-ESTADO-LOTE = 'C'
                        DISPLAY 'EL TORNEO ' TORNEO-LOTE
                            ' ESTA CERRADO, SE RECHAZA'
                        MOVE 'TORNEOSIN' TO ERR-FICHERO
                        MOVE 028 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                        MOVE ERR-COD-FINAL TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
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
                MOVE TORN-ESTADO TO TOR-ESTADO(TORNEOS-COUNT)
            END-IF
            PERFORM LEER-TORNEO.

      ******************************************************************
      * REGISTRA UN ERROR DE LA TABLA COMUN (VER ERRTAB.CPY), COMO
      * HACEN RETO6 Y RETO29. UN ERROR SERIO O FATAL SE GRABA ADEMAS
      * EN EL FICHERO COMUN DE ALERTAS.
      ******************************************************************
       REGISTRAR-ERROR.

            PERFORM VARYING ERR-IDX FROM 1 BY 1
                UNTIL ERR-IDX > ERR-MAX
                IF ERR-CODIGO(ERR-IDX) = ERR-COD-ACTUAL
                    EVALUATE ERR-SEVERIDAD(ERR-IDX)
                        WHEN 'F' MOVE 12 TO ERR-NIVEL-ACTUAL
                        WHEN 'S' MOVE 8 TO ERR-NIVEL-ACTUAL
                        WHEN OTHER MOVE 4 TO ERR-NIVEL-ACTUAL
                    END-EVALUATE
                    DISPLAY 'ERROR ' ERR-COD-ACTUAL ' ('
                        ERR-SEVERIDAD(ERR-IDX) '): '
                        ERR-MENSAJE(ERR-IDX)
                    IF ERR-NIVEL-ACTUAL > ERR-NIVEL-FINAL
                        MOVE ERR-NIVEL-ACTUAL TO ERR-NIVEL-FINAL
                        MOVE ERR-COD-ACTUAL TO ERR-COD-FINAL
                    END-IF
                    IF ERR-NIVEL-ACTUAL >= 8
                        PERFORM GRABAR-ALERTA
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO ERR-FICHERO.

      ******************************************************************
      * GRABA EL ERROR EN CURSO (ERR-IDX) COMO ALERTA EN EL FICHERO
      * COMUN DE ALERTAS, CON LA FECHA DE NEGOCIO Y EL FICHERO
      * AFECTADO QUE DEJO EL QUE REGISTRO EL ERROR EN ERR-FICHERO.
      ******************************************************************
       GRABAR-ALERTA.

            OPEN EXTEND ALERT-FILE
            IF ALERTAS-FILE-STATUS = '00'
                OR ALERTAS-FILE-STATUS = '05'
                MOVE 'SUIZO' TO ALR-PROGRAMA
                MOVE FECHA-GENERACION TO ALR-FECHA
                IF ALR-FECHA = 0
                    ACCEPT ALR-FECHA FROM DATE YYYYMMDD
                END-IF
                ACCEPT ALR-HORA FROM TIME
                MOVE ERR-COD-ACTUAL TO ALR-CODIGO
                MOVE ERR-SEVERIDAD(ERR-IDX) TO ALR-SEVERIDAD
                MOVE ERR-MENSAJE(ERR-IDX) TO ALR-TEXTO
                MOVE ERR-FICHERO TO ALR-FICHERO
                WRITE ALERTA-RECORD
                CLOSE ALERT-FILE
            ELSE
                DISPLAY 'AVISO: NO SE PUDO GRABAR LA ALERTA '
                    ERR-COD-ACTUAL
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES, DONDE SE CONSULTA EL ESTADO DE
      * CADA UNO.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA PLANTILLA DE JUGADORES'
                STOP RUN
            END-IF.

      ******************************************************************
      * CARGA LOS SIMBOLOS DISTINTOS DE RULESIN, COMO GENFIX.
      ******************************************************************
       CARGAR-SIMBOLOS.

            OPEN INPUT RULES-FILE
            IF RULES-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE REGLAS'
                STOP RUN
            END-IF
            PERFORM LEER-REGLA
            PERFORM ANOTAR-SIMBOLOS-REGLA UNTIL REGLAS-EOF
            CLOSE RULES-FILE
            IF SIMBOLOS-COUNT = 0
                DISPLAY 'FICHERO DE REGLAS VACIO'
                STOP RUN
            END-IF.

       LEER-REGLA.

            READ RULES-FILE
                AT END MOVE 'Y' TO REGLAS-EOF-SW
            END-READ.

       ANOTAR-SIMBOLOS-REGLA.

            MOVE RULE-GAME(1:1) TO SIMBOLO-BUSCADO
            PERFORM ALTA-SIMBOLO-NUEVO
            MOVE RULE-GAME(2:1) TO SIMBOLO-BUSCADO
            PERFORM ALTA-SIMBOLO-NUEVO
            PERFORM LEER-REGLA.

       ALTA-SIMBOLO-NUEVO.

            MOVE 'N' TO SIMBOLO-HALLADO-SW
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > SIMBOLOS-COUNT
                IF SIMBOLO-NOCHE(INDICE) = SIMBOLO-BUSCADO
                    MOVE 'Y' TO SIMBOLO-HALLADO-SW
                END-IF
            END-PERFORM
            IF NOT SIMBOLO-HALLADO
                IF SIMBOLOS-COUNT = 50
                    DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE '
                        'SIMBOLOS, SE TRUNCA'
                ELSE
                    ADD 1 TO SIMBOLOS-COUNT
                    MOVE SIMBOLO-BUSCADO
                        TO SIMBOLO-NOCHE(SIMBOLOS-COUNT)
                END-IF
            END-IF.

      ******************************************************************
      * CARGA EL VALOR DE LA VICTORIA DE PARMIN, COMO HACE RETO6.
      ******************************************************************
       CARGAR-PARAMETROS.

            OPEN INPUT PARM-FILE
            IF PARM-FILE-STATUS = '00'
                OR PARM-FILE-STATUS = '05'
                READ PARM-FILE
                    NOT AT END
                        IF PARM-PUNTOS-VICTORIA IS NUMERIC
                            MOVE PARM-PUNTOS-VICTORIA
                                TO PUNTOS-VICTORIA
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

      ******************************************************************
      * CARGA LAS PUNTUACIONES DE FUERZA. OPCIONAL: SIN RATINGFILE
      * TODOS VALEN 1500 Y EL DESEMPATE QUEDA EN EL IDENTIFICADOR.
      ******************************************************************
       CARGAR-PUNTUACIONES.

            OPEN INPUT RATING-FILE
            IF RATING-FILE-STATUS = '00'
                PERFORM LEER-PUNTUACION
                PERFORM ANOTAR-PUNTUACION UNTIL RATING-EOF
                CLOSE RATING-FILE
            END-IF.

       LEER-PUNTUACION.

            READ RATING-FILE
                AT END MOVE 'Y' TO RATING-EOF-SW
            END-READ.

       ANOTAR-PUNTUACION.

            IF RATING-COUNT = 200
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE PUNTUACIONES, '
                    'SE TRUNCA'
            ELSE
                ADD 1 TO RATING-COUNT
                MOVE RATE-PLAYER-ID TO RAT-ID(RATING-COUNT)
                MOVE RATE-VALOR TO RAT-VALOR(RATING-COUNT)
            END-IF
            PERFORM LEER-PUNTUACION.

      ******************************************************************
      * RECORRE EL LIBRO DE EMPAREJAMIENTOS Y SE QUEDA CON LO DEL
      * TORNEO Y DIVISION DE LA TARJETA: PAREJAS YA EMPAREJADAS,
      * DESCANSOS, EL MAYOR GRUPO USADO (LA RONDA NUEVA SIGUE LA
      * NUMERACION) Y LOS GRUPOS AUN PENDIENTES DE JUGARSE, QUE
      * SIGNIFICAN QUE LA CLASIFICACION NO ESTA AL DIA. CADA FECHA
      * DE GENERACION DISTINTA CUENTA COMO UNA RONDA. UNA LINEA
      * ANULADA POR UN TRASPASO (ESTADO 'A') NO SE JUGO Y NO CUENTA
      * COMO PAREJA YA EMPAREJADA.
      ******************************************************************
       CARGAR-LIBRO.

            OPEN INPUT FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS = '00'
                OR FIXLEDG-FILE-STATUS = '05'
                PERFORM LEER-LIBRO
                PERFORM ANOTAR-LINEA-LIBRO UNTIL LIBRO-EOF
                CLOSE FIXTURE-LEDGER-FILE
            END-IF.

       LEER-LIBRO.

            READ FIXTURE-LEDGER-FILE
                AT END MOVE 'Y' TO LIBRO-EOF-SW
            END-READ.

       ANOTAR-LINEA-LIBRO.

            IF FIX-TORNEO = TORNEO-LOTE
                AND FIX-DIVISION = DIVISION-LOTE
                IF FIX-FECHA-GEN NOT = FECHA-ULTIMA-RONDA
                    ADD 1 TO RONDAS-PREVIAS
                    MOVE FIX-FECHA-GEN TO FECHA-ULTIMA-RONDA
                END-IF
                IF FIX-GRUPO > GRUPO-CORRIENTE
                    MOVE FIX-GRUPO TO GRUPO-CORRIENTE
                END-IF
                EVALUATE TRUE
                    WHEN FIX-ANULADO
                        CONTINUE
                    WHEN FIX-DESCANSO
                        IF DESCANSOS-COUNT < 200
                            ADD 1 TO DESCANSOS-COUNT
                            MOVE FIX-PLAYER-P1
                                TO DESC-ID(DESCANSOS-COUNT)
                        END-IF
                    WHEN PAREJAS-COUNT = 500
                        DISPLAY 'AVISO: DEMASIADAS PAREJAS EN EL '
                            'LIBRO, SE TRUNCA'
                    WHEN OTHER
                        ADD 1 TO PAREJAS-COUNT
                        MOVE FIX-PLAYER-P1 TO PAR-P1(PAREJAS-COUNT)
                        MOVE FIX-PLAYER-P2 TO PAR-P2(PAREJAS-COUNT)
                        IF FIX-PENDIENTE
                            ADD 1 TO PENDIENTES-TORNEO
                        END-IF
                END-EVALUATE
            END-IF
            PERFORM LEER-LIBRO.

      ******************************************************************
      * CARGA LA CLASIFICACION DE LA DIVISION DE PSTATFILE. SIN
      * REGISTROS EN LA DIVISION ES LA PRIMERA RONDA Y SE INSCRIBEN
      * TODOS LOS ACTIVOS DE LA PLANTILLA CON CERO PUNTOS.
      ******************************************************************
       CARGAR-CLASIFICACION.

            OPEN INPUT PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS = '00' OR PSTAT-FILE-STATUS = '05'
                MOVE DIVISION-LOTE TO PSTAT-DIVISION
                MOVE LOW-VALUES TO PSTAT-PLAYER-ID
                START PLAYER-STATS-FILE KEY NOT < PSTAT-CLAVE
                    INVALID KEY MOVE 'Y' TO PSTAT-EOF-SW
                END-START
                IF NOT PSTAT-EOF
                    PERFORM LEER-PSTAT
                    PERFORM ANOTAR-PSTAT UNTIL PSTAT-EOF
                END-IF
                CLOSE PLAYER-STATS-FILE
            END-IF
            IF SUIZO-COUNT = 0
                PERFORM INSCRIBIR-PLANTILLA
            END-IF.

       LEER-PSTAT.

            READ PLAYER-STATS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PSTAT-EOF-SW
            END-READ
            IF NOT PSTAT-EOF AND PSTAT-DIVISION NOT = DIVISION-LOTE
                MOVE 'Y' TO PSTAT-EOF-SW
            END-IF.

       ANOTAR-PSTAT.

            MOVE PSTAT-PLAYER-ID TO JUGADOR-BUSCADO
            PERFORM BUSCAR-EN-PLANTILLA
            IF JUGADOR-HALLADO
                PERFORM INSCRIBIR-JUGADOR
                IF SUIZO-COUNT > 0
                    AND SUI-ID(SUIZO-COUNT) = PSTAT-PLAYER-ID
                    ADD PSTAT-PUNTOS TO SUI-PUNTOS(SUIZO-COUNT)
                END-IF
            END-IF
            PERFORM LEER-PSTAT.

      ******************************************************************
      * PRIMERA RONDA: RECORRE EL MAESTRO POR SU CLAVE E INSCRIBE A
      * LOS JUGADORES ACTIVOS.
      ******************************************************************
       INSCRIBIR-PLANTILLA.

            MOVE LOW-VALUES TO ROST-PLAYER-ID
            START ROSTER-FILE KEY NOT < ROST-PLAYER-ID
                INVALID KEY MOVE 'Y' TO PLANTILLA-EOF-SW
            END-START
            IF NOT PLANTILLA-EOF
                PERFORM LEER-JUGADOR
                PERFORM INSCRIBIR-ACTIVO UNTIL PLANTILLA-EOF
            END-IF.

       LEER-JUGADOR.

            READ ROSTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO PLANTILLA-EOF-SW
            END-READ.

       INSCRIBIR-ACTIVO.

            IF NOT ROST-DE-BAJA
                MOVE ROST-PLAYER-ID TO JUGADOR-BUSCADO
                PERFORM INSCRIBIR-JUGADOR
            END-IF
            PERFORM LEER-JUGADOR.

      ******************************************************************
      * UN JUGADOR DE PSTATFILE SOLO SE EMPAREJA SI SIGUE ACTIVO EN
      * LA PLANTILLA.
      ******************************************************************
       BUSCAR-EN-PLANTILLA.

            MOVE 'N' TO JUGADOR-HALLADO-SW
            MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
            READ ROSTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF NOT ROST-DE-BAJA
                        MOVE 'Y' TO JUGADOR-HALLADO-SW
                    END-IF
            END-READ.

      ******************************************************************
      * DA DE ALTA EN LA RONDA A JUGADOR-BUSCADO CON SUS DESCANSOS
      * (SOLO CUENTAN PARA ELEGIR QUIEN DESCANSA; SUS PUNTOS YA ESTAN
      * EN PSTATFILE) Y SU PUNTUACION DE FUERZA.
      ******************************************************************
       INSCRIBIR-JUGADOR.

            IF SUIZO-COUNT = 200
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE JUGADORES '
                    'DE LA RONDA, SE TRUNCA'
            ELSE
                ADD 1 TO SUIZO-COUNT
                MOVE JUGADOR-BUSCADO TO SUI-ID(SUIZO-COUNT)
                MOVE 0 TO SUI-DESCANSOS(SUIZO-COUNT)
                PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                    UNTIL INDICE-BUSQUEDA > DESCANSOS-COUNT
                    IF DESC-ID(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                        ADD 1 TO SUI-DESCANSOS(SUIZO-COUNT)
                    END-IF
                END-PERFORM
                MOVE 0 TO SUI-PUNTOS(SUIZO-COUNT)
                MOVE 1500 TO SUI-RATING(SUIZO-COUNT)
                PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                    UNTIL INDICE-BUSQUEDA > RATING-COUNT
                    IF RAT-ID(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                        MOVE RAT-VALOR(INDICE-BUSQUEDA)
                            TO SUI-RATING(SUIZO-COUNT)
                    END-IF
                END-PERFORM
                MOVE 'N' TO SUI-EMPAREJADO(SUIZO-COUNT)
            END-IF.

      ******************************************************************
      * ABRE EL GAMESIN DE LA RONDA, EL LIBRO EN EXTEND, PSTATFILE EN
      * I-O Y LA AUDITORIA DE DESCANSOS EN EXTEND PARA ABONAR EL
      * DESCANSO, EL FICHERO DE ENFRENTAMIENTOS (OPCIONAL) Y EL
      * INFORME.
      ******************************************************************
       ABRIR-SALIDAS.

            OPEN OUTPUT GAMES-FILE
            IF GAMES-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL GAMESIN DE LA RONDA'
                STOP RUN
            END-IF
            OPEN EXTEND FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS NOT = '00'
                AND FIXLEDG-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE '
                    'EMPAREJAMIENTOS'
                CLOSE GAMES-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE '
                    'EMPAREJAMIENTOS'
                CLOSE GAMES-FILE
                CLOSE FIXTURE-LEDGER-FILE
                STOP RUN
            END-IF
            OPEN I-O PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS NOT = '00'
                AND PSTAT-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR PSTATFILE PARA ABONAR EL '
                    'DESCANSO'
                CLOSE GAMES-FILE
                CLOSE FIXTURE-LEDGER-FILE
                CLOSE PRINT-FILE
                STOP RUN
            END-IF
            OPEN EXTEND BYE-AUDIT-FILE
            IF DESCAUD-FILE-STATUS NOT = '00'
                AND DESCAUD-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LA AUDITORIA DE DESCANSOS'
                CLOSE GAMES-FILE
                CLOSE FIXTURE-LEDGER-FILE
                CLOSE PRINT-FILE
                CLOSE PLAYER-STATS-FILE
                STOP RUN
            END-IF
            OPEN INPUT HEAD-TO-HEAD-FILE
            IF H2H-FILE-STATUS = '00' OR H2H-FILE-STATUS = '05'
                MOVE 'Y' TO H2H-ABIERTO-SW
            END-IF
            MOVE TORNEO-LOTE TO CAB-TORNEO
            MOVE DIVISION-LOTE TO CAB-DIVISION
            COMPUTE CAB-RONDA = RONDAS-PREVIAS + 1
            MOVE FECHA-LOTE TO CAB-FECHA
            MOVE NUMERO-LOTE TO CAB-NUMERO
            MOVE CABECERA-1 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE CABECERA-2 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * CON UN NUMERO IMPAR DE JUGADORES DESCANSA EL PEOR CLASIFICADO
      * DE LOS QUE MENOS DESCANSOS LLEVAN (NORMALMENTE, EL ULTIMO SIN
      * NINGUNO). EL DESCANSO SE APUNTA EN EL LIBRO CON EL ESTADO 'D',
      * YA RESUELTO, SIN GRUPO NI RIVAL, Y SE ABONA EN PSTATFILE.
      ******************************************************************
       ELEGIR-DESCANSO.

            DIVIDE SUIZO-COUNT BY 2 GIVING COCIENTE REMAINDER RESTO
            IF RESTO = 1
                MOVE 99 TO MENOS-DESCANSOS
                MOVE 0 TO INDICE-DESCANSO
                PERFORM VARYING INDICE FROM SUIZO-COUNT BY -1
                    UNTIL INDICE < 1
                    IF SUI-DESCANSOS(INDICE) < MENOS-DESCANSOS
                        MOVE SUI-DESCANSOS(INDICE) TO MENOS-DESCANSOS
                        MOVE INDICE TO INDICE-DESCANSO
                    END-IF
                END-PERFORM
                MOVE 'Y' TO SUI-EMPAREJADO(INDICE-DESCANSO)
                MOVE TORNEO-LOTE TO FIX-TORNEO
                MOVE DIVISION-LOTE TO FIX-DIVISION
                MOVE 0 TO FIX-GRUPO
                MOVE SUI-ID(INDICE-DESCANSO) TO FIX-PLAYER-P1
                MOVE SPACES TO FIX-PLAYER-P2
                MOVE FECHA-GENERACION TO FIX-FECHA-GEN
                SET FIX-DESCANSO TO TRUE
                MOVE FECHA-LOTE TO FIX-FECHA-JUGADO
                MOVE 0 TO FIX-FECHA-PROG
                MOVE 0 TO FIX-SEMANA
                MOVE SPACES TO FIX-ARBITRO
                WRITE FIXTURE-RECORD
                MOVE SUI-ID(INDICE-DESCANSO) TO DES-ID
                MOVE SUI-PUNTOS(INDICE-DESCANSO) TO DES-PUNTOS
                MOVE SUI-RATING(INDICE-DESCANSO) TO DES-RATING
                IF MENOS-DESCANSOS = 0
                    MOVE 'DESCANSA SIN DESCANSO PREVIO; VALE VICTORIA'
                        TO DES-MOTIVO
                ELSE
                    MOVE 'DESCANSA, EL QUE MENOS LLEVA; VALE VICTORIA'
                        TO DES-MOTIVO
                END-IF
                MOVE LINEA-DESCANSO TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                PERFORM ABONAR-DESCANSO
            END-IF.

      ******************************************************************
      * ABONA EL DESCANSO EN PSTATFILE COMO UNA VICTORIA, CON LOS
      * PUNTOS DE VICTORIA DE PARMIN, EN LA DIVISION DEL TORNEO (DANDO
      * DE ALTA EL REGISTRO SI EL JUGADOR AUN NO TIENE), Y LO DEJA EN
      * LA AUDITORIA DE DESCANSOS PARA QUE VERIFICA LO REPRODUZCA.
      ******************************************************************
       ABONAR-DESCANSO.

            MOVE DIVISION-LOTE TO PSTAT-DIVISION
            MOVE SUI-ID(INDICE-DESCANSO) TO PSTAT-PLAYER-ID
            READ PLAYER-STATS-FILE
                INVALID KEY
                    MOVE 'N' TO PSTAT-EXISTE-SW
                    MOVE DIVISION-LOTE TO PSTAT-DIVISION
                    MOVE SUI-ID(INDICE-DESCANSO) TO PSTAT-PLAYER-ID
                    MOVE 0 TO PSTAT-WINS
                    MOVE 0 TO PSTAT-LOSSES
                    MOVE 0 TO PSTAT-TIES
                    MOVE 0 TO PSTAT-PUNTOS
                NOT INVALID KEY
                    MOVE 'Y' TO PSTAT-EXISTE-SW
            END-READ
            ADD 1 TO PSTAT-WINS
            ADD PUNTOS-VICTORIA TO PSTAT-PUNTOS
            IF PSTAT-EXISTE
                REWRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO REGRABAR LAS ESTADISTICAS '
                            'DE ' PSTAT-PLAYER-ID
                END-REWRITE
            ELSE
                WRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO DAR DE ALTA LAS '
                            'ESTADISTICAS DE ' PSTAT-PLAYER-ID
                END-WRITE
            END-IF
            MOVE FECHA-GENERACION TO DAUD-FECHA
            MOVE TORNEO-LOTE TO DAUD-TORNEO
            MOVE DIVISION-LOTE TO DAUD-DIVISION
            MOVE SUI-ID(INDICE-DESCANSO) TO DAUD-PLAYER-ID
            COMPUTE DAUD-RONDA = RONDAS-PREVIAS + 1
            MOVE FECHA-LOTE TO DAUD-LOTE-FECHA
            MOVE NUMERO-LOTE TO DAUD-LOTE-NUMERO
            MOVE PUNTOS-VICTORIA TO DAUD-PUNTOS
            WRITE DESCANSO-AUDIT-RECORD.

      ******************************************************************
      * EMPAREJA AL JUGADOR INDICE-P1, SI AUN ESTA LIBRE, CON EL
      * SIGUIENTE LIBRE DE LA CLASIFICACION CON QUIEN NO HAYA JUGADO.
      * SI YA HA JUGADO CON TODOS LOS QUE QUEDAN LIBRES, SE REPITE
      * CON EL PRIMERO DE ELLOS Y EL INFORME LO DICE.
      ******************************************************************
       EMPAREJAR-JUGADOR.

            IF SUI-EMPAREJADO(INDICE-P1) = 'N'
                MOVE 0 TO INDICE-RIVAL
                MOVE 0 TO INDICE-LIBRE
                MOVE 0 TO RIVALES-EVITADOS
                COMPUTE INDICE-INICIO = INDICE-P1 + 1
                PERFORM BUSCAR-RIVAL
                    VARYING INDICE-P2 FROM INDICE-INICIO BY 1
                    UNTIL INDICE-P2 > SUIZO-COUNT
                        OR INDICE-RIVAL > 0
                IF INDICE-RIVAL = 0 AND INDICE-LIBRE > 0
                    MOVE INDICE-LIBRE TO INDICE-RIVAL
                    ADD 1 TO REPETICIONES-FORZADAS
                    MOVE 'REPETICION INEVITABLE: YA JUGO CON TODOS'
                        TO MOTIVO-PAREJA
                ELSE
                    PERFORM EXPLICAR-PAREJA
                END-IF
                IF INDICE-RIVAL > 0
                    PERFORM GENERAR-PAREJA
                END-IF
            END-IF.

       BUSCAR-RIVAL.

            IF SUI-EMPAREJADO(INDICE-P2) = 'N'
                IF INDICE-LIBRE = 0
                    MOVE INDICE-P2 TO INDICE-LIBRE
                END-IF
                PERFORM COMPROBAR-ENCUENTRO
                IF YA-JUGARON
                    ADD 1 TO RIVALES-EVITADOS
                ELSE
                    MOVE INDICE-P2 TO INDICE-RIVAL
                END-IF
            END-IF.

      ******************************************************************
      * DOS JUGADORES YA SE HAN ENFRENTADO SI EL LIBRO LOS TIENE
      * EMPAREJADOS EN ESTE TORNEO O SI H2HFILE TIENE ALGUN
      * RESULTADO ENTRE ELLOS (CLAVE CANONICA, EL MENOR PRIMERO).
      ******************************************************************
       COMPROBAR-ENCUENTRO.

            MOVE 'N' TO YA-JUGARON-SW
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > PAREJAS-COUNT
                IF (PAR-P1(INDICE-BUSQUEDA) = SUI-ID(INDICE-P1)
                    AND PAR-P2(INDICE-BUSQUEDA) = SUI-ID(INDICE-P2))
                    OR (PAR-P1(INDICE-BUSQUEDA) = SUI-ID(INDICE-P2)
                    AND PAR-P2(INDICE-BUSQUEDA) = SUI-ID(INDICE-P1))
                    MOVE 'Y' TO YA-JUGARON-SW
                END-IF
            END-PERFORM
            IF NOT YA-JUGARON AND H2H-ABIERTO
                IF SUI-ID(INDICE-P1) < SUI-ID(INDICE-P2)
                    MOVE SUI-ID(INDICE-P1) TO H2H-PLAYER1
                    MOVE SUI-ID(INDICE-P2) TO H2H-PLAYER2
                ELSE
                    MOVE SUI-ID(INDICE-P2) TO H2H-PLAYER1
                    MOVE SUI-ID(INDICE-P1) TO H2H-PLAYER2
                END-IF
                READ HEAD-TO-HEAD-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF H2H-WINS-P1 + H2H-WINS-P2 + H2H-TIES > 0
                            MOVE 'Y' TO YA-JUGARON-SW
                        END-IF
                END-READ
            END-IF.

      ******************************************************************
      * MOTIVO DE LA PAREJA PARA EL INFORME: MISMOS PUNTOS O LA
      * DIFERENCIA CON EL RIVAL MAS PROXIMO DISPONIBLE, Y CUANTOS
      * RIVALES MEJOR CLASIFICADOS SE SALTARON PARA NO REPETIR.
      ******************************************************************
       EXPLICAR-PAREJA.

            MOVE SPACES TO MOTIVO-PAREJA
            IF INDICE-RIVAL > 0
                IF SUI-PUNTOS(INDICE-P1) = SUI-PUNTOS(INDICE-RIVAL)
                    MOVE 'MISMOS PUNTOS' TO MOTIVO-PAREJA
                ELSE
                    COMPUTE DIFERENCIA-PUNTOS =
                        SUI-PUNTOS(INDICE-P1) - SUI-PUNTOS(INDICE-RIVAL)
                    MOVE DIFERENCIA-PUNTOS TO CIFRA-EDITADA
                    STRING 'PUNTOS PROXIMOS, DIF.' DELIMITED BY SIZE
                        CIFRA-EDITADA DELIMITED BY SIZE
                        INTO MOTIVO-PAREJA
                END-IF
                IF RIVALES-EVITADOS > 0
                    MOVE RIVALES-EVITADOS TO CIFRA-CORTA
                    MOVE MOTIVO-PAREJA TO LINEA-TEXTO
                    MOVE SPACES TO MOTIVO-PAREJA
                    STRING LINEA-TEXTO DELIMITED BY '  '
                        '; EVITA' DELIMITED BY SIZE
                        CIFRA-CORTA DELIMITED BY SIZE
                        ' REPETIC.' DELIMITED BY SIZE
                        INTO MOTIVO-PAREJA
                END-IF
            END-IF.

      ******************************************************************
      * GENERA EL GRUPO DE LA PAREJA (EL MEJOR CLASIFICADO COMO
      * JUGADOR 1), LO APUNTA EN EL LIBRO COMO PENDIENTE Y LO
      * EXPLICA EN EL INFORME.
      ******************************************************************
       GENERAR-PAREJA.

            IF GRUPO-CORRIENTE = 999
                DISPLAY 'SE ALCANZO EL MAXIMO DE 999 GRUPOS DEL '
                    'TORNEO, SE DETIENE LA RONDA'
                PERFORM ESCRIBIR-COLA-LOTE
                CLOSE GAMES-FILE
                CLOSE FIXTURE-LEDGER-FILE
                CLOSE PRINT-FILE
                STOP RUN
            END-IF
            ADD 1 TO GRUPO-CORRIENTE
            ADD 1 TO GRUPOS-GENERADOS
            MOVE 'Y' TO SUI-EMPAREJADO(INDICE-P1)
            MOVE 'Y' TO SUI-EMPAREJADO(INDICE-RIVAL)
            MOVE SUI-ID(INDICE-P1) TO JUGADOR-LOCAL
            MOVE SUI-ID(INDICE-RIVAL) TO JUGADOR-VISITANTE
            MOVE TORNEO-LOTE TO FIX-TORNEO
            MOVE DIVISION-LOTE TO FIX-DIVISION
            MOVE GRUPO-CORRIENTE TO FIX-GRUPO
            MOVE JUGADOR-LOCAL TO FIX-PLAYER-P1
            MOVE JUGADOR-VISITANTE TO FIX-PLAYER-P2
            MOVE FECHA-GENERACION TO FIX-FECHA-GEN
            SET FIX-PENDIENTE TO TRUE
            MOVE 0 TO FIX-FECHA-JUGADO
            MOVE 0 TO FIX-FECHA-PROG
            MOVE 0 TO FIX-SEMANA
            MOVE SPACES TO FIX-ARBITRO
            WRITE FIXTURE-RECORD
            PERFORM VARYING INDICE-PARTIDA FROM 1 BY 1
                UNTIL INDICE-PARTIDA > PARTIDAS-POR-GRUPO
                MOVE GRUPO-CORRIENTE TO GR-GRUPO
                COMPUTE RESTO = INDICE-PARTIDA - 1
                DIVIDE RESTO BY SIMBOLOS-COUNT GIVING COCIENTE
                    REMAINDER RESTO
                COMPUTE INDICE-SIMBOLO = RESTO + 1
                MOVE SIMBOLO-NOCHE(INDICE-SIMBOLO) TO GR-SIMBOLO-P1
                DIVIDE INDICE-PARTIDA BY SIMBOLOS-COUNT
                    GIVING COCIENTE REMAINDER RESTO
                COMPUTE INDICE-SIMBOLO = RESTO + 1
                MOVE SIMBOLO-NOCHE(INDICE-SIMBOLO) TO GR-SIMBOLO-P2
                MOVE JUGADOR-LOCAL TO GR-PLAYER-P1
                MOVE JUGADOR-VISITANTE TO GR-PLAYER-P2
                MOVE SPACE TO GR-FORMATO
                MOVE ZEROS TO GR-FORMATO-N
                MOVE SPACES TO GR-ARBITRO
                WRITE GAME-RECORD
                ADD 1 TO PARTIDAS-GENERADAS
            END-PERFORM
            MOVE GRUPO-CORRIENTE TO DET-GRUPO
            MOVE JUGADOR-LOCAL TO DET-P1
            MOVE SUI-PUNTOS(INDICE-P1) TO DET-PUNTOS-P1
            MOVE SUI-RATING(INDICE-P1) TO DET-RATING-P1
            MOVE JUGADOR-VISITANTE TO DET-P2
            MOVE SUI-PUNTOS(INDICE-RIVAL) TO DET-PUNTOS-P2
            MOVE SUI-RATING(INDICE-RIVAL) TO DET-RATING-P2
            MOVE MOTIVO-PAREJA TO DET-MOTIVO
            MOVE LINEA-PAREJA TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * CABECERA Y COLA DE CONTROL DEL LOTE GENERADO.
      ******************************************************************
       ESCRIBIR-CABECERA-LOTE.

            MOVE SPACES TO LOTE-CONTROL-RECORD
            MOVE '*H' TO LOTE-TIPO
            MOVE FECHA-LOTE TO LOTE-FECHA
            MOVE NUMERO-LOTE TO LOTE-NUMERO
            MOVE TORNEO-LOTE TO LOTE-TORNEO
            MOVE DIVISION-LOTE TO LOTE-DIVISION
            WRITE LOTE-CONTROL-RECORD.

       ESCRIBIR-COLA-LOTE.

            MOVE SPACES TO LOTE-CONTROL-RECORD
            MOVE '*T' TO LOTE-TIPO
            MOVE PARTIDAS-GENERADAS TO LOTE-CONTADOR
            WRITE LOTE-CONTROL-RECORD.

      ******************************************************************
      * PIE DEL INFORME: TOTALES Y AVISO SI LA RONDA ANTERIOR TIENE
      * GRUPOS SIN JUGAR (SUS PUNTOS AUN NO ESTAN EN PSTATFILE).
      ******************************************************************
       ESCRIBIR-RESUMEN.

            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-TEXTO
            STRING 'JUGADORES: ' SUIZO-COUNT
                '  GRUPOS: ' GRUPOS-GENERADOS
                '  PARTIDAS: ' PARTIDAS-GENERADAS
                '  REPETICIONES: ' REPETICIONES-FORZADAS
                DELIMITED BY SIZE INTO LINEA-TEXTO
            MOVE LINEA-TEXTO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            IF PENDIENTES-TORNEO > 0
                MOVE SPACES TO LINEA-TEXTO
                STRING 'AVISO: ' PENDIENTES-TORNEO
                    ' GRUPOS DEL TORNEO SIGUEN PENDIENTES EN EL LIBRO'
                    DELIMITED BY SIZE INTO LINEA-TEXTO
                MOVE LINEA-TEXTO TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                DISPLAY 'AVISO: ' PENDIENTES-TORNEO ' GRUPOS DEL '
                    'TORNEO SIGUEN PENDIENTES EN EL LIBRO'
            END-IF.
       END PROGRAM SUIZO.
