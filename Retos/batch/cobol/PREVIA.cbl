      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Previa de los encuentros pendientes. Antes de cada
      *            noche de finales los jugadores y los comentaristas
      *            piden un avance y se montaba a mano con pantallas
      *            de CONSULTA y el libro de ANUARIO. Este programa
      *            toma del libro de emparejamientos FIXLEDG las
      *            lineas pendientes de la noche y/o del torneo de la
      *            tarjeta PREVCTL (sin tarjeta, las programadas para
      *            la noche de hoy; ver AGENDA), resuelve las
      *            referencias 'Wnnn' del cuadro contra GROUPWINF como
      *            TABLON y, para cada encuentro, reune el historial
      *            directo de H2HFILE, la puntuacion de fuerza de
      *            RATINGFILE con la puntuacion esperada de cada
      *            jugador (la misma curva de EXPECTED-SCORE de
      *            RETO6), y de todas las generaciones de AUDITOUT
      *            (catalogo ARCHCAT mas la pista vigente, como
      *            ANUARIO) el uso de simbolos de cada jugador, su
      *            forma en los ultimos diez grupos y su balance
      *            cuando le sacan el simbolo favorito del rival, con
      *            los simbolos que segun RULESIN le ganan a ese
      *            favorito. Imprime una previa por pagina en PREVRPT
      *            para el tablon del club y deja las mismas previas
      *            en el extracto PREVWEB (ver PREVREC.CPY) para la
      *            web.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones. AUDITOUT crece con el
      *            arbitro del grupo (ver AUDITREC.CPY).
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - La previa sin noche programada sale como
      *            'SIN DIA', que cabe en su campo. Los rotulos de la
      *            previa se toman del catalogo de mensajes MENSAJES
      *            (ver MENSREC.CPY) en el idioma de la ejecucion
      *            (PARM-IDIOMA de PARMIN, 'ES' o 'EN').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'PREVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVCTL-FILE-STATUS.
           SELECT FIXTURE-LEDGER-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT OPTIONAL GROUP-WINNERS-FILE ASSIGN TO 'GROUPWINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-CLAVE
               FILE STATUS IS GROUPWIN-FILE-STATUS.
           SELECT OPTIONAL HEAD-TO-HEAD-FILE ASSIGN TO 'H2HFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT OPTIONAL RATING-FILE ASSIGN TO 'RATINGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'ARCHCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHCAT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-GEN-FILE ASSIGN TO DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITGEN-FILE-STATUS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'PREVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT WEB-EXTRACT-FILE ASSIGN TO 'PREVWEB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVWEB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE CONTROL: NOCHE PROGRAMADA (COLS 1-8) Y TORNEO
      * (COLS 9-16). CADA UNO EN BLANCO NO FILTRA; SIN TARJETA (O CON
      * LAS DOS EN BLANCO) SALEN LAS PROGRAMADAS PARA HOY.
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 8 TO 16 CHARACTERS.
       01  PREVCTL-RECORD.
           05 PREVCTL-FECHA      PIC 9(8).
           05 PREVCTL-TORNEO     PIC X(8).

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS, SOLO LECTURA.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * GANADORES DE GRUPO, PARA RESOLVER LAS REFERENCIAS 'Wnnn'.
      ******************************************************************
       FD  GROUP-WINNERS-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY GROUPWIN.

      ******************************************************************
      * ENFRENTAMIENTOS DIRECTOS ACUMULADOS, LEIDOS POR CLAVE.
      ******************************************************************
       FD  HEAD-TO-HEAD-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY H2HREC.

      ******************************************************************
      * PUNTUACIONES DE FUERZA VIGENTES.
      ******************************************************************
       FD  RATING-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY RATEREC.

      ******************************************************************
      * CATALOGO DE GENERACIONES ARCHIVADAS (VER ARCHIVA).
      ******************************************************************
       FD  CATALOG-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY ARCHCAT.

      ******************************************************************
      * UNA GENERACION DE LA PISTA DE AUDITORIA (O LA VIGENTE); EL
      * NOMBRE FISICO SE VA CAMBIANDO GENERACION A GENERACION.
      ******************************************************************
       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * TABLA DE REGLAS: QUE SIMBOLOS SON TIRADAS REALES Y QUE
      * SIMBOLO LE GANA A CUAL.
      ******************************************************************
       FD  RULES-FILE
           RECORD CONTAINS 3 CHARACTERS.
           COPY RULEREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA PUBLICAR NOMBRES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * PREVIAS IMPRESAS, UNA POR PAGINA, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

      ******************************************************************
      * EXTRACTO DE PREVIAS PARA LA WEB.
      ******************************************************************
       FD  WEB-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREVREC.

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LOS ROTULOS DE LA PREVIA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 PREVCTL-FILE-STATUS    PIC X(2).
       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 GROUPWIN-FILE-STATUS   PIC X(2).
       01 H2H-FILE-STATUS        PIC X(2).
       01 RATING-FILE-STATUS     PIC X(2).
       01 ARCHCAT-FILE-STATUS    PIC X(2).
       01 AUDITGEN-FILE-STATUS   PIC X(2).
       01 RULES-FILE-STATUS      PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 PREVWEB-FILE-STATUS    PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).

       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 RATING-EOF-SW          PIC X(1) VALUE 'N'.
           88 RATING-EOF                  VALUE 'Y'.
       01 CATALOGO-EOF-SW        PIC X(1) VALUE 'N'.
           88 CATALOGO-EOF                VALUE 'Y'.
       01 GENERACION-EOF-SW      PIC X(1).
           88 GENERACION-EOF              VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 GANADORES-SW           PIC X(1) VALUE 'N'.
           88 HAY-GANADORES               VALUE 'Y'.
       01 DIRECTOS-SW            PIC X(1) VALUE 'N'.
           88 HAY-DIRECTOS                VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-SELECCION        PIC 9(8) VALUE 0.
       01 TORNEO-SELECCION       PIC X(8) VALUE SPACES.
       01 NOMBRE-GENERACION      PIC X(22).

      ******************************************************************
      * REGLAS DE RULESIN Y SIMBOLOS VALIDOS: CON LA TABLA CARGADA,
      * SOLO ELLOS CUENTAN COMO TIRADAS (LOS CODIGOS DE PROCEDENCIA
      * COMO EL 'FD' DE FEDIMP O LAS INCOMPARECENCIAS SE SALTAN).
      ******************************************************************
       01 REGLAS-COUNT           PIC 9(3) VALUE 0.
       01 REGLAS-TBL.
           05 REGLA-ENTRADA OCCURS 200 TIMES.
              10 REG-JUEGO       PIC X(2).
              10 REG-RESULTADO   PIC 9(1).
       01 SIMBOLOS-COUNT         PIC 9(3) VALUE 0.
       01 SIMBOLOS-TBL.
           05 SIMBOLO-VALIDO     PIC X(1) OCCURS 50 TIMES.
       01 SIMBOLO-NUEVO          PIC X(1).
       01 SIMBOLO-VALIDO-SW      PIC X(1).
           88 SIMBOLO-ES-VALIDO           VALUE 'Y'.

      ******************************************************************
      * GENERACIONES DE AUDITOUT A LEER, DEL CATALOGO, ORDENADAS POR
      * FECHA; LA PISTA VIGENTE VA LA ULTIMA.
      ******************************************************************
       01 GEN-COUNT              PIC 9(3) VALUE 0.
       01 GENERACIONES-TBL.
           05 GENERACION OCCURS 0 TO 200 TIMES
                   DEPENDING ON GEN-COUNT
                   ASCENDING KEY IS GEN-FECHA
                   INDEXED BY GEN-IDX.
              10 GEN-FECHA       PIC 9(8).
              10 GEN-FICHERO     PIC X(22).

      ******************************************************************
      * ENCUENTROS SELECCIONADOS, CON LAS PLAZAS TAL COMO ESTAN EN EL
      * LIBRO Y EL JUGADOR REAL QUE LAS OCUPA (ESPACIOS SI LA
      * REFERENCIA 'Wnnn' AUN NO TIENE GANADOR).
      ******************************************************************
       01 ENCUENTROS-COUNT       PIC 9(3) VALUE 0.
       01 ENCUENTROS-TBL.
           05 ENCUENTRO-ENTRADA OCCURS 200 TIMES.
              10 ENC-TORNEO      PIC X(8).
              10 ENC-DIVISION    PIC X(2).
              10 ENC-GRUPO       PIC 9(3).
              10 ENC-FECHA       PIC 9(8).
              10 ENC-P1          PIC X(4).
              10 ENC-P2          PIC X(4).
              10 ENC-J1          PIC X(4).
              10 ENC-J2          PIC X(4).

      ******************************************************************
      * JUGADORES DE LOS ENCUENTROS CON SU FORMA, SU USO DE SIMBOLOS
      * Y SU BALANCE ANTE CADA SIMBOLO DEL RIVAL, ACUMULADOS A LO
      * LARGO DE TODAS LAS GENERACIONES.
      ******************************************************************
       01 JUG-COUNT              PIC 9(3) VALUE 0.
       01 JUGADORES-TBL.
           05 JUGADOR-ENTRADA OCCURS 400 TIMES.
              10 JUG-ID          PIC X(4).
              10 JUG-FORMA       PIC X(10).
              10 JUG-FORMA-COUNT PIC 9(2).
              10 JUG-SIMB-COUNT  PIC 9(2).
              10 JUG-SIMBOLO OCCURS 20 TIMES.
                 15 JUG-SIMB     PIC X(1).
                 15 JUG-SIMB-USOS PIC 9(6).
                 15 JUG-SIMB-GANA PIC 9(6).
              10 JUG-CONTRA-COUNT PIC 9(2).
              10 JUG-CONTRA OCCURS 20 TIMES.
                 15 JUG-CON-SIMB PIC X(1).
                 15 JUG-CON-G    PIC 9(4).
                 15 JUG-CON-P    PIC 9(4).
                 15 JUG-CON-E    PIC 9(4).

      ******************************************************************
      * MARCADOR DEL GRUPO EN CURSO DE CADA GENERACION, COMO EN
      * ANUARIO: SE CIERRA AL CAMBIAR LA INSTANCIA (LOTE, DIVISION,
      * GRUPO) O AL AGOTAR LA GENERACION.
      ******************************************************************
       01 GRUPO-ABIERTO-SW       PIC X(1) VALUE 'N'.
           88 GRUPO-ABIERTO               VALUE 'Y'.
       01 GRP-LOTE-FECHA         PIC X(8).
       01 GRP-LOTE-NUMERO        PIC X(4).
       01 GRP-DIVISION           PIC X(2).
       01 GRP-GRUPO              PIC 9(3).
       01 GRP-P1                 PIC X(4).
       01 GRP-P2                 PIC X(4).
       01 GRP-S1                 PIC 9(3).
       01 GRP-S2                 PIC 9(3).

      ******************************************************************
      * PUNTUACIONES DE FUERZA EN MEMORIA.
      ******************************************************************
       01 FUERZAS-COUNT          PIC 9(3) VALUE 0.
       01 FUERZAS-TBL.
           05 FUERZA-ENTRADA OCCURS 500 TIMES.
              10 FUE-ID          PIC X(4).
              10 FUE-VALOR       PIC 9(4).
       01 INDICE                 PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 INDICE-JUG             PIC 9(3).
       01 INDICE-SIMB            PIC 9(2).
       01 INDICE-LADO            PIC 9(1).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 PARTICIPANTE           PIC X(4).
       01 JUGADOR-REAL           PIC X(4).
       01 GRUPO-REFERIDO         PIC 9(3).
       01 SIMBOLO-JUGADO         PIC X(1).
       01 SIMBOLO-RIVAL          PIC X(1).
       01 RESULTADO-TIRADA       PIC X(1).
       01 RESULTADO-GRUPO        PIC X(1).
       01 FORMA-TRABAJO          PIC X(9).
       01 NOMBRE-JUGADOR         PIC X(20).
       01 VALOR-FUERZA           PIC 9(4).

      ******************************************************************
      * DATOS DEL ENCUENTRO EN CURSO: LADO 1 Y LADO 2.
      ******************************************************************
       01 LADOS-TBL.
           05 LADO OCCURS 2 TIMES.
              10 LAD-PLAZA       PIC X(4).
              10 LAD-JUGADOR     PIC X(4).
              10 LAD-INDICE      PIC 9(3).
              10 LAD-NOMBRE      PIC X(20).
              10 LAD-FUERZA      PIC 9(4).
              10 LAD-ESPERADO    PIC 9(3).
              10 LAD-FAVORITO    PIC X(1).
       01 INDICE-RIVAL           PIC 9(1).
       01 GANA-LADO-1            PIC 9(5).
       01 GANA-LADO-2            PIC 9(5).
       01 EMPATES-LADOS          PIC 9(5).
       01 DIFERENCIA-FUERZA      PIC S9(5).
       01 ESPERADO-1             PIC 9(3).
       01 USOS-MAYOR             PIC 9(6).
       01 CONTRA-G               PIC 9(4).
       01 CONTRA-P               PIC 9(4).
       01 CONTRA-E               PIC 9(4).
       01 POSICION-LINEA         PIC 9(2).
       01 PCT-TRABAJO            PIC 9(3).

      ******************************************************************
      * CONTADORES Y TOTALES DE CONTROL DE LA COLA DEL EXTRACTO.
      ******************************************************************
       01 CUENTA-ENCUENTROS      PIC 9(7) VALUE 0.
       01 CUENTA-JUGADORES       PIC 9(7) VALUE 0.
       01 CUENTA-SIMBOLOS        PIC 9(7) VALUE 0.
       01 HASH-FUERZA            PIC 9(9) VALUE 0.
       01 HASH-USOS              PIC 9(9) VALUE 0.

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LOS
      * ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-PREVIA.
           05 ROT-NINGUN-ENCUENTRO PIC X(42) VALUE
               'NINGUN ENCUENTRO PENDIENTE EN LA SELECCION'.
           05 ROT-PENDIENTE-GRUPO PIC X(16) VALUE 'PENDIENTE GRUPO '.
           05 ROT-SIN-DIA        PIC X(8)  VALUE 'SIN DIA'.
           05 ROT-PLAZA-SIN-DECIDIR PIC X(40) VALUE
               'PLAZA SIN DECIDIR: SIN DATOS DEL JUGADOR'.
           05 ROT-SIN-TIRADAS    PIC X(23) VALUE
               'SIN TIRADAS EN LA PISTA'.
           05 ROT-LE-GANAN       PIC X(26) VALUE
               'LE GANAN SEGUN LAS REGLAS:'.
           05 ROT-NINGUNO        PIC X(7)  VALUE 'NINGUNO'.
           05 ROT-RIVAL-SIN-TIRADAS PIC X(37) VALUE
               'EL RIVAL NO TIENE TIRADAS EN LA PISTA'.

      ******************************************************************
      * LINEAS DE LA PREVIA IMPRESA.
      ******************************************************************
       01 LINEA-TITULO.
           05 TIT-ROT-PREVIA     PIC X(21)
                                 VALUE 'PREVIA DEL ENCUENTRO '.
           05 TIT-TORNEO         PIC X(8).
           05 TIT-ROT-DIVISION   PIC X(10) VALUE ' DIVISION '.
           05 TIT-DIVISION       PIC X(2).
           05 TIT-ROT-GRUPO      PIC X(7)  VALUE ' GRUPO '.
           05 TIT-GRUPO          PIC 9(3).
           05 TIT-ROT-NOCHE      PIC X(7)  VALUE ' NOCHE '.
           05 TIT-FECHA          PIC X(8).
           05 FILLER             PIC X(14) VALUE SPACES.
       01 LINEA-RIVALES.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RIV-NOMBRE-1       PIC X(20).
           05 FILLER             PIC X(2)  VALUE ' ('.
           05 RIV-ID-1           PIC X(4).
           05 FILLER             PIC X(1)  VALUE ')'.
           05 RIV-ROT-VS         PIC X(5)  VALUE '  VS '.
           05 RIV-NOMBRE-2       PIC X(20).
           05 FILLER             PIC X(2)  VALUE ' ('.
           05 RIV-ID-2           PIC X(4).
           05 FILLER             PIC X(1)  VALUE ')'.
           05 FILLER             PIC X(19) VALUE SPACES.
       01 LINEA-DIRECTOS.
           05 DIR-ROT-CARA       PIC X(13) VALUE 'CARA A CARA: '.
           05 DIR-GANA-1         PIC ZZZZ9.
           05 DIR-ROT-A          PIC X(3)  VALUE ' A '.
           05 DIR-GANA-2         PIC ZZZZ9.
           05 DIR-ROT-Y          PIC X(3)  VALUE ' Y '.
           05 DIR-EMPATES        PIC ZZZZ9.
           05 DIR-ROT-EMPATES    PIC X(8)  VALUE ' EMPATES'.
           05 FILLER             PIC X(38) VALUE SPACES.
       01 LINEA-FUERZA.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FUE-ROT-FUERZA     PIC X(23)
                                 VALUE 'PUNTUACION DE FUERZA   '.
           05 FUE-EDITADA        PIC ZZZ9.
           05 FUE-ROT-ESPERADA   PIC X(26)
                                 VALUE '   PUNTUACION ESPERADA'.
           05 ESP-EDITADA        PIC ZZ9.
           05 FILLER             PIC X(1)  VALUE '%'.
           05 FILLER             PIC X(19) VALUE SPACES.
       01 LINEA-FORMA.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FOR-ROT-FORMA      PIC X(23)
                                 VALUE 'FORMA (ULTIMOS 10)     '.
           05 FOR-FORMA          PIC X(10).
           05 FOR-ROT-LEYENDA    PIC X(43)
                                 VALUE '  (G GANA, P PIERDE, E EMPATA)'.
       01 LINEA-CABECERA-SIMB.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SIM-ROT-TIRADAS    PIC X(22)
                                 VALUE 'SIMBOLO     TIRADAS   '.
           05 SIM-ROT-GANADAS    PIC X(20)
                                 VALUE 'GANADAS   % VICT.'.
           05 FILLER             PIC X(34) VALUE SPACES.
       01 LINEA-SIMBOLO.
           05 FILLER             PIC X(7)  VALUE SPACES.
           05 SIM-SIMBOLO        PIC X(1).
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 SIM-USOS           PIC ZZZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SIM-GANA           PIC ZZZZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SIM-PCT            PIC ZZ9.
           05 FILLER             PIC X(39) VALUE SPACES.
       01 LINEA-CONTRA.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 CON-ROT-FAVORITO   PIC X(26)
                                 VALUE 'ANTE EL FAVORITO DEL RIVAL'.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CON-SIMBOLO        PIC X(1).
           05 FILLER             PIC X(5)  VALUE ':  G '.
           05 CON-G              PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE '  P '.
           05 CON-P              PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE '  E '.
           05 CON-E              PIC ZZZ9.
           05 FILLER             PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM LEER-TARJETA-CONTROL
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-REGLAS
            PERFORM CARGAR-FUERZAS
            PERFORM SELECCIONAR-ENCUENTROS
            IF JUG-COUNT > 0
                PERFORM CARGAR-CATALOGO
                SORT GENERACION ASCENDING KEY GEN-FECHA
                PERFORM AGREGAR-PISTA-VIGENTE
                PERFORM LEER-GENERACIONES
            END-IF
            PERFORM PUBLICAR-PREVIAS
            DISPLAY 'PREVIAS DE ENCUENTRO -- ENCUENTROS: '
                ENCUENTROS-COUNT ' GENERACIONES LEIDAS: ' GEN-COUNT
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
      * PONE LOS ROTULOS DE LA PREVIA EN EL IDIOMA DE LA EJECUCION.
      * CADA ROTULO CONSERVA SU ANCHO, ASI QUE LAS COLUMNAS NO SE
      * MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0601 TO MENSAJE-NUMERO
            MOVE TIT-ROT-PREVIA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TIT-ROT-PREVIA
            MOVE 0602 TO MENSAJE-NUMERO
            MOVE TIT-ROT-DIVISION TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TIT-ROT-DIVISION
            MOVE 0603 TO MENSAJE-NUMERO
            MOVE TIT-ROT-GRUPO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TIT-ROT-GRUPO
            MOVE 0604 TO MENSAJE-NUMERO
            MOVE TIT-ROT-NOCHE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO TIT-ROT-NOCHE
            MOVE 0605 TO MENSAJE-NUMERO
            MOVE ROT-SIN-DIA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIN-DIA
            MOVE 0606 TO MENSAJE-NUMERO
            MOVE RIV-ROT-VS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO RIV-ROT-VS
            MOVE 0607 TO MENSAJE-NUMERO
            MOVE DIR-ROT-CARA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DIR-ROT-CARA
            MOVE 0608 TO MENSAJE-NUMERO
            MOVE DIR-ROT-A TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DIR-ROT-A
            MOVE 0609 TO MENSAJE-NUMERO
            MOVE DIR-ROT-Y TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DIR-ROT-Y
            MOVE 0610 TO MENSAJE-NUMERO
            MOVE DIR-ROT-EMPATES TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO DIR-ROT-EMPATES
            MOVE 0611 TO MENSAJE-NUMERO
            MOVE FUE-ROT-FUERZA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO FUE-ROT-FUERZA
            MOVE 0612 TO MENSAJE-NUMERO
            MOVE FUE-ROT-ESPERADA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO FUE-ROT-ESPERADA
            MOVE 0613 TO MENSAJE-NUMERO
            MOVE FOR-ROT-FORMA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO FOR-ROT-FORMA
            MOVE 0614 TO MENSAJE-NUMERO
            MOVE FOR-ROT-LEYENDA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO FOR-ROT-LEYENDA
            MOVE 0615 TO MENSAJE-NUMERO
            MOVE SIM-ROT-TIRADAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO SIM-ROT-TIRADAS
            MOVE 0616 TO MENSAJE-NUMERO
            MOVE SIM-ROT-GANADAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO SIM-ROT-GANADAS
            MOVE 0617 TO MENSAJE-NUMERO
            MOVE CON-ROT-FAVORITO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CON-ROT-FAVORITO
            MOVE 0618 TO MENSAJE-NUMERO
            MOVE ROT-NINGUN-ENCUENTRO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-NINGUN-ENCUENTRO
            MOVE 0619 TO MENSAJE-NUMERO
            MOVE ROT-PENDIENTE-GRUPO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-PENDIENTE-GRUPO
            MOVE 0620 TO MENSAJE-NUMERO
            MOVE ROT-PLAZA-SIN-DECIDIR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-PLAZA-SIN-DECIDIR
            MOVE 0621 TO MENSAJE-NUMERO
            MOVE ROT-SIN-TIRADAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIN-TIRADAS
            MOVE 0622 TO MENSAJE-NUMERO
            MOVE ROT-LE-GANAN TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-LE-GANAN
            MOVE 0623 TO MENSAJE-NUMERO
            MOVE ROT-NINGUNO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-NINGUNO
            MOVE 0624 TO MENSAJE-NUMERO
            MOVE ROT-RIVAL-SIN-TIRADAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-RIVAL-SIN-TIRADAS.

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
      * LEE LA TARJETA DE CONTROL, SI LA HAY. SIN NOCHE NI TORNEO
      * SALEN LOS ENCUENTROS PROGRAMADOS PARA HOY.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF PREVCTL-FILE-STATUS = '00'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF PREVCTL-FECHA IS NUMERIC
                            MOVE PREVCTL-FECHA TO FECHA-SELECCION
                        END-IF
                        MOVE PREVCTL-TORNEO TO TORNEO-SELECCION
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF
            IF FECHA-SELECCION = 0 AND TORNEO-SELECCION = SPACES
                MOVE FECHA-PROCESO TO FECHA-SELECCION
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
      * CARGA LAS REGLAS DE RULESIN Y SUS SIMBOLOS. OPCIONAL: SIN
      * REGLAS CUALQUIER SIMBOLO CUENTA COMO TIRADA, COMO EN ANUARIO,
      * Y LA PREVIA NO PUEDE DECIR QUE SIMBOLO GANA A CUAL.
      ******************************************************************
       CARGAR-REGLAS.

            OPEN INPUT RULES-FILE
            IF RULES-FILE-STATUS = '00'
                PERFORM LEER-REGLA
                PERFORM ANOTAR-REGLA UNTIL REGLAS-EOF
                CLOSE RULES-FILE
            END-IF.

       LEER-REGLA.

            READ RULES-FILE
                AT END MOVE 'Y' TO REGLAS-EOF-SW
            END-READ.

       ANOTAR-REGLA.

            IF REGLAS-COUNT < 200
                ADD 1 TO REGLAS-COUNT
                MOVE RULE-GAME TO REG-JUEGO(REGLAS-COUNT)
                MOVE RULE-RESULT TO REG-RESULTADO(REGLAS-COUNT)
            END-IF
            MOVE RULE-GAME(1:1) TO SIMBOLO-NUEVO
            PERFORM ALTA-SIMBOLO-VALIDO
            MOVE RULE-GAME(2:1) TO SIMBOLO-NUEVO
            PERFORM ALTA-SIMBOLO-VALIDO
            PERFORM LEER-REGLA.

       ALTA-SIMBOLO-VALIDO.

            MOVE SIMBOLO-NUEVO TO SIMBOLO-JUGADO
            PERFORM COMPROBAR-SIMBOLO-VALIDO
            IF NOT SIMBOLO-ES-VALIDO
                IF SIMBOLOS-COUNT = 50
                    DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE '
                        'SIMBOLOS, SE TRUNCA'
                ELSE
                    ADD 1 TO SIMBOLOS-COUNT
                    MOVE SIMBOLO-NUEVO
                        TO SIMBOLO-VALIDO(SIMBOLOS-COUNT)
                END-IF
            END-IF.

      ******************************************************************
      * EL SIMBOLO EN SIMBOLO-JUGADO ES VALIDO SI FIGURA EN RULESIN
      * (O SI NO HAY TABLA DE REGLAS CARGADA).
      ******************************************************************
       COMPROBAR-SIMBOLO-VALIDO.

            IF SIMBOLOS-COUNT = 0
                MOVE 'Y' TO SIMBOLO-VALIDO-SW
            ELSE
                MOVE 'N' TO SIMBOLO-VALIDO-SW
                PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                    UNTIL INDICE-BUSQUEDA > SIMBOLOS-COUNT
                    IF SIMBOLO-VALIDO(INDICE-BUSQUEDA)
                        = SIMBOLO-JUGADO
                        MOVE 'Y' TO SIMBOLO-VALIDO-SW
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * CARGA LAS PUNTUACIONES DE FUERZA. OPCIONAL: UN JUGADOR SIN
      * PUNTUACION PARTE DEL 1500 DE ALTA, COMO EN RETO6.
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

            IF FUERZAS-COUNT < 500
                ADD 1 TO FUERZAS-COUNT
                MOVE RATE-PLAYER-ID TO FUE-ID(FUERZAS-COUNT)
                MOVE RATE-VALOR TO FUE-VALOR(FUERZAS-COUNT)
            END-IF
            PERFORM LEER-FUERZA.

       BUSCAR-FUERZA.

            MOVE 1500 TO VALOR-FUERZA
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > FUERZAS-COUNT
                IF FUE-ID(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                    MOVE FUE-VALOR(INDICE-BUSQUEDA) TO VALOR-FUERZA
                END-IF
            END-PERFORM.

      ******************************************************************
      * RECORRE EL LIBRO DE EMPAREJAMIENTOS Y SE QUEDA CON LAS LINEAS
      * PENDIENTES DE LA NOCHE Y DEL TORNEO PEDIDOS, RESOLVIENDO LAS
      * REFERENCIAS DEL CUADRO. SIN LIBRO NO HAY PREVIAS Y SE PARA.
      ******************************************************************
       SELECCIONAR-ENCUENTROS.

            OPEN INPUT FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE '
                    'EMPAREJAMIENTOS'
                STOP RUN
            END-IF
            OPEN INPUT GROUP-WINNERS-FILE
            IF GROUPWIN-FILE-STATUS = '00'
                MOVE 'Y' TO GANADORES-SW
            END-IF
            PERFORM LEER-LIBRO
            PERFORM ELEGIR-ENCUENTRO UNTIL LIBRO-EOF
            CLOSE FIXTURE-LEDGER-FILE
            IF HAY-GANADORES
                CLOSE GROUP-WINNERS-FILE
            END-IF.

       LEER-LIBRO.

            READ FIXTURE-LEDGER-FILE
                AT END MOVE 'Y' TO LIBRO-EOF-SW
            END-READ.

       ELEGIR-ENCUENTRO.

            IF FIX-FECHA-PROG NOT NUMERIC
                MOVE 0 TO FIX-FECHA-PROG
            END-IF
            IF FIX-PENDIENTE
                AND (FECHA-SELECCION = 0
                OR FIX-FECHA-PROG = FECHA-SELECCION)
                AND (TORNEO-SELECCION = SPACES
                OR FIX-TORNEO = TORNEO-SELECCION)
                IF ENCUENTROS-COUNT = 200
                    DISPLAY 'AVISO: DEMASIADOS ENCUENTROS, SE TRUNCA'
                ELSE
                    ADD 1 TO ENCUENTROS-COUNT
                    MOVE FIX-TORNEO TO ENC-TORNEO(ENCUENTROS-COUNT)
                    MOVE FIX-DIVISION TO ENC-DIVISION(ENCUENTROS-COUNT)
                    MOVE FIX-GRUPO TO ENC-GRUPO(ENCUENTROS-COUNT)
                    MOVE FIX-FECHA-PROG TO ENC-FECHA(ENCUENTROS-COUNT)
                    MOVE FIX-PLAYER-P1 TO ENC-P1(ENCUENTROS-COUNT)
                    MOVE FIX-PLAYER-P2 TO ENC-P2(ENCUENTROS-COUNT)
                    MOVE FIX-PLAYER-P1 TO PARTICIPANTE
                    PERFORM RESOLVER-PLAZA
                    MOVE JUGADOR-REAL TO ENC-J1(ENCUENTROS-COUNT)
                    MOVE FIX-PLAYER-P2 TO PARTICIPANTE
                    PERFORM RESOLVER-PLAZA
                    MOVE JUGADOR-REAL TO ENC-J2(ENCUENTROS-COUNT)
                END-IF
            END-IF
            PERFORM LEER-LIBRO.

      ******************************************************************
      * RESUELVE UNA PLAZA DEL ENCUENTRO: UN JUGADOR REAL ES EL
      * MISMO; UNA REFERENCIA 'Wnnn' ES EL GANADOR YA DECIDIDO DE SU
      * GRUPO EN GROUPWINF (ESPACIOS SI AUN NO LO HAY). EL JUGADOR
      * REAL SE DA DE ALTA PARA RECOGER SU HISTORIA DE LA PISTA.
      ******************************************************************
       RESOLVER-PLAZA.

            MOVE SPACES TO JUGADOR-REAL
            IF PARTICIPANTE(1:1) = 'W'
                AND PARTICIPANTE(2:3) IS NUMERIC
                MOVE PARTICIPANTE(2:3) TO GRUPO-REFERIDO
                IF HAY-GANADORES
                    MOVE FIX-TORNEO TO GW-TORNEO
                    MOVE FIX-DIVISION TO GW-DIVISION
                    MOVE GRUPO-REFERIDO TO GW-GRUPO
                    READ GROUP-WINNERS-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE GW-GANADOR TO JUGADOR-REAL
                    END-READ
                END-IF
            ELSE
                MOVE PARTICIPANTE TO JUGADOR-REAL
            END-IF
            IF JUGADOR-REAL NOT = SPACES
                MOVE JUGADOR-REAL TO JUGADOR-BUSCADO
                PERFORM BUSCAR-JUGADOR
                IF INDICE-JUG = 0
                    PERFORM ALTA-JUGADOR
                END-IF
            END-IF.

      ******************************************************************
      * LOCALIZA AL JUGADOR EN JUGADOR-BUSCADO (INDICE-JUG A CERO SI
      * NO ES DE NINGUN ENCUENTRO).
      ******************************************************************
       BUSCAR-JUGADOR.

            MOVE 0 TO INDICE-JUG
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > JUG-COUNT
                    OR INDICE-JUG > 0
                IF JUG-ID(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                    MOVE INDICE-BUSQUEDA TO INDICE-JUG
                END-IF
            END-PERFORM.

       ALTA-JUGADOR.

            IF JUG-COUNT = 400
                DISPLAY 'AVISO: TABLA DE JUGADORES LLENA, '
                    JUGADOR-BUSCADO ' SALE SIN HISTORIA'
            ELSE
                ADD 1 TO JUG-COUNT
                MOVE JUG-COUNT TO INDICE-JUG
                MOVE JUGADOR-BUSCADO TO JUG-ID(INDICE-JUG)
                MOVE SPACES TO JUG-FORMA(INDICE-JUG)
                MOVE 0 TO JUG-FORMA-COUNT(INDICE-JUG)
                MOVE 0 TO JUG-SIMB-COUNT(INDICE-JUG)
                MOVE 0 TO JUG-CONTRA-COUNT(INDICE-JUG)
            END-IF.

      ******************************************************************
      * RECOGE DEL CATALOGO LAS GENERACIONES ARCHIVADAS DE AUDITOUT.
      ******************************************************************
       CARGAR-CATALOGO.

            OPEN INPUT CATALOG-FILE
            IF ARCHCAT-FILE-STATUS = '00'
                OR ARCHCAT-FILE-STATUS = '05'
                PERFORM LEER-CATALOGO
                PERFORM ANOTAR-GENERACION UNTIL CATALOGO-EOF
                CLOSE CATALOG-FILE
            END-IF.

       LEER-CATALOGO.

            READ CATALOG-FILE
                AT END MOVE 'Y' TO CATALOGO-EOF-SW
            END-READ.

       ANOTAR-GENERACION.

            IF CAT-NOMBRE = 'AUDITOUT'
                IF GEN-COUNT = 199
                    DISPLAY 'AVISO: DEMASIADAS GENERACIONES, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO GEN-COUNT
                    MOVE CAT-FECHA TO GEN-FECHA(GEN-COUNT)
                    MOVE CAT-FICHERO TO GEN-FICHERO(GEN-COUNT)
                END-IF
            END-IF
            PERFORM LEER-CATALOGO.

      ******************************************************************
      * LA PISTA VIGENTE SE LEE LA ULTIMA, DESPUES DE TODO LO
      * ARCHIVADO: ASI LA FORMA TERMINA EN EL GRUPO MAS RECIENTE.
      ******************************************************************
       AGREGAR-PISTA-VIGENTE.

            ADD 1 TO GEN-COUNT
            MOVE 99999999 TO GEN-FECHA(GEN-COUNT)
            MOVE 'AUDITOUT' TO GEN-FICHERO(GEN-COUNT).

      ******************************************************************
      * RECORRE LAS GENERACIONES EN ORDEN DE FECHA.
      ******************************************************************
       LEER-GENERACIONES.

            PERFORM LEER-UNA-GENERACION
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > GEN-COUNT.

       LEER-UNA-GENERACION.

            MOVE SPACES TO NOMBRE-GENERACION
            MOVE GEN-FICHERO(INDICE) TO NOMBRE-GENERACION
            MOVE 'N' TO GENERACION-EOF-SW
            MOVE 'N' TO GRUPO-ABIERTO-SW
            OPEN INPUT AUDIT-GEN-FILE
            IF AUDITGEN-FILE-STATUS NOT = '00'
                DISPLAY 'AVISO: NO SE PUDO LEER ' NOMBRE-GENERACION
                    ', SE SALTA'
            ELSE
                PERFORM LEER-LINEA-GENERACION
                PERFORM ACUMULAR-LINEA UNTIL GENERACION-EOF
                CLOSE AUDIT-GEN-FILE
                IF GRUPO-ABIERTO
                    PERFORM CERRAR-GRUPO
                END-IF
            END-IF.

       LEER-LINEA-GENERACION.

            READ AUDIT-GEN-FILE
                AT END MOVE 'Y' TO GENERACION-EOF-SW
            END-READ.

      ******************************************************************
      * ACUMULA UNA LINEA DE LA PISTA PARA LOS DOS JUGADORES: LAS
      * TIRADAS CUENTAN SIEMPRE (SON REALES AUNQUE EL GRUPO ESTUVIERA
      * DECIDIDO) Y EL MARCADOR DEL GRUPO SOLO SI LA LINEA PUNTUO.
      * LAS LINEAS ANULADAS Y LOS DESCUENTOS POR SANCION SE SALTAN.
      ******************************************************************
       ACUMULAR-LINEA.

            IF NOT AUD-MARCA-ANULADA AND NOT AUD-MARCA-SANCION
                MOVE AUD-PLAYER-P1 TO JUGADOR-BUSCADO
                MOVE AUD-GAME(1:1) TO SIMBOLO-JUGADO
                MOVE AUD-GAME(2:1) TO SIMBOLO-RIVAL
                EVALUATE AUD-RESULT
                    WHEN 1
                        MOVE 'G' TO RESULTADO-TIRADA
                    WHEN 2
                        MOVE 'P' TO RESULTADO-TIRADA
                    WHEN OTHER
                        MOVE 'E' TO RESULTADO-TIRADA
                END-EVALUATE
                PERFORM ANOTAR-TIRADA
                MOVE AUD-PLAYER-P2 TO JUGADOR-BUSCADO
                MOVE AUD-GAME(2:1) TO SIMBOLO-JUGADO
                MOVE AUD-GAME(1:1) TO SIMBOLO-RIVAL
                EVALUATE AUD-RESULT
                    WHEN 1
                        MOVE 'P' TO RESULTADO-TIRADA
                    WHEN 2
                        MOVE 'G' TO RESULTADO-TIRADA
                    WHEN OTHER
                        MOVE 'E' TO RESULTADO-TIRADA
                END-EVALUATE
                PERFORM ANOTAR-TIRADA
                IF AUD-MARCA-NORMAL
                    PERFORM PLEGAR-EN-GRUPO
                END-IF
            END-IF
            PERFORM LEER-LINEA-GENERACION.

      ******************************************************************
      * ANOTA UNA TIRADA DEL JUGADOR EN JUGADOR-BUSCADO, SI ES DE
      * ALGUN ENCUENTRO: EL USO DE SU SIMBOLO Y SU RESULTADO ANTE EL
      * SIMBOLO DEL RIVAL. UN CODIGO QUE NO FIGURA EN RULESIN (COMO
      * EL 'FD' DE FEDIMP O UNA INCOMPARECENCIA) NO ES UNA TIRADA.
      ******************************************************************
       ANOTAR-TIRADA.

            PERFORM COMPROBAR-SIMBOLO-VALIDO
            IF SIMBOLO-ES-VALIDO
                MOVE SIMBOLO-JUGADO TO SIMBOLO-NUEVO
                MOVE SIMBOLO-RIVAL TO SIMBOLO-JUGADO
                PERFORM COMPROBAR-SIMBOLO-VALIDO
                MOVE SIMBOLO-NUEVO TO SIMBOLO-JUGADO
                IF SIMBOLO-ES-VALIDO
                    PERFORM BUSCAR-JUGADOR
                    IF INDICE-JUG > 0
                        PERFORM ANOTAR-SIMBOLO-JUGADOR
                        PERFORM ANOTAR-CONTRA-SIMBOLO
                    END-IF
                END-IF
            END-IF.

       ANOTAR-SIMBOLO-JUGADOR.

            MOVE 0 TO INDICE-SIMB
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > JUG-SIMB-COUNT(INDICE-JUG)
                IF JUG-SIMB(INDICE-JUG INDICE-BUSQUEDA)
                    = SIMBOLO-JUGADO
                    MOVE INDICE-BUSQUEDA TO INDICE-SIMB
                END-IF
            END-PERFORM
            IF INDICE-SIMB = 0
                AND JUG-SIMB-COUNT(INDICE-JUG) < 20
                ADD 1 TO JUG-SIMB-COUNT(INDICE-JUG)
                MOVE JUG-SIMB-COUNT(INDICE-JUG) TO INDICE-SIMB
                MOVE SIMBOLO-JUGADO TO JUG-SIMB(INDICE-JUG INDICE-SIMB)
                MOVE 0 TO JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB)
                MOVE 0 TO JUG-SIMB-GANA(INDICE-JUG INDICE-SIMB)
            END-IF
            IF INDICE-SIMB > 0
                ADD 1 TO JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB)
                IF RESULTADO-TIRADA = 'G'
                    ADD 1 TO JUG-SIMB-GANA(INDICE-JUG INDICE-SIMB)
                END-IF
            END-IF.

       ANOTAR-CONTRA-SIMBOLO.

            MOVE 0 TO INDICE-SIMB
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > JUG-CONTRA-COUNT(INDICE-JUG)
                IF JUG-CON-SIMB(INDICE-JUG INDICE-BUSQUEDA)
                    = SIMBOLO-RIVAL
                    MOVE INDICE-BUSQUEDA TO INDICE-SIMB
                END-IF
            END-PERFORM
            IF INDICE-SIMB = 0
                AND JUG-CONTRA-COUNT(INDICE-JUG) < 20
                ADD 1 TO JUG-CONTRA-COUNT(INDICE-JUG)
                MOVE JUG-CONTRA-COUNT(INDICE-JUG) TO INDICE-SIMB
                MOVE SIMBOLO-RIVAL
                    TO JUG-CON-SIMB(INDICE-JUG INDICE-SIMB)
                MOVE 0 TO JUG-CON-G(INDICE-JUG INDICE-SIMB)
                MOVE 0 TO JUG-CON-P(INDICE-JUG INDICE-SIMB)
                MOVE 0 TO JUG-CON-E(INDICE-JUG INDICE-SIMB)
            END-IF
            IF INDICE-SIMB > 0
                EVALUATE RESULTADO-TIRADA
                    WHEN 'G'
                        ADD 1 TO JUG-CON-G(INDICE-JUG INDICE-SIMB)
                    WHEN 'P'
                        ADD 1 TO JUG-CON-P(INDICE-JUG INDICE-SIMB)
                    WHEN OTHER
                        ADD 1 TO JUG-CON-E(INDICE-JUG INDICE-SIMB)
                END-EVALUATE
            END-IF.

      ******************************************************************
      * PLIEGA LA LINEA EN EL GRUPO EN CURSO; AL CAMBIAR LA
      * INSTANCIA (LOTE, DIVISION O GRUPO) SE CIERRA EL ANTERIOR.
      ******************************************************************
       PLEGAR-EN-GRUPO.

            IF GRUPO-ABIERTO
                AND (GRP-LOTE-FECHA NOT = AUD-LOTE-FECHA
                OR GRP-LOTE-NUMERO NOT = AUD-LOTE-NUMERO
                OR GRP-DIVISION NOT = AUD-DIVISION
                OR GRP-GRUPO NOT = AUD-GRUPO)
                PERFORM CERRAR-GRUPO
            END-IF
            IF NOT GRUPO-ABIERTO
                MOVE 'Y' TO GRUPO-ABIERTO-SW
                MOVE AUD-LOTE-FECHA TO GRP-LOTE-FECHA
                MOVE AUD-LOTE-NUMERO TO GRP-LOTE-NUMERO
                MOVE AUD-DIVISION TO GRP-DIVISION
                MOVE AUD-GRUPO TO GRP-GRUPO
                MOVE AUD-PLAYER-P1 TO GRP-P1
                MOVE AUD-PLAYER-P2 TO GRP-P2
                MOVE 0 TO GRP-S1
                MOVE 0 TO GRP-S2
            END-IF
            EVALUATE AUD-RESULT
                WHEN 1
                    ADD 1 TO GRP-S1
                WHEN 2
                    ADD 1 TO GRP-S2
            END-EVALUATE.

      ******************************************************************
      * CIERRA EL GRUPO EN CURSO Y ANOTA SU RESULTADO EN LA FORMA DE
      * LOS DOS JUGADORES.
      ******************************************************************
       CERRAR-GRUPO.

            MOVE 'N' TO GRUPO-ABIERTO-SW
            EVALUATE TRUE
                WHEN GRP-S1 = GRP-S2
                    MOVE 'E' TO RESULTADO-GRUPO
                WHEN GRP-S1 > GRP-S2
                    MOVE 'G' TO RESULTADO-GRUPO
                WHEN OTHER
                    MOVE 'P' TO RESULTADO-GRUPO
            END-EVALUATE
            MOVE GRP-P1 TO JUGADOR-BUSCADO
            PERFORM ANOTAR-FORMA
            EVALUATE RESULTADO-GRUPO
                WHEN 'G'
                    MOVE 'P' TO RESULTADO-GRUPO
                WHEN 'P'
                    MOVE 'G' TO RESULTADO-GRUPO
            END-EVALUATE
            MOVE GRP-P2 TO JUGADOR-BUSCADO
            PERFORM ANOTAR-FORMA.

      ******************************************************************
      * LA FORMA GUARDA LOS DIEZ ULTIMOS GRUPOS, EL MAS RECIENTE A LA
      * DERECHA: CON LAS DIEZ POSICIONES LLENAS SE CORRE A LA
      * IZQUIERDA Y SE PIERDE EL MAS ANTIGUO.
      ******************************************************************
       ANOTAR-FORMA.

            PERFORM BUSCAR-JUGADOR
            IF INDICE-JUG > 0
                IF JUG-FORMA-COUNT(INDICE-JUG) < 10
                    ADD 1 TO JUG-FORMA-COUNT(INDICE-JUG)
                    MOVE RESULTADO-GRUPO TO JUG-FORMA(INDICE-JUG)
                        (JUG-FORMA-COUNT(INDICE-JUG):1)
                ELSE
                    MOVE JUG-FORMA(INDICE-JUG)(2:9) TO FORMA-TRABAJO
                    MOVE FORMA-TRABAJO TO JUG-FORMA(INDICE-JUG)(1:9)
                    MOVE RESULTADO-GRUPO
                        TO JUG-FORMA(INDICE-JUG)(10:1)
                END-IF
            END-IF.

      ******************************************************************
      * IMPRIME UNA PREVIA POR PAGINA Y ESCRIBE EL EXTRACTO CON SU
      * CABECERA Y SU COLA DE CONTROL.
      ******************************************************************
       PUBLICAR-PREVIAS.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LISTADO DE PREVIAS'
                STOP RUN
            END-IF
            OPEN OUTPUT WEB-EXTRACT-FILE
            IF PREVWEB-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL EXTRACTO DE PREVIAS'
                STOP RUN
            END-IF
            MOVE SPACES TO PREVIA-RECORD
            MOVE '*H' TO PVA-TIPO
            MOVE FECHA-PROCESO TO PVA-FECHA
            MOVE FECHA-SELECCION TO PVA-FECHA-SEL
            MOVE TORNEO-SELECCION TO PVA-TORNEO-SEL
            WRITE PREVIA-RECORD
            OPEN INPUT HEAD-TO-HEAD-FILE
            IF H2H-FILE-STATUS = '00'
                MOVE 'Y' TO DIRECTOS-SW
            END-IF
            IF ENCUENTROS-COUNT = 0
                MOVE SPACES TO LINEA-IMPRESION
                MOVE ROT-NINGUN-ENCUENTRO TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            PERFORM PUBLICAR-UN-ENCUENTRO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ENCUENTROS-COUNT
            IF HAY-DIRECTOS
                CLOSE HEAD-TO-HEAD-FILE
            END-IF
            MOVE SPACES TO PREVIA-RECORD
            MOVE '*T' TO PVA-TIPO
            MOVE CUENTA-ENCUENTROS TO PVA-T-ENCUENTROS
            MOVE CUENTA-JUGADORES TO PVA-T-JUGADORES
            MOVE CUENTA-SIMBOLOS TO PVA-T-SIMBOLOS
            MOVE HASH-FUERZA TO PVA-T-HASH-FUERZA
            MOVE HASH-USOS TO PVA-T-HASH-USOS
            WRITE PREVIA-RECORD
            CLOSE WEB-EXTRACT-FILE
            CLOSE PRINT-FILE.

      ******************************************************************
      * PREPARA LOS DOS LADOS DEL ENCUENTRO EN INDICE Y LO PUBLICA.
      ******************************************************************
       PUBLICAR-UN-ENCUENTRO.

            MOVE ENC-P1(INDICE) TO LAD-PLAZA(1)
            MOVE ENC-J1(INDICE) TO LAD-JUGADOR(1)
            MOVE ENC-P2(INDICE) TO LAD-PLAZA(2)
            MOVE ENC-J2(INDICE) TO LAD-JUGADOR(2)
            PERFORM PREPARAR-LADO
                VARYING INDICE-LADO FROM 1 BY 1
                UNTIL INDICE-LADO > 2
            PERFORM CALCULAR-ESPERADO
            PERFORM LEER-DIRECTOS
            PERFORM IMPRIMIR-ENCUENTRO
            PERFORM EXTRAER-ENCUENTRO.

       PREPARAR-LADO.

            MOVE 0 TO LAD-INDICE(INDICE-LADO)
            MOVE 0 TO LAD-FUERZA(INDICE-LADO)
            MOVE 0 TO LAD-ESPERADO(INDICE-LADO)
            MOVE SPACES TO LAD-FAVORITO(INDICE-LADO)
            IF LAD-JUGADOR(INDICE-LADO) = SPACES
                MOVE SPACES TO LAD-NOMBRE(INDICE-LADO)
                STRING ROT-PENDIENTE-GRUPO
                    LAD-PLAZA(INDICE-LADO)(2:3)
                    DELIMITED BY SIZE INTO LAD-NOMBRE(INDICE-LADO)
            ELSE
                MOVE LAD-JUGADOR(INDICE-LADO) TO JUGADOR-BUSCADO
                PERFORM BUSCAR-NOMBRE
                MOVE NOMBRE-JUGADOR TO LAD-NOMBRE(INDICE-LADO)
                PERFORM BUSCAR-FUERZA
                MOVE VALOR-FUERZA TO LAD-FUERZA(INDICE-LADO)
                PERFORM BUSCAR-JUGADOR
                MOVE INDICE-JUG TO LAD-INDICE(INDICE-LADO)
                IF INDICE-JUG > 0
                    PERFORM ELEGIR-FAVORITO
                END-IF
            END-IF.

      ******************************************************************
      * EL SIMBOLO FAVORITO ES EL MAS TIRADO (A IGUALDAD, EL PRIMERO
      * QUE APARECIO EN LA PISTA).
      ******************************************************************
       ELEGIR-FAVORITO.

            MOVE 0 TO USOS-MAYOR
            PERFORM VARYING INDICE-SIMB FROM 1 BY 1
                UNTIL INDICE-SIMB > JUG-SIMB-COUNT(INDICE-JUG)
                IF JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB) > USOS-MAYOR
                    MOVE JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB)
                        TO USOS-MAYOR
                    MOVE JUG-SIMB(INDICE-JUG INDICE-SIMB)
                        TO LAD-FAVORITO(INDICE-LADO)
                END-IF
            END-PERFORM.

      ******************************************************************
      * PUNTUACION ESPERADA DE CADA LADO CON LA CURVA DE
      * EXPECTED-SCORE DE RETO6. SOLO CON LAS DOS PLAZAS RESUELTAS.
      ******************************************************************
       CALCULAR-ESPERADO.

            IF LAD-JUGADOR(1) NOT = SPACES
                AND LAD-JUGADOR(2) NOT = SPACES
                COMPUTE DIFERENCIA-FUERZA =
                    LAD-FUERZA(1) - LAD-FUERZA(2)
                EVALUATE TRUE
                    WHEN DIFERENCIA-FUERZA >= +400
                        MOVE 92 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA >= +300
                        MOVE 85 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA >= +200
                        MOVE 76 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA >= +100
                        MOVE 64 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA >= +50
                        MOVE 57 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA > -50
                        MOVE 50 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA > -100
                        MOVE 43 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA > -200
                        MOVE 36 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA > -300
                        MOVE 24 TO ESPERADO-1
                    WHEN DIFERENCIA-FUERZA > -400
                        MOVE 15 TO ESPERADO-1
                    WHEN OTHER
                        MOVE 8 TO ESPERADO-1
                END-EVALUATE
                MOVE ESPERADO-1 TO LAD-ESPERADO(1)
                COMPUTE LAD-ESPERADO(2) = 100 - ESPERADO-1
            END-IF.

      ******************************************************************
      * HISTORIAL DIRECTO DE LA PAREJA, LEIDO POR SU CLAVE CANONICA
      * (EL IDENTIFICADOR MENOR PRIMERO, VER H2HREC.CPY) Y VUELTO AL
      * ORDEN DEL ENCUENTRO.
      ******************************************************************
       LEER-DIRECTOS.

            MOVE 0 TO GANA-LADO-1
            MOVE 0 TO GANA-LADO-2
            MOVE 0 TO EMPATES-LADOS
            IF HAY-DIRECTOS
                AND LAD-JUGADOR(1) NOT = SPACES
                AND LAD-JUGADOR(2) NOT = SPACES
                IF LAD-JUGADOR(1) > LAD-JUGADOR(2)
                    MOVE LAD-JUGADOR(2) TO H2H-PLAYER1
                    MOVE LAD-JUGADOR(1) TO H2H-PLAYER2
                ELSE
                    MOVE LAD-JUGADOR(1) TO H2H-PLAYER1
                    MOVE LAD-JUGADOR(2) TO H2H-PLAYER2
                END-IF
                READ HEAD-TO-HEAD-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE H2H-TIES TO EMPATES-LADOS
                        IF LAD-JUGADOR(1) > LAD-JUGADOR(2)
                            MOVE H2H-WINS-P2 TO GANA-LADO-1
                            MOVE H2H-WINS-P1 TO GANA-LADO-2
                        ELSE
                            MOVE H2H-WINS-P1 TO GANA-LADO-1
                            MOVE H2H-WINS-P2 TO GANA-LADO-2
                        END-IF
                END-READ
            END-IF.

      ******************************************************************
      * PAGINA DE LA PREVIA: CABECERA DEL ENCUENTRO, CARA A CARA Y UN
      * BLOQUE POR JUGADOR.
      ******************************************************************
       IMPRIMIR-ENCUENTRO.

            MOVE ENC-TORNEO(INDICE) TO TIT-TORNEO
            MOVE ENC-DIVISION(INDICE) TO TIT-DIVISION
            MOVE ENC-GRUPO(INDICE) TO TIT-GRUPO
            IF ENC-FECHA(INDICE) = 0
                MOVE ROT-SIN-DIA TO TIT-FECHA
            ELSE
                MOVE ENC-FECHA(INDICE) TO TIT-FECHA
            END-IF
            MOVE LINEA-TITULO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING PAGE
            MOVE ALL '=' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE LAD-NOMBRE(1) TO RIV-NOMBRE-1
            MOVE LAD-PLAZA(1) TO RIV-ID-1
            MOVE LAD-NOMBRE(2) TO RIV-NOMBRE-2
            MOVE LAD-PLAZA(2) TO RIV-ID-2
            MOVE LINEA-RIVALES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 2 LINES
            MOVE GANA-LADO-1 TO DIR-GANA-1
            MOVE GANA-LADO-2 TO DIR-GANA-2
            MOVE EMPATES-LADOS TO DIR-EMPATES
            MOVE LINEA-DIRECTOS TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 2 LINES
            PERFORM IMPRIMIR-LADO
                VARYING INDICE-LADO FROM 1 BY 1
                UNTIL INDICE-LADO > 2.

       IMPRIMIR-LADO.

            IF INDICE-LADO = 1
                MOVE 2 TO INDICE-RIVAL
            ELSE
                MOVE 1 TO INDICE-RIVAL
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE LAD-NOMBRE(INDICE-LADO) TO LINEA-IMPRESION(1:20)
            MOVE '(' TO LINEA-IMPRESION(22:1)
            MOVE LAD-PLAZA(INDICE-LADO) TO LINEA-IMPRESION(23:4)
            MOVE ')' TO LINEA-IMPRESION(27:1)
            WRITE LINEA-IMPRESION AFTER ADVANCING 2 LINES
            IF LAD-JUGADOR(INDICE-LADO) = SPACES
                MOVE SPACES TO LINEA-IMPRESION
                MOVE ROT-PLAZA-SIN-DECIDIR TO LINEA-IMPRESION(5:40)
                WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            ELSE
                MOVE LAD-FUERZA(INDICE-LADO) TO FUE-EDITADA
                MOVE LAD-ESPERADO(INDICE-LADO) TO ESP-EDITADA
                MOVE LINEA-FUERZA TO LINEA-IMPRESION
                IF LAD-JUGADOR(INDICE-RIVAL) = SPACES
                    MOVE SPACES TO LINEA-IMPRESION(32:49)
                END-IF
                WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
                MOVE LAD-INDICE(INDICE-LADO) TO INDICE-JUG
                IF INDICE-JUG = 0
                    MOVE SPACES TO FOR-FORMA
                ELSE
                    MOVE JUG-FORMA(INDICE-JUG) TO FOR-FORMA
                END-IF
                MOVE LINEA-FORMA TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
                IF INDICE-JUG > 0
                    PERFORM IMPRIMIR-SIMBOLOS
                    PERFORM IMPRIMIR-CONTRA-FAVORITO
                END-IF
            END-IF.

       IMPRIMIR-SIMBOLOS.

            MOVE LINEA-CABECERA-SIMB TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            IF JUG-SIMB-COUNT(INDICE-JUG) = 0
                MOVE SPACES TO LINEA-IMPRESION
                MOVE ROT-SIN-TIRADAS TO LINEA-IMPRESION(8:23)
                WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            END-IF
            PERFORM IMPRIMIR-UN-SIMBOLO
                VARYING INDICE-SIMB FROM 1 BY 1
                UNTIL INDICE-SIMB > JUG-SIMB-COUNT(INDICE-JUG).

       IMPRIMIR-UN-SIMBOLO.

            MOVE JUG-SIMB(INDICE-JUG INDICE-SIMB) TO SIM-SIMBOLO
            MOVE JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB) TO SIM-USOS
            MOVE JUG-SIMB-GANA(INDICE-JUG INDICE-SIMB) TO SIM-GANA
            PERFORM CALCULAR-PORCENTAJE
            MOVE PCT-TRABAJO TO SIM-PCT
            MOVE LINEA-SIMBOLO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE.

       CALCULAR-PORCENTAJE.

            IF JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB) = 0
                MOVE 0 TO PCT-TRABAJO
            ELSE
                COMPUTE PCT-TRABAJO ROUNDED =
                    JUG-SIMB-GANA(INDICE-JUG INDICE-SIMB) * 100
                    / JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB)
            END-IF.

      ******************************************************************
      * BALANCE DEL JUGADOR CUANDO LE SACAN EL SIMBOLO FAVORITO DEL
      * RIVAL, Y LOS SIMBOLOS QUE SEGUN RULESIN LE GANAN.
      ******************************************************************
       IMPRIMIR-CONTRA-FAVORITO.

            IF LAD-FAVORITO(INDICE-RIVAL) NOT = SPACES
                PERFORM BUSCAR-CONTRA-FAVORITO
                MOVE LAD-FAVORITO(INDICE-RIVAL) TO CON-SIMBOLO
                MOVE CONTRA-G TO CON-G
                MOVE CONTRA-P TO CON-P
                MOVE CONTRA-E TO CON-E
                MOVE LINEA-CONTRA TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION AFTER ADVANCING 2 LINES
                IF REGLAS-COUNT > 0
                    MOVE SPACES TO LINEA-IMPRESION
                    MOVE ROT-LE-GANAN TO LINEA-IMPRESION(5:26)
                    MOVE 32 TO POSICION-LINEA
                    PERFORM ANOTAR-SIMBOLO-GANADOR
                        VARYING INDICE-BUSQUEDA FROM 1 BY 1
                        UNTIL INDICE-BUSQUEDA > REGLAS-COUNT
                    IF POSICION-LINEA = 32
                        MOVE ROT-NINGUNO TO LINEA-IMPRESION(32:7)
                    END-IF
                    WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
                END-IF
            ELSE
                MOVE SPACES TO LINEA-IMPRESION
                MOVE ROT-RIVAL-SIN-TIRADAS TO LINEA-IMPRESION(5:37)
                WRITE LINEA-IMPRESION AFTER ADVANCING 2 LINES
            END-IF.

       BUSCAR-CONTRA-FAVORITO.

            MOVE 0 TO CONTRA-G
            MOVE 0 TO CONTRA-P
            MOVE 0 TO CONTRA-E
            PERFORM VARYING INDICE-SIMB FROM 1 BY 1
                UNTIL INDICE-SIMB > JUG-CONTRA-COUNT(INDICE-JUG)
                IF JUG-CON-SIMB(INDICE-JUG INDICE-SIMB)
                    = LAD-FAVORITO(INDICE-RIVAL)
                    MOVE JUG-CON-G(INDICE-JUG INDICE-SIMB) TO CONTRA-G
                    MOVE JUG-CON-P(INDICE-JUG INDICE-SIMB) TO CONTRA-P
                    MOVE JUG-CON-E(INDICE-JUG INDICE-SIMB) TO CONTRA-E
                END-IF
            END-PERFORM.

      ******************************************************************
      * UNA REGLA 'XY' CON RESULTADO 1 DICE QUE X GANA A Y: SI Y ES
      * EL FAVORITO DEL RIVAL, X VA A LA LINEA.
      ******************************************************************
       ANOTAR-SIMBOLO-GANADOR.

            IF REG-JUEGO(INDICE-BUSQUEDA)(2:1)
                = LAD-FAVORITO(INDICE-RIVAL)
                AND REG-RESULTADO(INDICE-BUSQUEDA) = 1
                AND POSICION-LINEA < 79
                MOVE REG-JUEGO(INDICE-BUSQUEDA)(1:1)
                    TO LINEA-IMPRESION(POSICION-LINEA:1)
                ADD 2 TO POSICION-LINEA
            END-IF.

      ******************************************************************
      * EXTRACTO DEL ENCUENTRO: EL 'E ', UN 'J ' POR JUGADOR RESUELTO
      * Y SUS 'S '.
      ******************************************************************
       EXTRAER-ENCUENTRO.

            MOVE SPACES TO PREVIA-RECORD
            MOVE 'E ' TO PVA-TIPO
            MOVE ENC-TORNEO(INDICE) TO PVA-E-TORNEO
            MOVE ENC-DIVISION(INDICE) TO PVA-E-DIVISION
            MOVE ENC-GRUPO(INDICE) TO PVA-E-GRUPO
            MOVE ENC-FECHA(INDICE) TO PVA-E-FECHA-PROG
            MOVE LAD-PLAZA(1) TO PVA-E-P1
            MOVE LAD-PLAZA(2) TO PVA-E-P2
            MOVE GANA-LADO-1 TO PVA-E-GANA-P1
            MOVE GANA-LADO-2 TO PVA-E-GANA-P2
            MOVE EMPATES-LADOS TO PVA-E-EMPATES
            MOVE LAD-ESPERADO(1) TO PVA-E-ESPERADO-P1
            MOVE LAD-ESPERADO(2) TO PVA-E-ESPERADO-P2
            WRITE PREVIA-RECORD
            ADD 1 TO CUENTA-ENCUENTROS
            PERFORM EXTRAER-LADO
                VARYING INDICE-LADO FROM 1 BY 1
                UNTIL INDICE-LADO > 2.

       EXTRAER-LADO.

            IF INDICE-LADO = 1
                MOVE 2 TO INDICE-RIVAL
            ELSE
                MOVE 1 TO INDICE-RIVAL
            END-IF
            IF LAD-JUGADOR(INDICE-LADO) NOT = SPACES
                MOVE LAD-INDICE(INDICE-LADO) TO INDICE-JUG
                MOVE SPACES TO PREVIA-RECORD
                MOVE 'J ' TO PVA-TIPO
                MOVE ENC-TORNEO(INDICE) TO PVA-J-TORNEO
                MOVE ENC-DIVISION(INDICE) TO PVA-J-DIVISION
                MOVE ENC-GRUPO(INDICE) TO PVA-J-GRUPO
                MOVE LAD-JUGADOR(INDICE-LADO) TO PVA-J-JUGADOR
                MOVE LAD-NOMBRE(INDICE-LADO) TO PVA-J-NOMBRE
                MOVE LAD-FUERZA(INDICE-LADO) TO PVA-J-FUERZA
                MOVE LAD-FAVORITO(INDICE-LADO) TO PVA-J-FAVORITO
                MOVE LAD-FAVORITO(INDICE-RIVAL)
                    TO PVA-J-FAVORITO-RIVAL
                MOVE 0 TO CONTRA-G
                MOVE 0 TO CONTRA-P
                MOVE 0 TO CONTRA-E
                IF INDICE-JUG > 0
                    MOVE JUG-FORMA(INDICE-JUG) TO PVA-J-FORMA
                    PERFORM BUSCAR-CONTRA-FAVORITO
                END-IF
                MOVE CONTRA-G TO PVA-J-CONTRA-G
                MOVE CONTRA-P TO PVA-J-CONTRA-P
                MOVE CONTRA-E TO PVA-J-CONTRA-E
                WRITE PREVIA-RECORD
                ADD 1 TO CUENTA-JUGADORES
                ADD LAD-FUERZA(INDICE-LADO) TO HASH-FUERZA
                IF INDICE-JUG > 0
                    PERFORM EXTRAER-SIMBOLO
                        VARYING INDICE-SIMB FROM 1 BY 1
                        UNTIL INDICE-SIMB > JUG-SIMB-COUNT(INDICE-JUG)
                END-IF
            END-IF.

       EXTRAER-SIMBOLO.

            MOVE SPACES TO PREVIA-RECORD
            MOVE 'S ' TO PVA-TIPO
            MOVE ENC-TORNEO(INDICE) TO PVA-S-TORNEO
            MOVE ENC-DIVISION(INDICE) TO PVA-S-DIVISION
            MOVE ENC-GRUPO(INDICE) TO PVA-S-GRUPO
            MOVE LAD-JUGADOR(INDICE-LADO) TO PVA-S-JUGADOR
            MOVE JUG-SIMB(INDICE-JUG INDICE-SIMB) TO PVA-S-SIMBOLO
            MOVE JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB) TO PVA-S-USOS
            MOVE JUG-SIMB-GANA(INDICE-JUG INDICE-SIMB)
                TO PVA-S-GANADAS
            PERFORM CALCULAR-PORCENTAJE
            MOVE PCT-TRABAJO TO PVA-S-PORCENTAJE
            WRITE PREVIA-RECORD
            ADD 1 TO CUENTA-SIMBOLOS
            ADD JUG-SIMB-USOS(INDICE-JUG INDICE-SIMB) TO HASH-USOS.

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
       END PROGRAM PREVIA.
