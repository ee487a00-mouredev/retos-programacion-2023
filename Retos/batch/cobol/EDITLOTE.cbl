      *            layout (GAMEREC.CPY) antes de la adjudicacion:
      *            GR-GRUPO numerico y no decreciente, simbolos
      *            presentes en RULESIN, jugadores presentes en
      *            ROSTERMAE (o referencia 'Wnnn' valida) y pareja de
      *            jugadores constante dentro del grupo. Las partidas
      *            buenas salen por GAMESOK, listas para RETO6; las
      *            malas por GAMESREJ con el motivo del rechazo.
      *            numerico mayor que cero y que el formato sea
      *            constante dentro del grupo, como la pareja de
      *            jugadores.
      * Modified:  15/10/2026 - Formato 'W' de grupo decidido por
      *            incomparecencia (ver GAMEREC.CPY): un unico
      *            registro sin partidas que nombra al jugador ausente
      *            y el motivo. No lleva simbolos que validar contra
      *            RULESIN; se exige un ausente '1'/'2', un motivo
      *            conocido y que sea el unico registro de su grupo.
      * Modified:  15/10/2026 - Registro de sanciones disciplinarias
      *            (SANCIONES, ver SANCREC.CPY). Las partidas de un
      *            jugador suspendido (por dias o para el torneo de la
      *            cabecera) se rechazan con la referencia de la sancion
      *            en el motivo. Un grupo perdido por sancion se rechaza
      *            igual y se sustituye por una incomparecencia del
      *            sancionado con motivo 'C', que cuenta entre las
      *            aceptadas de la cola.
      * Modified:  15/10/2026 - Lista de morosos de caja (MOROSOS, ver
      *            MOROREC.CPY, regrabada por TESORER). Las partidas de
      *            un grupo en que juegue un moroso se rechazan con el
      *            jugador y su deuda vencida en el motivo.
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - Deteccion de duplicados por contenido
      *            entre lotes: cada grupo se contrasta con el historico
      *            de huellas de grupos ya adjudicados (HUELLAS, ver
      *            HUELLREC.CPY), plegado de la ultima pista AUDITOUT:
      *            torneo, division, jugadores y secuencia de simbolos,
      *            dentro de la ventana de dias de HUELLCTL. Los
      *            posibles duplicados se retienen en GAMESRET (ver
      *            RETEREC.CPY) con el lote original que repiten, para
      *            que operacion los libere o descarte con LIBERA.
      * Modified:  15/10/2026 - Los grupos con ventaja (formatos H, M y
      *            P) se validan como T, B y F, y sus lineas HC de la
      *            pista no entran en la huella.
      * Modified:  15/10/2026 - GAMESIN lleva el arbitro del grupo (ver
      *            GAMEREC.CPY). Se rechazan las partidas cuyo arbitro
      *            cambia dentro del grupo, juega en el, no esta en
      *            activo en el maestro ARBITROS (ver ARBITREC.CPY) o es
      *            del equipo de uno de los jugadores segun EQUIPOSIN;
      *            un grupo sin arbitro se acepta. GAMESRET guarda el
      *            arbitro.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - EQUIPOSIN crece con la fecha desde la
      *            que vale cada afiliacion (ver EQUIPREC.CPY); se
      *            siguen leyendo las lineas antiguas de 28 posiciones.
      *            La ultima linea de cada jugador sigue siendo su club.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITLOTE.
           SELECT RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT CLEAN-FILE ASSIGN TO 'GAMESOK'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT REJECT-FILE ASSIGN TO 'GAMESREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT OPTIONAL SANCTION-FILE ASSIGN TO 'SANCIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCION-FILE-STATUS.
           SELECT OPTIONAL DEBTOR-FILE ASSIGN TO 'MOROSOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOROSOS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO 'HUELLAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUELLAS-FILE-STATUS.
           SELECT OPTIONAL FINGERPRINT-PARM-FILE ASSIGN TO 'HUELLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUELLCTL-FILE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'GAMESRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENIDAS-FILE-STATUS.
           SELECT OPTIONAL REFEREE-FILE ASSIGN TO 'ARBITROS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBITROS-FILE-STATUS.
           SELECT OPTIONAL TEAM-MASTER-FILE ASSIGN TO 'EQUIPOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQUIPOS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PLANTILLA DE JUGADORES, REFERENCIA MAESTRA DE IDENTIFICADORES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      ******************************************************************
       FD  CLEAN-FILE
           RECORD CONTAINS 13 TO 24 CHARACTERS.
       01  CLEAN-RECORD          PIC X(20).
       01  CLEAN-CONTROL-RECORD  PIC X(24).

      ******************************************************************
           RECORD CONTAINS 46 CHARACTERS.
           COPY GAMEREJ.

      ******************************************************************
      * REGISTRO DE SANCIONES DISCIPLINARIAS (VER SANCREC.CPY).
      * OPCIONAL: SIN EL NO SE RECHAZA NADA POR SANCION.
      ******************************************************************
       FD  SANCTION-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY SANCREC.

      ******************************************************************
      * LISTA DE MOROSOS DE CAJA (VER MOROREC.CPY), REGRABADA POR
      * TESORER. OPCIONAL: SIN ELLA NO SE RECHAZA NADA POR DEUDA.
      ******************************************************************
       FD  DEBTOR-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY MOROREC.

      ******************************************************************
      * ULTIMA PISTA DE AUDITORIA DE RETO6 (VER AUDITREC.CPY), DE LA
      * QUE SE PLIEGAN LOS GRUPOS YA ADJUDICADOS AL HISTORICO DE
      * HUELLAS (VER HUELLREC.CPY). AMBOS SON OPCIONALES: SIN ELLOS NO
      * SE RETIENE NADA POR DUPLICADO.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

       FD  FINGERPRINT-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY HUELLREC.

      ******************************************************************
      * TARJETA DE LA VENTANA DE DIAS EN QUE SE BUSCAN DUPLICADOS
      * (POR DEFECTO 30). OPCIONAL.
      ******************************************************************
       FD  FINGERPRINT-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  HUELLCTL-RECORD.
           05 HCTL-VENTANA-DIAS  PIC 9(3).

      ******************************************************************
      * PARTIDAS RETENIDAS POR POSIBLE DUPLICADO (VER RETEREC.CPY),
      * EN EXTEND HASTA QUE LIBERA LAS LIBERE O DESCARTE.
      ******************************************************************
       FD  SUSPENSE-FILE
           RECORD CONTAINS 61 TO 65 CHARACTERS.
           COPY RETEREC.

      ******************************************************************
      * MAESTRO DE ARBITROS (VER ARBITREC.CPY) Y MAESTRO DE EQUIPOS
      * (VER EQUIPREC.CPY) PARA VALIDAR EL ARBITRO DE CADA GRUPO. AMBOS
      * SON OPCIONALES: SIN ARBITROS NO SE EXIGE QUE EL ARBITRO ESTE EN
      * EL MAESTRO, Y SIN EQUIPOS NO SE MIRA EL CONFLICTO DE CLUB.
      ******************************************************************
       FD  REFEREE-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY ARBITREC.

       FD  TEAM-MASTER-FILE
           RECORD CONTAINS 28 TO 36 CHARACTERS.
           COPY EQUIPREC.

       WORKING-STORAGE SECTION.

       01 GAMES-FILE-STATUS      PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 CLEAN-FILE-STATUS      PIC X(2).
       01 REJECT-FILE-STATUS     PIC X(2).
       01 SANCION-FILE-STATUS    PIC X(2).
       01 MOROSOS-FILE-STATUS    PIC X(2).
       01 AUDIT-FILE-STATUS      PIC X(2).
       01 HUELLAS-FILE-STATUS    PIC X(2).
       01 HUELLCTL-FILE-STATUS   PIC X(2).
       01 RETENIDAS-FILE-STATUS  PIC X(2).
       01 ARBITROS-FILE-STATUS   PIC X(2).
       01 EQUIPOS-FILE-STATUS    PIC X(2).

       01 PARTIDAS-EOF-SW        PIC X(1) VALUE 'N'.
           88 PARTIDAS-EOF                VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 SANCIONES-EOF-SW       PIC X(1) VALUE 'N'.
           88 SANCIONES-EOF               VALUE 'Y'.
       01 MOROSOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 MOROSOS-EOF                 VALUE 'Y'.
       01 ARBITROS-EOF-SW        PIC X(1) VALUE 'N'.
           88 ARBITROS-EOF                VALUE 'Y'.
       01 EQUIPOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 EQUIPOS-EOF                 VALUE 'Y'.
       01 PISTA-EOF-SW           PIC X(1) VALUE 'N'.
           88 PISTA-EOF                   VALUE 'Y'.
       01 HUELLAS-EOF-SW         PIC X(1) VALUE 'N'.
           88 HUELLAS-EOF                 VALUE 'Y'.

      ******************************************************************
      * SIMBOLOS DISTINTOS VISTOS EN RULESIN. CADA REGLA APORTA DOS
           88 SIMBOLO-HALLADO             VALUE 'Y'.

      ******************************************************************
      * JUGADOR A BUSCAR EN EL MAESTRO DE JUGADORES.
      ******************************************************************
       01 JUGADOR-BUSCADO        PIC X(4).
       01 JUGADOR-HALLADO-SW     PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.
       01 GRUPO-PLAYER2          PIC X(4) VALUE SPACES.
       01 GRUPO-FORMATO          PIC X(1) VALUE SPACE.
       01 GRUPO-FORMATO-N        PIC X(2) VALUE SPACES.
       01 GRUPO-ARBITRO          PIC X(4) VALUE SPACES.
       01 GRUPO-REGISTROS        PIC 9(3) VALUE 0.

      ******************************************************************
      * SANCIONES VIGENTES QUE AFECTAN A LA DEPURACION: SUSPENSIONES
      * POR DIAS ('S') O POR TORNEO ('T') Y PERDIDAS DE GRUPOS ('F').
      * LOS DESCUENTOS DE PUNTOS ('P') LOS APLICA RETO6.
      ******************************************************************
       01 SANCIONES-COUNT        PIC 9(3) VALUE 0.
       01 SANCIONES-TBL.
           05 SANCION-ENTRADA OCCURS 200 TIMES.
              10 SAN-NUMERO      PIC 9(4).
              10 SAN-PLAYER-ID   PIC X(4).
              10 SAN-TIPO        PIC X(1).
              10 SAN-FECHA-EFECTO PIC 9(8).
              10 SAN-FECHA-FIN   PIC 9(8).
              10 SAN-DIAS        PIC 9(3).
              10 SAN-TORNEO      PIC X(8).
              10 SAN-DIVISION    PIC X(2).
              10 SAN-GRUPO       PIC 9(3) OCCURS 5 TIMES.
       01 INDICE-SANCION         PIC 9(3).
       01 INDICE-GRUPO-SANCION   PIC 9(1).
       01 PASADA-SANCION         PIC X(1).
           88 PASADA-PERDIDAS             VALUE 'F'.
       01 SANCION-APLICA-SW      PIC X(1).
           88 SANCION-APLICA              VALUE 'Y'.
       01 GRUPO-PERDIDO-SW       PIC X(1) VALUE 'N'.
           88 GRUPO-PERDIDO-EMITIDO       VALUE 'Y'.
       01 GRUPOS-PERDIDOS        PIC 9(5) VALUE 0.
       01 PARTIDAS-SANCIONADAS   PIC 9(7) VALUE 0.

      ******************************************************************
      * JUGADORES EN LA LISTA DE MOROSOS: NO PUEDEN JUGAR GRUPOS NUEVOS
      * HASTA QUE SU DEUDA VENCIDA BAJE DEL UMBRAL DE CAJA.
      ******************************************************************
       01 MOROSOS-COUNT          PIC 9(3) VALUE 0.
       01 MOROSOS-TBL.
           05 MOROSO-ENTRADA OCCURS 500 TIMES.
              10 MOR-PLAYER-ID   PIC X(4).
              10 MOR-DEUDA       PIC 9(7)V9(2).
       01 INDICE-MOROSO          PIC 9(3).
       01 DEUDA-EDITADA          PIC ZZZZZZ9.99.
       01 PARTIDAS-MOROSAS       PIC 9(7) VALUE 0.

      ******************************************************************
      * ARBITROS DEL MAESTRO Y AFILIACION DE CADA JUGADOR A SU EQUIPO.
      * EL ARBITRO DE UN GRUPO NO PUEDE SER UNO DE SUS JUGADORES NI
      * COMPARTIR EQUIPO CON ELLOS (CONFLICTO DE INTERESES).
      ******************************************************************
       01 ARBITROS-MAESTRO-SW    PIC X(1) VALUE 'N'.
           88 HAY-MAESTRO-ARBITROS        VALUE 'Y'.
       01 ARBITROS-COUNT         PIC 9(3) VALUE 0.
       01 ARBITROS-TBL.
           05 ARBITRO-ENTRADA OCCURS 200 TIMES.
              10 ARBT-ID         PIC X(4).
              10 ARBT-ACTIVO     PIC X(1).
              10 ARBT-EQUIPO     PIC X(4).
       01 INDICE-ARBITRO         PIC 9(3).
       01 ARBITRO-HALLADO        PIC 9(3).
       01 AFILIACION-COUNT       PIC 9(3) VALUE 0.
       01 AFILIACIONES-TBL.
           05 AFILIACION-ENTRADA OCCURS 500 TIMES.
              10 AFIL-JUGADOR    PIC X(4).
              10 AFIL-EQUIPO     PIC X(4).
       01 INDICE-AFILIACION      PIC 9(3).
       01 AFILIADO-BUSCADO       PIC X(4).
       01 EQUIPO-HALLADO         PIC X(4).
       01 EQUIPO-ARBITRO         PIC X(4).
       01 PARTIDAS-ARBITRO       PIC 9(7) VALUE 0.

      ******************************************************************
      * LOTE EN CURSO, TOMADO DE LA CABECERA DE CONTROL: LA FECHA DEL
      * LOTE DECIDE SI UNA SUSPENSION ESTA EN VIGOR Y EL TORNEO Y LA
      * DIVISION ACOTAN LAS SUSPENSIONES DE TORNEO Y LAS PERDIDAS DE
      * GRUPO. SIN CABECERA, LA FECHA ES LA DEL SISTEMA.
      ******************************************************************
       01 FECHA-LOTE             PIC 9(8) VALUE 0.
       01 NUMERO-LOTE            PIC 9(4) VALUE 0.
       01 TORNEO-LOTE            PIC X(8) VALUE SPACES.
       01 DIVISION-LOTE          PIC X(2) VALUE SPACES.

      ******************************************************************
      * HISTORICO DE HUELLAS EN MEMORIA (VER HUELLREC.CPY), PURGADO DE
      * LAS LINEAS QUE YA SALIERON DE LA VENTANA. SE REGRABA ENTERO AL
      * TERMINAR, CON LOS GRUPOS PLEGADOS DE LA PISTA Y EL LOTE VISTO.
      ******************************************************************
       01 VENTANA-DIAS           PIC 9(3) VALUE 30.
       01 FECHA-HOY              PIC 9(8).
       01 DIAS-HOY               PIC 9(7).
       01 DIAS-DIFERENCIA        PIC S9(7).
       01 HUELLAS-COUNT          PIC 9(4) VALUE 0.
       01 HUELLAS-TBL.
           05 HU-ENTRADA OCCURS 2000 TIMES.
              10 HU-TIPO         PIC X(1).
              10 HU-LOTE-FECHA   PIC 9(8).
              10 HU-LOTE-NUMERO  PIC 9(4).
              10 HU-TORNEO       PIC X(8).
              10 HU-DIVISION     PIC X(2).
              10 HU-GRUPO        PIC 9(3).
              10 HU-PLAYER-P1    PIC X(4).
              10 HU-PLAYER-P2    PIC X(4).
              10 HU-FECHA        PIC 9(8).
              10 HU-PARTIDAS     PIC 9(3).
              10 HU-SECUENCIA    PIC X(40).
       01 INDICE-HUELLA          PIC 9(4).
       01 HUELLA-HALLADA-SW      PIC X(1).
           88 HUELLA-HALLADA              VALUE 'Y'.
       01 GRUPOS-PLEGADOS        PIC 9(5) VALUE 0.

      ******************************************************************
      * GRUPO DE LA PISTA QUE SE ESTA PLEGANDO: LAS LINEAS SEGUIDAS DEL
      * MISMO LOTE, DIVISION Y GRUPO SON UNA MISMA INSTANCIA DE GRUPO.
      ******************************************************************
       01 PLIEGUE-SW             PIC X(1) VALUE 'N'.
           88 PLIEGUE-ABIERTO             VALUE 'Y'.
       01 PLIEGUE.
           05 PL-LOTE-FECHA      PIC 9(8).
           05 PL-LOTE-NUMERO     PIC 9(4).
           05 PL-TORNEO          PIC X(8).
           05 PL-DIVISION        PIC X(2).
           05 PL-GRUPO           PIC 9(3).
           05 PL-PLAYER-P1       PIC X(4).
           05 PL-PLAYER-P2       PIC X(4).
           05 PL-FECHA           PIC 9(8).
           05 PL-PARTIDAS        PIC 9(3).
           05 PL-SECUENCIA       PIC X(40).

      ******************************************************************
      * PARTIDAS ACEPTADAS DEL GRUPO EN CURSO: NO SALEN A GAMESOK HASTA
      * QUE EL GRUPO SE CIERRA Y SU HUELLA SE CONTRASTA CON EL
      * HISTORICO. UNA INCOMPARECENCIA APORTA 'W' MAS SU MOTIVO A LA
      * SECUENCIA, COMO LA DEJA RETO6 EN LA PISTA.
      ******************************************************************
       01 BUF-COUNT              PIC 9(3) VALUE 0.
       01 BUF-GRUPO              PIC 9(3) VALUE 0.
       01 BUF-TBL.
           05 BUF-REGISTRO       PIC X(20) OCCURS 999 TIMES.
       01 INDICE-BUF             PIC 9(3).
       01 HE-PARTIDAS            PIC 9(3).
       01 HE-SECUENCIA           PIC X(40).
       01 POSICION-SECUENCIA     PIC 9(2).
       01 INDICE-COINCIDE        PIC 9(4).
       01 GRUPO-LIBERADO-SW      PIC X(1).
           88 GRUPO-LIBERADO              VALUE 'Y'.
       01 PARTIDAS-RETENIDAS     PIC 9(7) VALUE 0.
       01 GRUPOS-RETENIDOS       PIC 9(5) VALUE 0.
       01 GRUPOS-LIBERADOS       PIC 9(5) VALUE 0.

      ******************************************************************
      * GRUPOS QUE YA ESTABAN EN GAMESRET AL ARRANCAR: UNA SEGUNDA
      * PASADA DEL MISMO LOTE NO LOS APARTA DOS VECES.
      ******************************************************************
       01 RETENIDAS-EOF-SW       PIC X(1) VALUE 'N'.
           88 RETENIDAS-EOF               VALUE 'Y'.
       01 YA-RETENIDOS-COUNT     PIC 9(3) VALUE 0.
       01 YA-RETENIDOS-TBL.
           05 YA-RETENIDO OCCURS 500 TIMES.
              10 YR-LOTE-FECHA   PIC 9(8).
              10 YR-LOTE-NUMERO  PIC 9(4).
              10 YR-GRUPO        PIC 9(3).
       01 INDICE-YA-RETENIDO     PIC 9(3).
       01 YA-RETENIDO-SW         PIC X(1).
           88 GRUPO-YA-RETENIDO           VALUE 'Y'.

      ******************************************************************
      * INCOMPARECENCIA POR DECISION DEL COMITE QUE SUSTITUYE A UN
      * GRUPO PERDIDO POR SANCION (FORMATO 'W' DE GAMEREC.CPY).
      ******************************************************************
       01 REGISTRO-PERDIDA.
           05 RP-GRUPO           PIC 9(3).
           05 RP-AUSENTE         PIC X(1).
           05 RP-MOTIVO          PIC X(1) VALUE 'C'.
           05 RP-PLAYER-P1       PIC X(4).
           05 RP-PLAYER-P2       PIC X(4).
           05 RP-FORMATO         PIC X(1) VALUE 'W'.
           05 RP-FORMATO-N       PIC 9(2) VALUE 0.
           05 RP-ARBITRO         PIC X(4).

      ******************************************************************
      * CONVERSION DE FECHA A DIAS CORRIDOS, COMO EN ARCHIVA, PARA
      * CONTAR LOS DIAS DE UNA SUSPENSION.
      ******************************************************************
       01 FECHA-TRABAJO          PIC 9(8).
       01 FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
           05 FT-ANO             PIC 9(4).
           05 FT-MES             PIC 9(2).
           05 FT-DIA             PIC 9(2).
       01 DIAS-CORRIDOS          PIC 9(7).
       01 DIAS-LOTE              PIC 9(7).
       01 ANO-AJUSTADO           PIC 9(4).

       01 INDICE                 PIC 9(3).
       01 MOTIVO-RECHAZO         PIC X(30).
       MAIN-PROCEDURE.

            PERFORM CARGAR-SIMBOLOS
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-SANCIONES
            PERFORM CARGAR-MOROSOS
            PERFORM CARGAR-ARBITROS
            PERFORM CARGAR-AFILIACIONES
            ACCEPT FECHA-LOTE FROM DATE YYYYMMDD
            MOVE FECHA-LOTE TO FECHA-HOY
            PERFORM CARGAR-VENTANA
            PERFORM CARGAR-HUELLAS
            PERFORM PLEGAR-PISTA
            PERFORM CARGAR-YA-RETENIDOS
            PERFORM ABRIR-FICHEROS
            PERFORM LEER-PARTIDA
            PERFORM DEPURAR-PARTIDA UNTIL PARTIDAS-EOF
            PERFORM VOLCAR-GRUPO
            PERFORM CERRAR-FICHEROS
            CLOSE ROSTER-FILE
            PERFORM GRABAR-HUELLAS
            DISPLAY 'DEPURACION -- LEIDAS: ' PARTIDAS-LEIDAS
                ' ACEPTADAS: ' PARTIDAS-BUENAS
                ' RECHAZADAS: ' PARTIDAS-MALAS
            IF PARTIDAS-RETENIDAS > 0 OR GRUPOS-LIBERADOS > 0
                DISPLAY 'RETENIDAS POR POSIBLE DUPLICADO: '
                    PARTIDAS-RETENIDAS ' EN ' GRUPOS-RETENIDOS
                    ' GRUPOS, GRUPOS LIBERADOS: ' GRUPOS-LIBERADOS
            END-IF
            IF PARTIDAS-SANCIONADAS > 0
                DISPLAY 'RECHAZADAS POR SANCION: ' PARTIDAS-SANCIONADAS
                    ' GRUPOS PERDIDOS POR SANCION: ' GRUPOS-PERDIDOS
            END-IF
            IF PARTIDAS-MOROSAS > 0
                DISPLAY 'RECHAZADAS POR MOROSIDAD: ' PARTIDAS-MOROSAS
            END-IF
            IF PARTIDAS-ARBITRO > 0
                DISPLAY 'RECHAZADAS POR EL ARBITRO: ' PARTIDAS-ARBITRO
            END-IF
            IF LOTE-DESCUADRADO
                DISPLAY 'ATENCION: LA COLA DEL LOTE NO CUADRA CON '
                    'LO LEIDO, REVISAR LA TRANSFERENCIA'
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES. SIN EL NO SE PUEDE VALIDAR
      * GR-PLAYER-P1/P2, ASI QUE SE PARA: ESTE PASO EXISTE
      * PRECISAMENTE PARA COMPROBARLOS.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA PLANTILLA DE JUGADORES'
                STOP RUN
            END-IF.

      ******************************************************************
      * BUSCA JUGADOR-BUSCADO EN EL MAESTRO POR SU CLAVE. UNA
      * REFERENCIA 'Wnnn' (GANADOR DEL GRUPO NNN, VER
      * RESOLVE-BRACKET-PLAYERS EN RETO6) TAMBIEN ES VALIDA SI LOS TRES
      * DIGITOS SON NUMERICOS.
      ******************************************************************
       VALIDAR-JUGADOR.

            IF JUGADOR-BUSCADO(1:1) = 'W'
                AND JUGADOR-BUSCADO(2:3) IS NUMERIC
                MOVE 'Y' TO JUGADOR-HALLADO-SW
            ELSE
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY MOVE 'N' TO JUGADOR-HALLADO-SW
                    NOT INVALID KEY MOVE 'Y' TO JUGADOR-HALLADO-SW
                END-READ
            END-IF.

      ******************************************************************
      * CARGA DEL REGISTRO DE SANCIONES LAS VIGENTES QUE TOCAN A LA
      * DEPURACION. EL REGISTRO ES OPCIONAL.
      ******************************************************************
       CARGAR-SANCIONES.

            OPEN INPUT SANCTION-FILE
            IF SANCION-FILE-STATUS = '00'
                PERFORM LEER-SANCION
                PERFORM ANOTAR-SANCION UNTIL SANCIONES-EOF
                CLOSE SANCTION-FILE
            END-IF.

      ******************************************************************
      * CARGA LA LISTA DE MOROSOS DE CAJA. LA LISTA ES OPCIONAL.
      ******************************************************************
       CARGAR-MOROSOS.

            OPEN INPUT DEBTOR-FILE
            IF MOROSOS-FILE-STATUS = '00'
                PERFORM LEER-MOROSO
                PERFORM ANOTAR-MOROSO UNTIL MOROSOS-EOF
                CLOSE DEBTOR-FILE
            END-IF.

       LEER-MOROSO.

            READ DEBTOR-FILE
                AT END MOVE 'Y' TO MOROSOS-EOF-SW
            END-READ.

       ANOTAR-MOROSO.

            IF MOROSOS-COUNT = 500
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE MOROSOS, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO MOROSOS-COUNT
                MOVE MORO-PLAYER-ID TO MOR-PLAYER-ID(MOROSOS-COUNT)
                MOVE MORO-DEUDA TO MOR-DEUDA(MOROSOS-COUNT)
            END-IF
            PERFORM LEER-MOROSO.

      ******************************************************************
      * CARGA EL MAESTRO DE ARBITROS. ES OPCIONAL.
      ******************************************************************
       CARGAR-ARBITROS.

            OPEN INPUT REFEREE-FILE
            IF ARBITROS-FILE-STATUS = '00'
                MOVE 'Y' TO ARBITROS-MAESTRO-SW
                PERFORM LEER-ARBITRO
                PERFORM ANOTAR-ARBITRO UNTIL ARBITROS-EOF
                CLOSE REFEREE-FILE
            END-IF.

       LEER-ARBITRO.

            READ REFEREE-FILE
                AT END MOVE 'Y' TO ARBITROS-EOF-SW
            END-READ.

       ANOTAR-ARBITRO.

            IF ARBITROS-COUNT = 200
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE ARBITROS, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO ARBITROS-COUNT
                MOVE ARB-ID TO ARBT-ID(ARBITROS-COUNT)
                MOVE ARB-ACTIVO TO ARBT-ACTIVO(ARBITROS-COUNT)
                MOVE ARB-EQUIPO-ID TO ARBT-EQUIPO(ARBITROS-COUNT)
            END-IF
            PERFORM LEER-ARBITRO.

      ******************************************************************
      * CARGA LA AFILIACION DE CADA JUGADOR A SU EQUIPO. ES OPCIONAL.
      ******************************************************************
       CARGAR-AFILIACIONES.

            OPEN INPUT TEAM-MASTER-FILE
            IF EQUIPOS-FILE-STATUS = '00'
                PERFORM LEER-EQUIPO
                PERFORM ANOTAR-AFILIACION UNTIL EQUIPOS-EOF
                CLOSE TEAM-MASTER-FILE
            END-IF.

       LEER-EQUIPO.

            READ TEAM-MASTER-FILE
                AT END MOVE 'Y' TO EQUIPOS-EOF-SW
            END-READ.

       ANOTAR-AFILIACION.

            IF AFILIACION-COUNT = 500
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE JUGADORES '
                    'DEL MAESTRO DE EQUIPOS, SE TRUNCA'
            ELSE
                ADD 1 TO AFILIACION-COUNT
                MOVE EQ-PLAYER-ID TO AFIL-JUGADOR(AFILIACION-COUNT)
                MOVE EQ-EQUIPO-ID TO AFIL-EQUIPO(AFILIACION-COUNT)
            END-IF
            PERFORM LEER-EQUIPO.

       LEER-SANCION.

            READ SANCTION-FILE
                AT END MOVE 'Y' TO SANCIONES-EOF-SW
            END-READ.

       ANOTAR-SANCION.

            IF SANC-VIGENTE
                AND (SANC-SUSPENSION-DIAS OR SANC-SUSPENSION-TORNEO
                OR SANC-PERDIDA-GRUPOS)
                IF SANCIONES-COUNT = 200
                    DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE '
                        'SANCIONES, SE TRUNCA'
                ELSE
                    ADD 1 TO SANCIONES-COUNT
                    MOVE SANC-NUMERO TO SAN-NUMERO(SANCIONES-COUNT)
                    MOVE SANC-PLAYER-ID
                        TO SAN-PLAYER-ID(SANCIONES-COUNT)
                    MOVE SANC-TIPO TO SAN-TIPO(SANCIONES-COUNT)
                    MOVE SANC-FECHA-EFECTO
                        TO SAN-FECHA-EFECTO(SANCIONES-COUNT)
                    MOVE SANC-FECHA-FIN
                        TO SAN-FECHA-FIN(SANCIONES-COUNT)
                    MOVE SANC-DIAS TO SAN-DIAS(SANCIONES-COUNT)
                    MOVE SANC-TORNEO TO SAN-TORNEO(SANCIONES-COUNT)
                    MOVE SANC-DIVISION
                        TO SAN-DIVISION(SANCIONES-COUNT)
                    PERFORM VARYING INDICE-GRUPO-SANCION FROM 1 BY 1
                        UNTIL INDICE-GRUPO-SANCION > 5
                        MOVE SANC-GRUPO(INDICE-GRUPO-SANCION)
                            TO SAN-GRUPO(SANCIONES-COUNT,
                            INDICE-GRUPO-SANCION)
                    END-PERFORM
                END-IF
            END-IF
            PERFORM LEER-SANCION.

      ******************************************************************
      * ABRE LA ENTRADA DE PARTIDAS Y LAS DOS SALIDAS DEL PASO.
            IF REJECT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE RECHAZOS'
                STOP RUN
            END-IF
            OPEN EXTEND SUSPENSE-FILE
            IF RETENIDAS-FILE-STATUS NOT = '00'
                AND RETENIDAS-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE RETENIDAS'
                STOP RUN
            END-IF.

      ******************************************************************
      * PASO); SI NO CUADRA, EL FICHERO LLEGO TRUNCADO Y SE PROPAGA
      * EL DECLARADO MENOS LOS RECHAZOS, DE MODO QUE LA VERIFICACION
      * DE RETO6 DENUNCIE EL FALTANTE EN VEZ DE QUEDAR REBALANCEADA
      * EN SILENCIO. LAS PARTIDAS RETENIDAS POR POSIBLE DUPLICADO
      * CUENTAN COMO LOS RECHAZOS. ANTES SE VUELCA EL GRUPO PENDIENTE,
      * QUE PERTENECE AL LOTE QUE SE CIERRA.
      ******************************************************************
       COPIAR-CONTROL-LOTE.

            PERFORM VOLCAR-GRUPO
            IF LOTE-CABECERA
                IF LOTE-FECHA IS NUMERIC AND LOTE-FECHA > 0
                    MOVE LOTE-FECHA TO FECHA-LOTE
                END-IF
                IF LOTE-NUMERO IS NUMERIC
                    MOVE LOTE-NUMERO TO NUMERO-LOTE
                END-IF
                MOVE LOTE-TORNEO TO TORNEO-LOTE
                MOVE LOTE-DIVISION TO DIVISION-LOTE
                PERFORM ANOTAR-LOTE-VISTO
            END-IF
            IF LOTE-FIN
                IF LOTE-CONTADOR IS NUMERIC
                    AND LOTE-CONTADOR NOT = PARTIDAS-LEIDAS
                    DISPLAY 'EL LOTE DECLARA ' LOTE-CONTADOR
                        ' PARTIDAS Y SE LEYERON ' PARTIDAS-LEIDAS
                        ', FICHERO POSIBLEMENTE TRUNCADO'
                    IF LOTE-CONTADOR >
                        PARTIDAS-MALAS + PARTIDAS-RETENIDAS
                        COMPUTE CONTADOR-SALIDA =
                            LOTE-CONTADOR - PARTIDAS-MALAS
                            - PARTIDAS-RETENIDAS + GRUPOS-PERDIDOS
                    ELSE
                        MOVE 0 TO CONTADOR-SALIDA
                    END-IF
            MOVE SPACES TO MOTIVO-RECHAZO
            PERFORM VALIDAR-GRUPO
            IF MOTIVO-RECHAZO = SPACES
                IF GR-FORMATO-WALKOVER
                    PERFORM VALIDAR-WALKOVER
                ELSE
                    PERFORM VALIDAR-SIMBOLOS
                END-IF
            END-IF
            IF MOTIVO-RECHAZO = SPACES
                PERFORM VALIDAR-JUGADORES
                PERFORM VALIDAR-FORMATO
            END-IF
            IF MOTIVO-RECHAZO = SPACES
                PERFORM VALIDAR-ARBITRO
            END-IF
            IF MOTIVO-RECHAZO = SPACES AND SANCIONES-COUNT > 0
                PERFORM VALIDAR-SANCIONES
            END-IF
            IF MOTIVO-RECHAZO = SPACES AND MOROSOS-COUNT > 0
                PERFORM VALIDAR-MOROSOS
            END-IF
            IF MOTIVO-RECHAZO = SPACES
                PERFORM ANOTAR-EN-GRUPO
            ELSE
                ADD 1 TO PARTIDAS-MALAS
                MOVE GAME-RECORD TO RECH-REGISTRO
      ******************************************************************
      * GR-GRUPO DEBE SER NUMERICO Y NO DECRECER RESPECTO DEL GRUPO
      * ANTERIOR. AL CAMBIAR DE GRUPO SE ANOTA SU PAREJA DE JUGADORES
      * (Y SU FORMATO Y ARBITRO) COMO REFERENCIA PARA EL RESTO DEL
      * GRUPO.
      ******************************************************************
       VALIDAR-GRUPO.

                    MOVE 'GRUPO DECRECIENTE' TO MOTIVO-RECHAZO
                ELSE
                    IF GRUPO-ACTUAL NOT = GRUPO-ANTERIOR
                        PERFORM VOLCAR-GRUPO
                        MOVE GRUPO-ACTUAL TO GRUPO-ANTERIOR
                        MOVE GR-PLAYER-P1 TO GRUPO-PLAYER1
                        MOVE GR-PLAYER-P2 TO GRUPO-PLAYER2
                        MOVE GR-FORMATO TO GRUPO-FORMATO
                        MOVE GAME-RECORD(15:2) TO GRUPO-FORMATO-N
                        MOVE GR-ARBITRO TO GRUPO-ARBITRO
                        MOVE 0 TO GRUPO-REGISTROS
                        MOVE 'N' TO GRUPO-PERDIDO-SW
                    END-IF
                    ADD 1 TO GRUPO-REGISTROS
                END-IF
            END-IF.

                END-IF
            END-IF.

      ******************************************************************
      * UN REGISTRO DE INCOMPARECENCIA (FORMATO 'W') NO TRAE SIMBOLOS:
      * DEBE NOMBRAR AL AUSENTE ('1' O '2'), TRAER UN MOTIVO CONOCIDO
      * Y SER EL UNICO REGISTRO DE SU GRUPO. UNA PARTIDA QUE LLEGUE
      * DESPUES EN EL MISMO GRUPO CAE POR EL CAMBIO DE FORMATO.
      ******************************************************************
       VALIDAR-WALKOVER.

            EVALUATE TRUE
                WHEN NOT GR-WO-AUSENTE-P1 AND NOT GR-WO-AUSENTE-P2
                    MOVE 'W.O. SIN AUSENTE VALIDO'
                        TO MOTIVO-RECHAZO
                WHEN NOT GR-WO-MOTIVO-VALIDO
                    MOVE 'W.O. CON MOTIVO DESCONOCIDO'
                        TO MOTIVO-RECHAZO
                WHEN GRUPO-REGISTROS > 1
                    MOVE 'W.O. NO ES UNICO EN EL GRUPO'
                        TO MOTIVO-RECHAZO
            END-EVALUATE.

      ******************************************************************
      * LOS DOS JUGADORES DEBEN EXISTIR EN LA PLANTILLA (O SER UNA
      * REFERENCIA 'Wnnn' VALIDA) Y SER LOS MISMOS EN TODAS LAS

      ******************************************************************
      * EL FORMATO DE DECISION DEL GRUPO (VER GAMEREC.CPY) DEBE SER
      * UNO DE LOS CONOCIDOS (LOS DE VENTAJA 'H', 'M' Y 'P' CAEN EN
      * LOS 88 DE 'T', 'B' Y 'F'), TRAER UN N VALIDO EN 'B' Y 'F' (Y
      * EN 'M' Y 'P'), Y SER
      * CONSTANTE EN TODAS LAS PARTIDAS DEL GRUPO.
      ******************************************************************
       VALIDAR-FORMATO.

            EVALUATE TRUE
                WHEN GR-FORMATO-TOTALES OR GR-FORMATO-WALKOVER
                    CONTINUE
                WHEN GR-FORMATO-MEJOR-DE OR GR-FORMATO-PRIMERO-A
                    IF GR-FORMATO-N IS NOT NUMERIC
            END-EVALUATE
            IF MOTIVO-RECHAZO = SPACES
                IF GR-FORMATO NOT = GRUPO-FORMATO
                    OR (GAME-RECORD(15:2) NOT = GRUPO-FORMATO-N
                    AND NOT GR-FORMATO-WALKOVER)
                    MOVE 'FORMATO CAMBIA EN EL GRUPO'
                        TO MOTIVO-RECHAZO
                END-IF
            END-IF.

      ******************************************************************
      * EL ARBITRO DEL GRUPO (VER GAMEREC.CPY) DEBE SER EL MISMO EN
      * TODAS SUS PARTIDAS. SI VIENE INFORMADO NO PUEDE SER UNO DE LOS
      * JUGADORES, DEBE ESTAR EN ACTIVO EN EL MAESTRO DE ARBITROS (SI
      * LO HAY) Y NO PUEDE SER DEL EQUIPO DE NINGUNO DE LOS DOS
      * JUGADORES. UN GRUPO SIN ARBITRO (LOTES ANTIGUOS) SE ACEPTA.
      ******************************************************************
       VALIDAR-ARBITRO.

            MOVE 0 TO ARBITRO-HALLADO
            PERFORM VARYING INDICE-ARBITRO FROM 1 BY 1
                UNTIL INDICE-ARBITRO > ARBITROS-COUNT
                IF ARBT-ID(INDICE-ARBITRO) = GR-ARBITRO
                    MOVE INDICE-ARBITRO TO ARBITRO-HALLADO
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN GR-ARBITRO NOT = GRUPO-ARBITRO
                    MOVE 'ARBITRO CAMBIA EN EL GRUPO'
                        TO MOTIVO-RECHAZO
                WHEN GR-ARBITRO = SPACES
                    CONTINUE
                WHEN GR-ARBITRO = GR-PLAYER-P1
                    OR GR-ARBITRO = GR-PLAYER-P2
                    MOVE 'ARBITRO JUEGA EN EL GRUPO'
                        TO MOTIVO-RECHAZO
                WHEN HAY-MAESTRO-ARBITROS AND ARBITRO-HALLADO = 0
                    MOVE 'ARBITRO NO ESTA EN EL MAESTRO'
                        TO MOTIVO-RECHAZO
                WHEN HAY-MAESTRO-ARBITROS
                    AND ARBT-ACTIVO(ARBITRO-HALLADO) NOT = 'A'
                    MOVE 'ARBITRO NO ESTA EN ACTIVO'
                        TO MOTIVO-RECHAZO
                WHEN OTHER
                    PERFORM COMPROBAR-EQUIPO-ARBITRO
            END-EVALUATE
            IF MOTIVO-RECHAZO NOT = SPACES
                ADD 1 TO PARTIDAS-ARBITRO
            END-IF.

      ******************************************************************
      * EL EQUIPO DEL ARBITRO ES EL DE SU FICHA EN EL MAESTRO DE
      * ARBITROS O, SI NO LO TRAE, EL SUYO EN EL MAESTRO DE EQUIPOS.
      * UN ARBITRO SIN EQUIPO NO TIENE CONFLICTO DE CLUB.
      ******************************************************************
       COMPROBAR-EQUIPO-ARBITRO.

            MOVE SPACES TO EQUIPO-ARBITRO
            IF ARBITRO-HALLADO > 0
                MOVE ARBT-EQUIPO(ARBITRO-HALLADO) TO EQUIPO-ARBITRO
            END-IF
            IF EQUIPO-ARBITRO = SPACES
                MOVE GR-ARBITRO TO AFILIADO-BUSCADO
                PERFORM BUSCAR-AFILIACION
                MOVE EQUIPO-HALLADO TO EQUIPO-ARBITRO
            END-IF
            IF EQUIPO-ARBITRO NOT = SPACES
                MOVE GR-PLAYER-P1 TO AFILIADO-BUSCADO
                PERFORM BUSCAR-AFILIACION
                IF EQUIPO-HALLADO = EQUIPO-ARBITRO
                    MOVE 'ARBITRO DEL EQUIPO DE P1'
                        TO MOTIVO-RECHAZO
                ELSE
                    MOVE GR-PLAYER-P2 TO AFILIADO-BUSCADO
                    PERFORM BUSCAR-AFILIACION
                    IF EQUIPO-HALLADO = EQUIPO-ARBITRO
                        MOVE 'ARBITRO DEL EQUIPO DE P2'
                            TO MOTIVO-RECHAZO
                    END-IF
                END-IF
            END-IF.

       BUSCAR-AFILIACION.

            MOVE SPACES TO EQUIPO-HALLADO
            PERFORM VARYING INDICE-AFILIACION FROM 1 BY 1
                UNTIL INDICE-AFILIACION > AFILIACION-COUNT
                IF AFIL-JUGADOR(INDICE-AFILIACION) = AFILIADO-BUSCADO
                    MOVE AFIL-EQUIPO(INDICE-AFILIACION)
                        TO EQUIPO-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * NINGUN JUGADOR DEL GRUPO PUEDE ESTAR SANCIONADO. PRIMERO SE
      * MIRAN LAS PERDIDAS DE GRUPO, QUE DAN EL GRUPO AL RIVAL, Y
      * DESPUES LAS SUSPENSIONES, QUE SOLO LO RECHAZAN. EL MOTIVO
      * LLEVA EL NUMERO DE LA SANCION PARA QUE SE PUEDA RASTREAR.
      ******************************************************************
       VALIDAR-SANCIONES.

            MOVE 'F' TO PASADA-SANCION
            PERFORM COMPROBAR-SANCION
                VARYING INDICE-SANCION FROM 1 BY 1
                UNTIL INDICE-SANCION > SANCIONES-COUNT
                    OR MOTIVO-RECHAZO NOT = SPACES
            IF MOTIVO-RECHAZO = SPACES
                MOVE 'S' TO PASADA-SANCION
                PERFORM COMPROBAR-SANCION
                    VARYING INDICE-SANCION FROM 1 BY 1
                    UNTIL INDICE-SANCION > SANCIONES-COUNT
                        OR MOTIVO-RECHAZO NOT = SPACES
            END-IF
            IF MOTIVO-RECHAZO NOT = SPACES
                ADD 1 TO PARTIDAS-SANCIONADAS
            END-IF.

       COMPROBAR-SANCION.

            IF SAN-PLAYER-ID(INDICE-SANCION) = GR-PLAYER-P1
                OR SAN-PLAYER-ID(INDICE-SANCION) = GR-PLAYER-P2
                PERFORM COMPROBAR-VIGENCIA
                IF SANCION-APLICA
                    IF PASADA-PERDIDAS
                        IF SAN-TIPO(INDICE-SANCION) = 'F'
                            PERFORM COMPROBAR-PERDIDA-GRUPO
                        END-IF
                    ELSE
                        PERFORM COMPROBAR-SUSPENSION
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * NINGUN JUGADOR DEL GRUPO PUEDE ESTAR EN LA LISTA DE MOROSOS.
      * EL MOTIVO LLEVA EL JUGADOR Y SU DEUDA VENCIDA.
      ******************************************************************
       VALIDAR-MOROSOS.

            PERFORM COMPROBAR-MOROSO
                VARYING INDICE-MOROSO FROM 1 BY 1
                UNTIL INDICE-MOROSO > MOROSOS-COUNT
                    OR MOTIVO-RECHAZO NOT = SPACES
            IF MOTIVO-RECHAZO NOT = SPACES
                ADD 1 TO PARTIDAS-MOROSAS
            END-IF.

       COMPROBAR-MOROSO.

            IF MOR-PLAYER-ID(INDICE-MOROSO) = GR-PLAYER-P1
                OR MOR-PLAYER-ID(INDICE-MOROSO) = GR-PLAYER-P2
                MOVE MOR-DEUDA(INDICE-MOROSO) TO DEUDA-EDITADA
                STRING 'JUGADOR MOROSO '
                    MOR-PLAYER-ID(INDICE-MOROSO) ' '
                    DEUDA-EDITADA
                    DELIMITED BY SIZE INTO MOTIVO-RECHAZO
            END-IF.

      ******************************************************************
      * LA SANCION SURTE EFECTO DESDE SU FECHA DE EFECTO HASTA SU
      * FECHA FIN (SI LA TIENE) Y, EN LA SUSPENSION POR DIAS, MIENTRAS
      * NO SE HAYAN CUMPLIDO SAN-DIAS DIAS CORRIDOS.
      ******************************************************************
       COMPROBAR-VIGENCIA.

            MOVE 'N' TO SANCION-APLICA-SW
            IF FECHA-LOTE NOT < SAN-FECHA-EFECTO(INDICE-SANCION)
                AND (SAN-FECHA-FIN(INDICE-SANCION) = 0
                OR FECHA-LOTE NOT > SAN-FECHA-FIN(INDICE-SANCION))
                MOVE 'Y' TO SANCION-APLICA-SW
            END-IF
            IF SANCION-APLICA AND SAN-TIPO(INDICE-SANCION) = 'S'
                AND SAN-DIAS(INDICE-SANCION) > 0
                MOVE FECHA-LOTE TO FECHA-TRABAJO
                PERFORM FECHA-A-DIAS
                MOVE DIAS-CORRIDOS TO DIAS-LOTE
                MOVE SAN-FECHA-EFECTO(INDICE-SANCION) TO FECHA-TRABAJO
                PERFORM FECHA-A-DIAS
                IF DIAS-LOTE - DIAS-CORRIDOS
                    NOT < SAN-DIAS(INDICE-SANCION)
                    MOVE 'N' TO SANCION-APLICA-SW
                END-IF
            END-IF.

      ******************************************************************
      * SUSPENSION POR DIAS, O PARA EL TORNEO DEL LOTE.
      ******************************************************************
       COMPROBAR-SUSPENSION.

            IF SAN-TIPO(INDICE-SANCION) = 'S'
                OR (SAN-TIPO(INDICE-SANCION) = 'T'
                AND TORNEO-LOTE NOT = SPACES
                AND SAN-TORNEO(INDICE-SANCION) = TORNEO-LOTE)
                MOVE SPACES TO MOTIVO-RECHAZO
                STRING 'JUGADOR SANCIONADO REF '
                    SAN-NUMERO(INDICE-SANCION)
                    DELIMITED BY SIZE INTO MOTIVO-RECHAZO
            END-IF.

      ******************************************************************
      * PERDIDA DE GRUPO: EL GRUPO DEBE SER UNO DE LOS NOMBRADOS EN
      * LA SANCION, DEL TORNEO (Y DIVISION, SI SE INDICA) DEL LOTE.
      * SUS PARTIDAS SE RECHAZAN Y, UNA SOLA VEZ POR GRUPO, SE EMITE
      * EN SU LUGAR UNA INCOMPARECENCIA DEL SANCIONADO POR DECISION
      * DEL COMITE, PARA QUE EL RIVAL SE LLEVE EL GRUPO.
      ******************************************************************
       COMPROBAR-PERDIDA-GRUPO.

            IF TORNEO-LOTE NOT = SPACES
                AND SAN-TORNEO(INDICE-SANCION) = TORNEO-LOTE
                AND (SAN-DIVISION(INDICE-SANCION) = SPACES
                OR SAN-DIVISION(INDICE-SANCION) = DIVISION-LOTE)
                PERFORM VARYING INDICE-GRUPO-SANCION FROM 1 BY 1
                    UNTIL INDICE-GRUPO-SANCION > 5
                    IF SAN-GRUPO(INDICE-SANCION, INDICE-GRUPO-SANCION)
                        = GRUPO-ACTUAL AND GRUPO-ACTUAL > 0
                        MOVE SPACES TO MOTIVO-RECHAZO
                        STRING 'GRUPO PERDIDO POR SANCION '
                            SAN-NUMERO(INDICE-SANCION)
                            DELIMITED BY SIZE INTO MOTIVO-RECHAZO
                    END-IF
                END-PERFORM
                IF MOTIVO-RECHAZO NOT = SPACES
                    AND NOT GRUPO-PERDIDO-EMITIDO
                    PERFORM EMITIR-PERDIDA-GRUPO
                END-IF
            END-IF.

       EMITIR-PERDIDA-GRUPO.

            MOVE 'Y' TO GRUPO-PERDIDO-SW
            MOVE GRUPO-ACTUAL TO RP-GRUPO
            IF SAN-PLAYER-ID(INDICE-SANCION) = GR-PLAYER-P1
                MOVE '1' TO RP-AUSENTE
            ELSE
                MOVE '2' TO RP-AUSENTE
            END-IF
            MOVE GR-PLAYER-P1 TO RP-PLAYER-P1
            MOVE GR-PLAYER-P2 TO RP-PLAYER-P2
            MOVE GR-ARBITRO TO RP-ARBITRO
            MOVE REGISTRO-PERDIDA TO CLEAN-RECORD
            WRITE CLEAN-RECORD
            ADD 1 TO PARTIDAS-BUENAS
            ADD 1 TO GRUPOS-PERDIDOS.

      ******************************************************************
      * CONVIERTE FECHA-TRABAJO (AAAAMMDD) A DIAS CORRIDOS, CON EL
      * COMPUTO CIVIL CLASICO DE AÑOS BISIESTOS, COMO EN ARCHIVA.
      ******************************************************************
       FECHA-A-DIAS.

            MOVE FT-ANO TO ANO-AJUSTADO
            IF FT-MES <= 2
                SUBTRACT 1 FROM ANO-AJUSTADO
            END-IF
            COMPUTE DIAS-CORRIDOS =
                (ANO-AJUSTADO * 365)
                + (ANO-AJUSTADO / 4)
                - (ANO-AJUSTADO / 100)
                + (ANO-AJUSTADO / 400)
                + FT-DIA
            EVALUATE FT-MES
                WHEN 1  ADD 306 TO DIAS-CORRIDOS
                WHEN 2  ADD 337 TO DIAS-CORRIDOS
                WHEN 3  ADD 0   TO DIAS-CORRIDOS
                WHEN 4  ADD 31  TO DIAS-CORRIDOS
                WHEN 5  ADD 61  TO DIAS-CORRIDOS
                WHEN 6  ADD 92  TO DIAS-CORRIDOS
                WHEN 7  ADD 122 TO DIAS-CORRIDOS
                WHEN 8  ADD 153 TO DIAS-CORRIDOS
                WHEN 9  ADD 184 TO DIAS-CORRIDOS
                WHEN 10 ADD 214 TO DIAS-CORRIDOS
                WHEN 11 ADD 245 TO DIAS-CORRIDOS
                WHEN 12 ADD 275 TO DIAS-CORRIDOS
            END-EVALUATE.

      ******************************************************************
      * LEE LA TARJETA HUELLCTL CON LA VENTANA DE DIAS EN QUE UN GRUPO
      * YA ADJUDICADO PUEDE HACER SOSPECHOSO A UNO ENTRANTE. SIN
      * TARJETA, O CON UN VALOR NO VALIDO, SE QUEDA EN 30 DIAS.
      ******************************************************************
       CARGAR-VENTANA.

            OPEN INPUT FINGERPRINT-PARM-FILE
            IF HUELLCTL-FILE-STATUS = '00'
                OR HUELLCTL-FILE-STATUS = '05'
                READ FINGERPRINT-PARM-FILE
                    NOT AT END
                        IF HCTL-VENTANA-DIAS IS NUMERIC
                            AND HCTL-VENTANA-DIAS > 0
                            MOVE HCTL-VENTANA-DIAS TO VENTANA-DIAS
                        END-IF
                END-READ
                CLOSE FINGERPRINT-PARM-FILE
            END-IF.

      ******************************************************************
      * CARGA EL HISTORICO DE HUELLAS (VER HUELLREC.CPY), DEJANDO
      * FUERA LAS LINEAS QUE YA SALIERON DE LA VENTANA. EL HISTORICO
      * ES OPCIONAL: LA PRIMERA NOCHE ARRANCA VACIO.
      ******************************************************************
       CARGAR-HUELLAS.

            MOVE FECHA-HOY TO FECHA-TRABAJO
            PERFORM FECHA-A-DIAS
            MOVE DIAS-CORRIDOS TO DIAS-HOY
            OPEN INPUT FINGERPRINT-FILE
            IF HUELLAS-FILE-STATUS = '00'
                OR HUELLAS-FILE-STATUS = '05'
                PERFORM LEER-HUELLA
                PERFORM ANOTAR-HUELLA UNTIL HUELLAS-EOF
                CLOSE FINGERPRINT-FILE
            END-IF.

       LEER-HUELLA.

            READ FINGERPRINT-FILE
                AT END MOVE 'Y' TO HUELLAS-EOF-SW
            END-READ.

       ANOTAR-HUELLA.

            IF HUE-FECHA IS NUMERIC AND HUE-FECHA > 0
                MOVE HUE-FECHA TO FECHA-TRABAJO
                PERFORM FECHA-A-DIAS
                COMPUTE DIAS-DIFERENCIA = DIAS-HOY - DIAS-CORRIDOS
                IF DIAS-DIFERENCIA NOT > VENTANA-DIAS
                    PERFORM ALTA-HUELLA
                    IF INDICE-HUELLA > 0
                        MOVE HUELLA-RECORD TO HU-ENTRADA(INDICE-HUELLA)
                    END-IF
                END-IF
            END-IF
            PERFORM LEER-HUELLA.

      ******************************************************************
      * DA DE ALTA UNA LINEA VACIA EN EL HISTORICO; INDICE-HUELLA
      * QUEDA APUNTANDO A ELLA, O A CERO SI LA TABLA ESTA LLENA.
      ******************************************************************
       ALTA-HUELLA.

            IF HUELLAS-COUNT = 2000
                MOVE 0 TO INDICE-HUELLA
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE HUELLAS, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO HUELLAS-COUNT
                MOVE HUELLAS-COUNT TO INDICE-HUELLA
                MOVE SPACES TO HU-ENTRADA(INDICE-HUELLA)
                MOVE 0 TO HU-LOTE-FECHA(INDICE-HUELLA)
                MOVE 0 TO HU-LOTE-NUMERO(INDICE-HUELLA)
                MOVE 0 TO HU-GRUPO(INDICE-HUELLA)
                MOVE 0 TO HU-FECHA(INDICE-HUELLA)
                MOVE 0 TO HU-PARTIDAS(INDICE-HUELLA)
            END-IF.

      ******************************************************************
      * PLIEGA EN EL HISTORICO LOS GRUPOS ADJUDICADOS DE LA ULTIMA
      * PISTA DE AUDITORIA. SE SALTAN LAS PARTIDAS ANULADAS POR UN
      * RETROCESO, LOS DESCUENTOS POR SANCION, LAS PARTIDAS DE
      * VENTAJA 'HC' DE LOS GRUPOS CON HANDICAP (NO VIENEN EN EL
      * ACTA, LAS PONE RETO6) Y LAS PISTAS ANTIGUAS SIN JUGADORES NI
      * FECHA; LAS TARDIAS SI CUENTAN, PORQUE FORMABAN PARTE DEL
      * ACTA.
      ******************************************************************
       PLEGAR-PISTA.

            OPEN INPUT AUDIT-FILE
            IF AUDIT-FILE-STATUS = '00'
                OR AUDIT-FILE-STATUS = '05'
                PERFORM LEER-PISTA
                PERFORM PLEGAR-LINEA-PISTA UNTIL PISTA-EOF
                IF PLIEGUE-ABIERTO
                    PERFORM CERRAR-PLIEGUE
                END-IF
                CLOSE AUDIT-FILE
            END-IF.

       LEER-PISTA.

            READ AUDIT-FILE
                AT END MOVE 'Y' TO PISTA-EOF-SW
            END-READ.

       PLEGAR-LINEA-PISTA.

            IF AUD-MARCA-ANULADA OR AUD-MARCA-SANCION
                OR AUD-GAME-HANDICAP
                OR AUD-FECHA IS NOT NUMERIC
                OR AUD-LOTE-FECHA IS NOT NUMERIC
                OR AUD-LOTE-NUMERO IS NOT NUMERIC
                OR AUD-PLAYER-P1 = SPACES
                CONTINUE
            ELSE
                IF PLIEGUE-ABIERTO
                    AND (AUD-LOTE-FECHA NOT = PL-LOTE-FECHA
                    OR AUD-LOTE-NUMERO NOT = PL-LOTE-NUMERO
                    OR AUD-DIVISION NOT = PL-DIVISION
                    OR AUD-GRUPO NOT = PL-GRUPO
                    OR AUD-FECHA NOT = PL-FECHA)
                    PERFORM CERRAR-PLIEGUE
                END-IF
                IF NOT PLIEGUE-ABIERTO
                    PERFORM ABRIR-PLIEGUE
                END-IF
                IF PL-PARTIDAS < 999
                    ADD 1 TO PL-PARTIDAS
                END-IF
                IF PL-PARTIDAS NOT > 20
                    COMPUTE POSICION-SECUENCIA = PL-PARTIDAS * 2 - 1
                    MOVE AUD-GAME TO PL-SECUENCIA(POSICION-SECUENCIA:2)
                END-IF
            END-IF
            PERFORM LEER-PISTA.

       ABRIR-PLIEGUE.

            MOVE 'Y' TO PLIEGUE-SW
            MOVE AUD-LOTE-FECHA TO PL-LOTE-FECHA
            MOVE AUD-LOTE-NUMERO TO PL-LOTE-NUMERO
            MOVE AUD-DIVISION TO PL-DIVISION
            MOVE AUD-GRUPO TO PL-GRUPO
            MOVE AUD-PLAYER-P1 TO PL-PLAYER-P1
            MOVE AUD-PLAYER-P2 TO PL-PLAYER-P2
            MOVE AUD-FECHA TO PL-FECHA
            MOVE 0 TO PL-PARTIDAS
            MOVE SPACES TO PL-SECUENCIA.

      ******************************************************************
      * CIERRA EL GRUPO DE LA PISTA. SI NO ESTABA YA PLEGADO (LA MISMA
      * PISTA PUEDE LEERSE EN DOS PASADAS DE LA NOCHE) SE DA DE ALTA
      * CON EL TORNEO QUE SU LOTE TENIA AL PASAR POR AQUI; UN LOTE QUE
      * NO SE VIO DEJA EL TORNEO EN BLANCO, QUE CASA CON CUALQUIERA.
      ******************************************************************
       CERRAR-PLIEGUE.

            MOVE 'N' TO PLIEGUE-SW
            MOVE 'N' TO HUELLA-HALLADA-SW
            PERFORM VARYING INDICE-HUELLA FROM 1 BY 1
                UNTIL INDICE-HUELLA > HUELLAS-COUNT
                IF HU-TIPO(INDICE-HUELLA) = 'G'
                    AND HU-LOTE-FECHA(INDICE-HUELLA) = PL-LOTE-FECHA
                    AND HU-LOTE-NUMERO(INDICE-HUELLA) = PL-LOTE-NUMERO
                    AND HU-DIVISION(INDICE-HUELLA) = PL-DIVISION
                    AND HU-GRUPO(INDICE-HUELLA) = PL-GRUPO
                    AND HU-FECHA(INDICE-HUELLA) = PL-FECHA
                    MOVE 'Y' TO HUELLA-HALLADA-SW
                END-IF
            END-PERFORM
            IF NOT HUELLA-HALLADA
                MOVE SPACES TO PL-TORNEO
                PERFORM VARYING INDICE-HUELLA FROM 1 BY 1
                    UNTIL INDICE-HUELLA > HUELLAS-COUNT
                    IF HU-TIPO(INDICE-HUELLA) = 'L'
                        AND HU-LOTE-FECHA(INDICE-HUELLA) = PL-LOTE-FECHA
                        AND HU-LOTE-NUMERO(INDICE-HUELLA)
                            = PL-LOTE-NUMERO
                        MOVE HU-TORNEO(INDICE-HUELLA) TO PL-TORNEO
                    END-IF
                END-PERFORM
                PERFORM ALTA-HUELLA
                IF INDICE-HUELLA > 0
                    MOVE 'G' TO HU-TIPO(INDICE-HUELLA)
                    MOVE PL-LOTE-FECHA TO HU-LOTE-FECHA(INDICE-HUELLA)
                    MOVE PL-LOTE-NUMERO TO HU-LOTE-NUMERO(INDICE-HUELLA)
                    MOVE PL-TORNEO TO HU-TORNEO(INDICE-HUELLA)
                    MOVE PL-DIVISION TO HU-DIVISION(INDICE-HUELLA)
                    MOVE PL-GRUPO TO HU-GRUPO(INDICE-HUELLA)
                    MOVE PL-PLAYER-P1 TO HU-PLAYER-P1(INDICE-HUELLA)
                    MOVE PL-PLAYER-P2 TO HU-PLAYER-P2(INDICE-HUELLA)
                    MOVE PL-FECHA TO HU-FECHA(INDICE-HUELLA)
                    MOVE PL-PARTIDAS TO HU-PARTIDAS(INDICE-HUELLA)
                    MOVE PL-SECUENCIA TO HU-SECUENCIA(INDICE-HUELLA)
                    ADD 1 TO GRUPOS-PLEGADOS
                END-IF
            END-IF.

      ******************************************************************
      * ANOTA EN EL HISTORICO EL LOTE DE LA CABECERA LEIDA, PARA QUE
      * SUS GRUPOS SE PLIEGUEN CON SU TORNEO CUANDO RETO6 LOS
      * ADJUDIQUE.
      ******************************************************************
       ANOTAR-LOTE-VISTO.

            MOVE 0 TO INDICE-COINCIDE
            PERFORM VARYING INDICE-HUELLA FROM 1 BY 1
                UNTIL INDICE-HUELLA > HUELLAS-COUNT
                IF HU-TIPO(INDICE-HUELLA) = 'L'
                    AND HU-LOTE-FECHA(INDICE-HUELLA) = FECHA-LOTE
                    AND HU-LOTE-NUMERO(INDICE-HUELLA) = NUMERO-LOTE
                    MOVE INDICE-HUELLA TO INDICE-COINCIDE
                END-IF
            END-PERFORM
            IF INDICE-COINCIDE = 0
                PERFORM ALTA-HUELLA
                MOVE INDICE-HUELLA TO INDICE-COINCIDE
            END-IF
            IF INDICE-COINCIDE > 0
                MOVE 'L' TO HU-TIPO(INDICE-COINCIDE)
                MOVE FECHA-LOTE TO HU-LOTE-FECHA(INDICE-COINCIDE)
                MOVE NUMERO-LOTE TO HU-LOTE-NUMERO(INDICE-COINCIDE)
                MOVE TORNEO-LOTE TO HU-TORNEO(INDICE-COINCIDE)
                MOVE DIVISION-LOTE TO HU-DIVISION(INDICE-COINCIDE)
                MOVE FECHA-HOY TO HU-FECHA(INDICE-COINCIDE)
            END-IF.

      ******************************************************************
      * GUARDA UNA PARTIDA ACEPTADA EN EL GRUPO EN CURSO. UN GRUPO
      * DESMESURADO DESBORDA DIRECTAMENTE A GAMESOK.
      ******************************************************************
       ANOTAR-EN-GRUPO.

            IF BUF-COUNT = 999
                ADD 1 TO PARTIDAS-BUENAS
                MOVE GAME-RECORD TO CLEAN-RECORD
                WRITE CLEAN-RECORD
            ELSE
                ADD 1 TO BUF-COUNT
                MOVE GR-GRUPO TO BUF-GRUPO
                MOVE GAME-RECORD TO BUF-REGISTRO(BUF-COUNT)
            END-IF.

      ******************************************************************
      * CIERRA EL GRUPO EN CURSO: SI SU HUELLA (TORNEO, DIVISION, LOS
      * DOS JUGADORES Y LA SECUENCIA DE SIMBOLOS) COINCIDE CON LA DE UN
      * GRUPO YA ADJUDICADO DE OTRO LOTE DENTRO DE LA VENTANA, SUS
      * PARTIDAS SE RETIENEN EN GAMESRET EN VEZ DE SALIR A GAMESOK,
      * SALVO QUE OPERACION YA LO HAYA LIBERADO CON LIBERA.
      ******************************************************************
       VOLCAR-GRUPO.

            IF BUF-COUNT > 0
                MOVE 'N' TO GRUPO-LIBERADO-SW
                PERFORM CALCULAR-HUELLA-GRUPO
                PERFORM BUSCAR-COINCIDENCIA
                IF INDICE-COINCIDE > 0
                    PERFORM COMPROBAR-LIBERACION
                END-IF
                IF INDICE-COINCIDE > 0 AND NOT GRUPO-LIBERADO
                    PERFORM RETENER-GRUPO
                ELSE
                    PERFORM EMITIR-GRUPO
                END-IF
                MOVE 0 TO BUF-COUNT
            END-IF.

       CALCULAR-HUELLA-GRUPO.

            MOVE BUF-COUNT TO HE-PARTIDAS
            MOVE SPACES TO HE-SECUENCIA
            PERFORM VARYING INDICE-BUF FROM 1 BY 1
                UNTIL INDICE-BUF > BUF-COUNT OR INDICE-BUF > 20
                COMPUTE POSICION-SECUENCIA = INDICE-BUF * 2 - 1
                IF BUF-REGISTRO(INDICE-BUF)(14:1) = 'W'
                    MOVE 'W' TO HE-SECUENCIA(POSICION-SECUENCIA:1)
                    MOVE BUF-REGISTRO(INDICE-BUF)(5:1)
                        TO HE-SECUENCIA(POSICION-SECUENCIA + 1:1)
                ELSE
                    MOVE BUF-REGISTRO(INDICE-BUF)(4:2)
                        TO HE-SECUENCIA(POSICION-SECUENCIA:2)
                END-IF
            END-PERFORM
            MOVE FECHA-LOTE TO FECHA-TRABAJO
            PERFORM FECHA-A-DIAS
            MOVE DIAS-CORRIDOS TO DIAS-LOTE.

       BUSCAR-COINCIDENCIA.

            MOVE 0 TO INDICE-COINCIDE
            PERFORM COMPARAR-HUELLA
                VARYING INDICE-HUELLA FROM 1 BY 1
                UNTIL INDICE-HUELLA > HUELLAS-COUNT
                    OR INDICE-COINCIDE > 0.

      ******************************************************************
      * UN TORNEO EN BLANCO (LOTE SIN CABECERA, O LOTE QUE NO SE VIO AL
      * PLEGARLO) CASA CON CUALQUIERA. EL MISMO LOTE NO SE COMPARA
      * CONSIGO MISMO: ESO YA LO VIGILA LOTESREG.
      ******************************************************************
       COMPARAR-HUELLA.

            IF HU-TIPO(INDICE-HUELLA) = 'G'
                AND HU-DIVISION(INDICE-HUELLA) = DIVISION-LOTE
                AND HU-PLAYER-P1(INDICE-HUELLA) = GRUPO-PLAYER1
                AND HU-PLAYER-P2(INDICE-HUELLA) = GRUPO-PLAYER2
                AND HU-PARTIDAS(INDICE-HUELLA) = HE-PARTIDAS
                AND HU-SECUENCIA(INDICE-HUELLA) = HE-SECUENCIA
                AND (HU-TORNEO(INDICE-HUELLA) = SPACES
                OR TORNEO-LOTE = SPACES
                OR HU-TORNEO(INDICE-HUELLA) = TORNEO-LOTE)
                AND (HU-LOTE-FECHA(INDICE-HUELLA) NOT = FECHA-LOTE
                OR HU-LOTE-NUMERO(INDICE-HUELLA) NOT = NUMERO-LOTE)
                MOVE HU-FECHA(INDICE-HUELLA) TO FECHA-TRABAJO
                PERFORM FECHA-A-DIAS
                COMPUTE DIAS-DIFERENCIA = DIAS-LOTE - DIAS-CORRIDOS
                IF DIAS-DIFERENCIA < 0
                    MULTIPLY -1 BY DIAS-DIFERENCIA
                END-IF
                IF DIAS-DIFERENCIA NOT > VENTANA-DIAS
                    MOVE INDICE-HUELLA TO INDICE-COINCIDE
                END-IF
            END-IF.

      ******************************************************************
      * UN GRUPO LIBERADO POR OPERACION (LINEA 'R' DEL HISTORICO CON
      * ESTE LOTE Y ESTE GRUPO) PASA AUNQUE SU HUELLA COINCIDA.
      ******************************************************************
       COMPROBAR-LIBERACION.

            PERFORM VARYING INDICE-HUELLA FROM 1 BY 1
                UNTIL INDICE-HUELLA > HUELLAS-COUNT
                IF HU-TIPO(INDICE-HUELLA) = 'R'
                    AND HU-LOTE-FECHA(INDICE-HUELLA) = FECHA-LOTE
                    AND HU-LOTE-NUMERO(INDICE-HUELLA) = NUMERO-LOTE
                    AND HU-GRUPO(INDICE-HUELLA) = BUF-GRUPO
                    MOVE 'Y' TO GRUPO-LIBERADO-SW
                END-IF
            END-PERFORM
            IF GRUPO-LIBERADO
                ADD 1 TO GRUPOS-LIBERADOS
                DISPLAY 'GRUPO ' BUF-GRUPO ' LIBERADO POR OPERACION, '
                    'COINCIDE CON EL GRUPO '
                    HU-GRUPO(INDICE-COINCIDE) ' DEL LOTE '
                    HU-LOTE-FECHA(INDICE-COINCIDE) '/'
                    HU-LOTE-NUMERO(INDICE-COINCIDE)
            END-IF.

       EMITIR-GRUPO.

            PERFORM VARYING INDICE-BUF FROM 1 BY 1
                UNTIL INDICE-BUF > BUF-COUNT
                MOVE BUF-REGISTRO(INDICE-BUF) TO CLEAN-RECORD
                WRITE CLEAN-RECORD
            END-PERFORM
            ADD BUF-COUNT TO PARTIDAS-BUENAS.

      ******************************************************************
      * APARTA LAS PARTIDAS DEL GRUPO EN GAMESRET CON SU LOTE Y EL LOTE
      * Y GRUPO ORIGINALES CON LOS QUE COINCIDE, Y LO NOMBRA EN EL
      * INFORME DE LA DEPURACION PARA QUE OPERACION LO REVISE.
      ******************************************************************
       RETENER-GRUPO.

            MOVE 'N' TO YA-RETENIDO-SW
            PERFORM VARYING INDICE-YA-RETENIDO FROM 1 BY 1
                UNTIL INDICE-YA-RETENIDO > YA-RETENIDOS-COUNT
                IF YR-LOTE-FECHA(INDICE-YA-RETENIDO) = FECHA-LOTE
                    AND YR-LOTE-NUMERO(INDICE-YA-RETENIDO) = NUMERO-LOTE
                    AND YR-GRUPO(INDICE-YA-RETENIDO) = BUF-GRUPO
                    MOVE 'Y' TO YA-RETENIDO-SW
                END-IF
            END-PERFORM
            PERFORM VARYING INDICE-BUF FROM 1 BY 1
                UNTIL INDICE-BUF > BUF-COUNT OR GRUPO-YA-RETENIDO
                MOVE BUF-REGISTRO(INDICE-BUF) TO RET-REGISTRO
                MOVE BUF-REGISTRO(INDICE-BUF)(17:4) TO RET-ARBITRO
                MOVE FECHA-LOTE TO RET-LOTE-FECHA
                MOVE NUMERO-LOTE TO RET-LOTE-NUMERO
                MOVE TORNEO-LOTE TO RET-TORNEO
                MOVE DIVISION-LOTE TO RET-DIVISION
                MOVE HU-LOTE-FECHA(INDICE-COINCIDE)
                    TO RET-ORIG-LOTE-FECHA
                MOVE HU-LOTE-NUMERO(INDICE-COINCIDE)
                    TO RET-ORIG-LOTE-NUMERO
                MOVE HU-GRUPO(INDICE-COINCIDE) TO RET-ORIG-GRUPO
                MOVE HU-FECHA(INDICE-COINCIDE) TO RET-ORIG-FECHA
                WRITE RETENIDA-RECORD
            END-PERFORM
            ADD BUF-COUNT TO PARTIDAS-RETENIDAS
            ADD 1 TO GRUPOS-RETENIDOS
            DISPLAY 'GRUPO ' BUF-GRUPO ' RETENIDO: POSIBLE DUPLICADO '
                'DEL GRUPO ' HU-GRUPO(INDICE-COINCIDE) ' DEL LOTE '
                HU-LOTE-FECHA(INDICE-COINCIDE) '/'
                HU-LOTE-NUMERO(INDICE-COINCIDE)
                ' ADJUDICADO EL ' HU-FECHA(INDICE-COINCIDE)
            IF GRUPO-YA-RETENIDO
                DISPLAY '    (YA ESTABA EN GAMESRET DE UNA PASADA '
                    'ANTERIOR, NO SE REPITE)'
            END-IF.

      ******************************************************************
      * ANOTA LOS GRUPOS QUE YA ESTAN RETENIDOS EN GAMESRET.
      ******************************************************************
       CARGAR-YA-RETENIDOS.

            OPEN INPUT SUSPENSE-FILE
            IF RETENIDAS-FILE-STATUS = '00'
                OR RETENIDAS-FILE-STATUS = '05'
                PERFORM LEER-RETENIDA
                PERFORM ANOTAR-YA-RETENIDO UNTIL RETENIDAS-EOF
                CLOSE SUSPENSE-FILE
            END-IF.

       LEER-RETENIDA.

            READ SUSPENSE-FILE
                AT END MOVE 'Y' TO RETENIDAS-EOF-SW
            END-READ.

       ANOTAR-YA-RETENIDO.

            IF RET-REGISTRO(1:3) IS NUMERIC
                AND (YA-RETENIDOS-COUNT = 0
                OR RET-LOTE-FECHA
                    NOT = YR-LOTE-FECHA(YA-RETENIDOS-COUNT)
                OR RET-LOTE-NUMERO
                    NOT = YR-LOTE-NUMERO(YA-RETENIDOS-COUNT)
                OR RET-REGISTRO(1:3)
                    NOT = YR-GRUPO(YA-RETENIDOS-COUNT))
                IF YA-RETENIDOS-COUNT = 500
                    DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE GRUPOS '
                        'RETENIDOS, SE TRUNCA'
                ELSE
                    ADD 1 TO YA-RETENIDOS-COUNT
                    MOVE RET-LOTE-FECHA
                        TO YR-LOTE-FECHA(YA-RETENIDOS-COUNT)
                    MOVE RET-LOTE-NUMERO
                        TO YR-LOTE-NUMERO(YA-RETENIDOS-COUNT)
                    MOVE RET-REGISTRO(1:3)
                        TO YR-GRUPO(YA-RETENIDOS-COUNT)
                END-IF
            END-IF
            PERFORM LEER-RETENIDA.

      ******************************************************************
      * REGRABA EL HISTORICO DE HUELLAS YA PURGADO, CON LOS GRUPOS
      * PLEGADOS DE LA PISTA Y LOS LOTES VISTOS ESTA NOCHE.
      ******************************************************************
       GRABAR-HUELLAS.

            OPEN OUTPUT FINGERPRINT-FILE
            IF HUELLAS-FILE-STATUS NOT = '00'
                AND HUELLAS-FILE-STATUS NOT = '05'
                DISPLAY 'AVISO: NO SE PUDO REGRABAR EL HISTORICO DE '
                    'HUELLAS'
            ELSE
                PERFORM VARYING INDICE-HUELLA FROM 1 BY 1
                    UNTIL INDICE-HUELLA > HUELLAS-COUNT
                    MOVE HU-ENTRADA(INDICE-HUELLA) TO HUELLA-RECORD
                    WRITE HUELLA-RECORD
                END-PERFORM
                CLOSE FINGERPRINT-FILE
            END-IF.

      ******************************************************************
      * CIERRA LOS FICHEROS ABIERTOS POR EL PROGRAMA.
      ******************************************************************

            CLOSE GAMES-FILE
            CLOSE CLEAN-FILE
            CLOSE REJECT-FILE
            CLOSE SUSPENSE-FILE.
       END PROGRAM EDITLOTE.
