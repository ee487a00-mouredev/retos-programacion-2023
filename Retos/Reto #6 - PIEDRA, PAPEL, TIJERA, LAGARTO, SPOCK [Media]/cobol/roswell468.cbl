           SELECT RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-EXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-FILE-STATUS.
           SELECT STANDINGS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-STAND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDINGS-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CHKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT JOB-CONTROL-FILE ASSIGN TO 'JOBCTLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-FILE-STATUS.
           SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RESUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL PLAYER-STATS-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTAT-CLAVE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-CLAVE
               FILE STATUS IS WS-GROUPWIN-FILE-STATUS.
           SELECT OPTIONAL HEAD-TO-HEAD-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-H2H
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO 'LOTESREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RATING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-FILE-STATUS.
           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO 'CORRIN'
           SELECT OPTIONAL TOURNAMENT-FILE ASSIGN TO 'TORNEOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TORNEOS-FILE-STATUS.
           SELECT OPTIONAL SANCTION-FILE ASSIGN TO 'SANCIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCION-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO 'ALERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-FILE-STATUS.
           SELECT OPTIONAL HANDICAP-PARM-FILE ASSIGN TO 'HANDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDCTL-FILE-STATUS.
           SELECT OPTIONAL PARTITION-PARM-FILE ASSIGN TO 'PARTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-FILE-STATUS.
           SELECT OPTIONAL PARTITION-CTL-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PARTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTCTL-FILE-STATUS.
           SELECT OPTIONAL PARTITION-STATS-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PARTICION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPSTAT-CLAVE
               FILE STATUS IS WS-PTPSTAT-FILE-STATUS.
           SELECT OPTIONAL PARTITION-H2H-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PARTICION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH2H-PAREJA
               FILE STATUS IS WS-PTH2H-FILE-STATUS.
           SELECT OPTIONAL PARTITION-LINE-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PARTICION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTLIN-FILE-STATUS.
           SELECT PARTITION-REPORT-FILE ASSIGN TO 'PARTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTRPT-FILE-STATUS.

       DATA DIVISION.

      * PISTA DE AUDITORIA: UNA LINEA POR CADA PARTIDA ADJUDICADA.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * NOMBRE PARA MOSTRAR EN LOS RESULTADOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * LOTE SIGUE CON LOS VALORES POR DEFECTO.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
      * EJECUCION ADJUDICA SOLO LAS PARTIDAS CORREGIDAS.
      ******************************************************************
       FD  CORRECTION-FILE
           RECORD CONTAINS 25 TO 37 CHARACTERS.
           COPY CORRREC.

      ******************************************************************
      * CABECERA DE CONTROL SE CONTRASTA AQUI ANTES DE ADJUDICAR.
      ******************************************************************
       FD  TOURNAMENT-FILE
           RECORD CONTAINS 48 TO 57 CHARACTERS.
           COPY TORNREC.

      ******************************************************************
      * REGISTRO DE SANCIONES DISCIPLINARIAS (VER SANCREC.CPY): AL
      * TERMINAR EL LOTE SE APLICAN LOS DESCUENTOS DE PUNTOS YA EN
      * VIGOR Y TODAVIA NO APLICADOS.
      ******************************************************************
       FD  SANCTION-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY SANCREC.

      ******************************************************************
      * CATALOGO DE MENSAJES (VER MENSREC.CPY): LOS TEXTOS DE
      * RESULTADO SALEN EN EL IDIOMA DE LA EJECUCION (PARM-IDIOMA).
      ******************************************************************
       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

      ******************************************************************
      * FICHERO COMUN DE ALERTAS DEL LOTE, EN EXTEND: UNA LINEA POR
      * ERROR SERIO O FATAL (VER ALERTREC.CPY).
      ******************************************************************
       FD  ALERT-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY ALERTREC.

      ******************************************************************
      * TARJETA DE VENTAJAS DE LOS GRUPOS CON HANDICAP (FORMATOS 'H',
      * 'M' Y 'P' DE GAMEREC.CPY): UNA LINEA POR TRAMO, CON LA
      * DIFERENCIA MINIMA DE PUNTUACION DE FUERZA DEL TRAMO Y LAS
      * PARTIDAS QUE SE ABONAN DE SALIDA AL JUGADOR DE MENOR
      * PUNTUACION. SE APLICA EL TRAMO MAS ALTO QUE ALCANZA LA
      * DIFERENCIA (VER APPLY-HANDICAP); SIN TARJETA NO HAY VENTAJA.
      ******************************************************************
       FD  HANDICAP-PARM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  HANDICAP-PARM-RECORD.
           05 HANDCTL-DIFERENCIA PIC 9(4).
           05 HANDCTL-PARTIDAS   PIC 9(2).

      ******************************************************************
      * TARJETA DE EJECUCION POR PARTICIONES (VER PARTREC.CPY). UNA
      * LINEA 'P' + DIVISION LANZA LA PARTICION DE ESA DIVISION; UNA
      * O VARIAS LINEAS 'F' + DIVISION LANZAN LA FUSION DE ESAS
      * PARTICIONES, EN EL ORDEN EN QUE VIENEN. SIN TARJETA, RETO6
      * ADJUDICA DIRECTAMENTE SOBRE LOS FICHEROS COMUNES.
      ******************************************************************
       FD  PARTITION-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  PARTITION-PARM-RECORD.
           05 PARTCTL-MODO       PIC X(1).
           05 PARTCTL-DIVISION   PIC X(2).

      ******************************************************************
      * CONTROL DE UNA PARTICION (PTddCTL), UN SOLO REGISTRO CON EL
      * FORMATO DE PARTREC.CPY. SE LEE Y GRABA DESDE WORKING-STORAGE.
      ******************************************************************
       FD  PARTITION-CTL-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PARTITION-CTL-LINE    PIC X(155).

      ******************************************************************
      * FICHEROS DE LA PARTICION QUE LEE LA FUSION: ESTADISTICAS DE
      * JUGADOR (PTddPSTAT, MISMO FORMATO QUE PSTATREC.CPY),
      * ENFRENTAMIENTOS DIRECTOS (PTddH2H, MISMO FORMATO QUE
      * H2HREC.CPY) Y LAS LINEAS DE AUDITORIA, EXCEPCIONES Y
      * RESULTADOS (PTddAUDIT, PTddEXCP Y PTddRESUL), QUE SE COPIAN
      * TAL CUAL A LOS FICHEROS COMUNES.
      ******************************************************************
       FD  PARTITION-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  PARTITION-STATS-RECORD.
           05 PPSTAT-CLAVE.
               10 PPSTAT-DIVISION PIC X(2).
               10 PPSTAT-PLAYER-ID PIC X(4).
           05 PPSTAT-WINS        PIC 9(7).
           05 PPSTAT-LOSSES      PIC 9(7).
           05 PPSTAT-TIES        PIC 9(7).
           05 PPSTAT-PUNTOS      PIC 9(7).

       FD  PARTITION-H2H-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  PARTITION-H2H-RECORD.
           05 PH2H-PAREJA.
               10 PH2H-PLAYER1   PIC X(4).
               10 PH2H-PLAYER2   PIC X(4).
           05 PH2H-WINS-P1       PIC 9(5).
           05 PH2H-WINS-P2       PIC 9(5).
           05 PH2H-TIES          PIC 9(5).

       FD  PARTITION-LINE-FILE
           RECORD CONTAINS 1 TO 80 CHARACTERS.
       01  PARTITION-LINE        PIC X(80).

      ******************************************************************
      * INFORME DE CONTROL DE LA FUSION: POR CADA PARTICION, LO QUE
      * CONTO AL ADJUDICAR FRENTE A LO QUE LA FUSION APLICO EN CADA
      * FICHERO COMUN, Y LOS TOTALES DE LA NOCHE.
      ******************************************************************
       FD  PARTITION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARTITION-REPORT-LINE PIC X(80).

      ******************************************************************
      * DEFINICION DE VARIABLES, CONSTANSTES Y TABLAS.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 VARIABLES.
           05 WS-CURRENT-GAME       PIC X(2).
               88 WS-LINEA-HANDICAP          VALUE 'HC'.
           05 WS-I                  PIC 9(3).
           05 WS-SCORE-P1           PIC 9(3).
           05 WS-SCORE-P2           PIC 9(3).
           05 WS-HCP-PARTIDAS       PIC 9(2).
           05 WS-HCP-LADO           PIC 9(1).
           05 WS-JUGADAS-P1         PIC 9(3).
           05 WS-JUGADAS-P2         PIC 9(3).

      ******************************************************************
      * CONTROL DEL PROCESO POR LOTES. SE MANTIENE FUERA DE VARIABLES
           05 WS-PARTIDAS-OMITIDAS      PIC 9(7) VALUE 0.
           05 WS-AUDIT-FILE-STATUS      PIC X(2).
           05 WS-ROSTER-FILE-STATUS     PIC X(2).
           05 WS-ROSTER-OPEN            PIC X(1) VALUE 'N'.
               88 WS-ROSTER-ABIERTO              VALUE 'Y'.
           05 WS-RESULTS-FILE-STATUS    PIC X(2).
           05 WS-RUN-ID                 PIC 9(8).
           05 WS-PARM-FILE-STATUS       PIC X(2).
           05 WS-GRUPO-PLAYER1          PIC X(4).
           05 WS-GRUPO-PLAYER2          PIC X(4).
           05 WS-GRUPO-ARBITRO          PIC X(4).
           05 WS-LOOKUP-ID              PIC X(4).
           05 WS-LOOKUP-NAME            PIC X(20).
           05 WS-DISPLAY-NAME1          PIC X(20).
           05 WS-BLOQ-TOMADO            PIC X(1) VALUE 'N'.
               88 WS-BLOQ-CONSEGUIDO             VALUE 'Y'.
           05 WS-FORMATO-GRUPO          PIC X(1) VALUE SPACE.
               88 WS-GRUPO-WALKOVER              VALUE 'W'.
               88 WS-GRUPO-HANDICAP              VALUE 'H' 'M' 'P'.
           05 WS-FORMATO-N              PIC 9(2) VALUE 0.
           05 WS-META-VICTORIAS         PIC 9(3) VALUE 0.
           05 WS-GRUPO-DECIDIDO         PIC X(1) VALUE 'N'.
               88 WS-GRUPO-YA-DECIDIDO           VALUE 'Y'.
           05 WS-MARCA-AUDIT            PIC X(1) VALUE SPACE.
           05 WS-PARTIDAS-TARDIAS       PIC 9(5) VALUE 0.
           05 WS-WO-MOTIVO              PIC X(1).
           05 WS-WO-RESULT              PIC 9(1).
           05 WS-GRUPOS-WALKOVER        PIC 9(5) VALUE 0.
           05 WS-PARADA-FILE-STATUS     PIC X(2).
           05 WS-QUIESCE-SW             PIC X(1) VALUE 'N'.
               88 WS-QUIESCE-PEDIDO              VALUE 'Y'.
               88 WS-TORNEO-EXISTE               VALUE 'Y'.
           05 WS-TORN-ESTADO            PIC X(1).
           05 WS-TI                     PIC 9(2).
           05 WS-SANCION-FILE-STATUS    PIC X(2).
           05 WS-ALERTAS-FILE-STATUS    PIC X(2).
           05 WS-EOF-SANCION            PIC X(1) VALUE 'N'.
               88 EOF-SANCION                    VALUE 'Y'.
           05 WS-SANC-REGISTRADA        PIC X(1).
               88 WS-SANCION-YA-APLICADA         VALUE 'Y'.
           05 WS-SANC-DESCONTADOS       PIC 9(4).
           05 WS-DESCUENTOS-APLICADOS   PIC 9(5) VALUE 0.
           05 WS-HANDCTL-FILE-STATUS    PIC X(2).
           05 WS-EOF-HANDCTL            PIC X(1) VALUE 'N'.
               88 EOF-HANDCTL                    VALUE 'Y'.
           05 WS-HCP-COUNT              PIC 9(2) VALUE 0.
           05 WS-HX                     PIC 9(2).
           05 WS-HCP-DIFERENCIA         PIC 9(4).
           05 WS-HCP-TRAMO-APLICADO     PIC 9(4).
           05 WS-GRUPOS-HANDICAP        PIC 9(5) VALUE 0.
           05 WS-PARTCTL-FILE-STATUS    PIC X(2).
           05 WS-PTCTL-FILE-STATUS      PIC X(2).
           05 WS-PTPSTAT-FILE-STATUS    PIC X(2).
           05 WS-PTH2H-FILE-STATUS      PIC X(2).
           05 WS-PTLIN-FILE-STATUS      PIC X(2).
           05 WS-PARTRPT-FILE-STATUS    PIC X(2).
           05 WS-EOF-PARTCTL            PIC X(1) VALUE 'N'.
               88 EOF-PARTCTL                    VALUE 'Y'.
           05 WS-EOF-PARTICION          PIC X(1) VALUE 'N'.
               88 EOF-PARTICION                  VALUE 'Y'.
           05 WS-PART-MODO              PIC X(1) VALUE SPACE.
               88 WS-MODO-PARTICION              VALUE 'P'.
               88 WS-MODO-FUSION                 VALUE 'F'.
           05 WS-PART-DIVISION          PIC X(2) VALUE SPACES.
           05 WS-PART-COUNT             PIC 9(2) VALUE 0.
           05 WS-PX                     PIC 9(2).
           05 WS-PY                     PIC 9(2).
           05 WS-PART-NUEVA             PIC X(1) VALUE 'N'.
               88 WS-PARTICION-NUEVA             VALUE 'Y'.
           05 WS-PART-HALLADA           PIC X(1) VALUE 'N'.
               88 WS-PARTICION-HALLADA           VALUE 'Y'.
           05 WS-PART-FUSION-AHORA      PIC X(1) VALUE 'N'.
               88 WS-PARTICION-FUSIONADA-AHORA   VALUE 'Y'.
           05 WS-FUSION-REANUDADA       PIC X(1) VALUE 'N'.
               88 WS-FUSION-A-MEDIAS             VALUE 'Y'.
           05 WS-FUSION-DESCUADRE       PIC X(1) VALUE 'N'.
               88 WS-FUSION-DESCUADRADA          VALUE 'Y'.
           05 WS-FUSION-PENDIENTE       PIC X(1) VALUE 'N'.
               88 WS-FUSION-INCOMPLETA           VALUE 'Y'.
           05 WS-PART-DESCUADRE         PIC X(1) VALUE 'N'.
               88 WS-PARTICION-DESCUADRADA       VALUE 'Y'.
           05 WS-SALIDAS-EXTEND         PIC X(1) VALUE 'N'.
               88 WS-ABRIR-EXTEND                VALUE 'Y'.
           05 WS-PASO                   PIC 9(1).
           05 WS-PT-SALTADOS            PIC 9(7).
           05 WS-RBASE-COUNT            PIC 9(3) VALUE 0.
           05 WS-RB-VALOR               PIC 9(4).
           05 WS-RB-PARTIDAS            PIC 9(7).
           05 WS-RD-VALOR               PIC S9(5).
           05 WS-RD-PARTIDAS            PIC S9(7).
           05 WS-CUADRE-PARTICION       PIC 9(7).
           05 WS-CUADRE-FUSION          PIC 9(7).

      ******************************************************************
      * NOMBRES DE LOS FICHEROS DE TRABAJO. POR DEFECTO SON LOS
      * COMUNES DE SIEMPRE; UNA EJECUCION POR PARTICIONES LOS
      * CAMBIA POR LOS PTdd... DE SU DIVISION (VER PARTREC.CPY).
      ******************************************************************
       01 WS-NOMBRES-FICHEROS.
           05 WS-NOMBRE-EXCP            PIC X(12) VALUE 'EXCPOUT'.
           05 WS-NOMBRE-STAND           PIC X(12) VALUE 'STANDOUT'.
           05 WS-NOMBRE-CHKPT           PIC X(12) VALUE 'CHKPTFILE'.
           05 WS-NOMBRE-AUDIT           PIC X(12) VALUE 'AUDITOUT'.
           05 WS-NOMBRE-RESUL           PIC X(12) VALUE 'RESULTOUT'.
           05 WS-NOMBRE-PSTAT           PIC X(12) VALUE 'PSTATFILE'.
           05 WS-NOMBRE-H2H             PIC X(12) VALUE 'H2HFILE'.
           05 WS-NOMBRE-RATING          PIC X(12) VALUE 'RATINGFILE'.
           05 WS-NOMBRE-PARTCTL         PIC X(12) VALUE SPACES.
           05 WS-NOMBRE-PARTICION       PIC X(12) VALUE SPACES.
           05 WS-PART-PREFIJO           PIC X(4)  VALUE SPACES.

      ******************************************************************
      * CONTROL DE LA PARTICION EN CURSO (VER PARTREC.CPY), DIVISIONES
      * DE LA TARJETA PARTCTL Y TOTALES DE LA FUSION PARA EL INFORME.
      ******************************************************************
           COPY PARTREC.
       01 WS-PARTICIONES-TBL.
           05 WS-PART-DIV PIC X(2) OCCURS 10 TIMES.
       01 WS-TOTALES-FUSION.
           05 WS-TP-GRUPOS              PIC 9(7) VALUE 0.
           05 WS-TP-RESULTADOS          PIC 9(7) VALUE 0.
           05 WS-TP-PUNTOS              PIC 9(7) VALUE 0.
           05 WS-TP-FUERZA              PIC 9(7) VALUE 0.
           05 WS-TP-AUDIT               PIC 9(7) VALUE 0.
           05 WS-TP-EXCP                PIC 9(7) VALUE 0.
           05 WS-TP-RESUL               PIC 9(7) VALUE 0.
           05 WS-TF-GRUPOS              PIC 9(7) VALUE 0.
           05 WS-TF-RESULTADOS          PIC 9(7) VALUE 0.
           05 WS-TF-PUNTOS              PIC 9(7) VALUE 0.
           05 WS-TF-H2H                 PIC 9(7) VALUE 0.
           05 WS-TF-FUERZA              PIC 9(7) VALUE 0.
           05 WS-TF-AUDIT               PIC 9(7) VALUE 0.
           05 WS-TF-EXCP                PIC 9(7) VALUE 0.
           05 WS-TF-RESUL               PIC 9(7) VALUE 0.
       01 WS-LINEA-CUADRE.
           05 WS-LC-FICHERO             PIC X(12).
           05 WS-LC-CONCEPTO            PIC X(12).
           05 WS-LC-PARTICION           PIC Z(6)9.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 WS-LC-FUSION              PIC Z(6)9.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 WS-LC-RESULTADO           PIC X(20).

      ******************************************************************
      * SIMBOLOS DISTINTOS VISTOS EN LA TABLA DE REGLAS, PARA QUE
       01 WS-RULE-SYMBOLS.
           05 WS-SYM PIC X(1) OCCURS 50 TIMES.

      ******************************************************************
      * TRAMOS DE VENTAJA DE LA TARJETA HANDCTL, EN EL ORDEN EN QUE
      * VIENEN: APPLY-HANDICAP RECORRE TODOS Y SE QUEDA CON EL DE
      * DIFERENCIA MINIMA MAS ALTA QUE NO SUPERE LA DEL GRUPO.
      ******************************************************************
       01 WS-HANDICAP-TBL.
           05 WS-HCP-TRAMO OCCURS 20 TIMES.
               10 WS-HCP-DESDE      PIC 9(4).
               10 WS-HCP-VENTAJA    PIC 9(2).

      ******************************************************************
      * MAESTRO DE TORNEOS EN MEMORIA (VER TORNREC.CPY). CON EL
      * MAESTRO PRESENTE, UN LOTE QUE NOMBRA UN TORNEO DESCONOCIDO O
      ******************************************************************
           COPY ERRTAB.

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY) Y TEXTOS DE
      * RESULTADO DEL GRUPO. CADA TEXTO ARRANCA CON SU LITERAL DE
      * SIEMPRE Y TRANSLATE-TEXTS LO SUSTITUYE POR EL DEL CATALOGO
      * EN EL IDIOMA DE LA EJECUCION; EL ANCHO DE CADA CAMPO ES FIJO
      * PARA QUE LA SALIDA NO SE DESCUADRE EN NINGUN IDIOMA. LOS TRES
      * TEXTOS QUE VAN ENTRE NOMBRES SE MUESTRAN SOLO HASTA SU LONGITUD
      * UTIL (EL TEXTO Y UN BLANCO DE SEPARACION), QUE FIJA
      * TRANSLATE-TEXTS, PARA QUE LA LINEA NO ARRASTRE EL RELLENO.
      ******************************************************************
           COPY MENSTAB.
       01 WS-TEXTOS-RESULTADO.
           05 WS-TXT-EMPATE             PIC X(8)  VALUE 'TIE: '.
           05 WS-TXT-CONTRA             PIC X(8)  VALUE ' VS '.
           05 WS-TXT-GANA-A             PIC X(9)  VALUE ' BEATS '.
           05 WS-TXT-RES-GANA           PIC X(5)  VALUE 'GANA '.
           05 WS-TXT-RES-EMPATE         PIC X(20) VALUE 'EMPATE'.
       01 WS-LONGITUDES-TEXTO.
           05 WS-LEN-EMPATE             PIC 9(2)  VALUE 5.
           05 WS-LEN-CONTRA             PIC 9(2)  VALUE 4.
           05 WS-LEN-GANA-A             PIC 9(2)  VALUE 7.
           05 WS-LEN-TEXTO              PIC 9(2).
           05 WS-ANCHO-TEXTO            PIC 9(2).

      ******************************************************************
      * PARTIDAS DE UN GRUPO. YA NO HAY UN TOPE FIJO DE 500: LA TABLA
      * CRECE SEGUN WS-GRUPO-COUNT, EL NUMERO DE PARTIDAS REALMENTE
               10 WS-GAME   PIC X(2).
               10 WS-RESULT PIC 9(1).

      ******************************************************************
      * PUNTUACION DE FUERZA ESTILO ELO DE CADA JUGADOR, LEIDA DE
      * RATING-FILE AL ARRANCAR Y REGRABADA TRAS CADA GRUPO
               10 WS-RATING-VALOR    PIC 9(4).
               10 WS-RATING-PARTIDAS PIC 9(7).

      ******************************************************************
      * PUNTUACIONES DE FUERZA CON LAS QUE EMPEZO UNA PARTICION
      * (PTddRBASE), SOLO EN LA FUSION: LO QUE SE SUMA A RATINGFILE
      * ES LO QUE CADA JUGADOR GANO O PERDIO DESDE ESTA BASE.
      ******************************************************************
       01 WS-RATING-BASE-TBL.
           05 WS-RBASE OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RBASE-COUNT
                   INDEXED BY WS-RBX.
               10 WS-RBASE-ID        PIC X(4).
               10 WS-RBASE-VALOR     PIC 9(4).
               10 WS-RBASE-PARTIDAS  PIC 9(7).

      ******************************************************************
      * MARCADOR RECONSTRUIDO DESDE LA PISTA DE AUDITORIA DE LA
      * NOCHE, SOLO EN MODO REPROCESO, POR INSTANCIA DE GRUPO: EL
               10 WS-GI-GRUPO PIC 9(3).
               10 WS-GI-S1    PIC 9(3).
               10 WS-GI-S2    PIC 9(3).
               10 WS-GI-HCP   PIC 9(2).
               10 WS-GI-HCP-LADO PIC 9(1).
               10 WS-GI-ARBITRO PIC X(4).
       01 WS-GI-IDX              PIC 9(4).
       01 WS-GI-ACTUAL           PIC 9(4).

       PROCEDURE DIVISION.

           PERFORM WRITE-RUN-LOG-START
           PERFORM LOAD-PARTITION-CARD
           IF NOT WS-MODO-PARTICION
               PERFORM ACQUIRE-SHARED-LOCK
           END-IF
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-RULES
           PERFORM OPEN-ROSTER
           IF WS-PARTICION-NUEVA
               PERFORM START-PARTITION
           END-IF
           PERFORM LOAD-STANDINGS
           PERFORM OPEN-STAT-FILES
           PERFORM LOAD-RATINGS
           PERFORM LOAD-HANDICAP-TABLE
           PERFORM OPEN-GROUP-WINNERS
           IF NOT WS-MODO-PARTICION AND NOT WS-MODO-FUSION
               PERFORM CHECK-RESUBMIT-MODE
           END-IF
           EVALUATE TRUE
               WHEN WS-MODO-FUSION
                   PERFORM RUN-MERGE-MODE
               WHEN WS-RESUBMIT-MODE
                   PERFORM RUN-RESUBMIT-MODE
               WHEN OTHER
                   PERFORM LOAD-CHECKPOINT
                   IF NOT WS-MODO-PARTICION
                       PERFORM LOAD-JOB-CONTROL
                   END-IF
                   PERFORM OPEN-GAMES-FILE
                   PERFORM SKIP-CHECKPOINT-RECORDS
                   PERFORM READ-GAME-RECORD
                   IF WS-MODO-PARTICION
                       PERFORM CHECK-PARTITION-BATCH
                   END-IF
                   PERFORM OPEN-FILES
                   PERFORM PROCESS-GAME-GROUPS
                       UNTIL EOF-GAMES OR WS-QUIESCE-PEDIDO
                   IF WS-QUIESCE-PEDIDO
      *                PARADA LIMPIA EN FRONTERA DE GRUPO: EL
      *                CHECKPOINT DEL ULTIMO GRUPO YA ESTA GRABADO, EL
      *                LOTE NO SE APUNTA COMO COMPLETO Y EL REARRANQUE
      *                RETOMA DONDE SE QUEDO.
                       PERFORM CLOSE-FILES
                       DISPLAY 'PARADA PEDIDA POR OPERACION: EL LOTE '
                           'QUEDA EN PAUSA TRAS '
                           WS-PARTIDAS-PROCESADAS ' PARTIDAS'
                   ELSE
                       PERFORM VERIFY-BATCH-TRAILER
                       IF WS-MODO-PARTICION
                           PERFORM CLOSE-FILES
                           PERFORM END-PARTITION
                       ELSE
                           PERFORM APPLY-SANCTION-DEDUCTIONS
                           PERFORM CLOSE-FILES
                           IF WS-RUN-WAS-OK
                               PERFORM CLEAR-CHECKPOINT
                           END-IF
                           PERFORM SAVE-JOB-CONTROL
                           PERFORM REGISTER-BATCH
                           PERFORM DISPLAY-HEAD-TO-HEAD
                           PERFORM DISPLAY-CHAMPION
                           PERFORM DISPLAY-DASHBOARD
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM CLOSE-STAT-FILES
           PERFORM END-PROGRAM.

           OPEN OUTPUT STANDINGS-FILE
           IF WS-STANDINGS-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO GRABAR LA CLASIFICACION DE TEMPORADA'
               MOVE WS-NOMBRE-STAND TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
           IF WS-PSTAT-FILE-STATUS NOT = '00'
               AND WS-PSTAT-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO ABRIR LAS ESTADISTICAS DE JUGADOR'
               MOVE WS-NOMBRE-PSTAT TO ERR-FICHERO
               MOVE 005 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
               AND WS-H2H-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO ABRIR EL HISTORIAL DE '
                   'ENFRENTAMIENTOS DIRECTOS'
               MOVE WS-NOMBRE-H2H TO ERR-FICHERO
               MOVE 005 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
      ******************************************************************
      * ACTUALIZA LAS ESTADISTICAS DEL JUGADOR EN WS-LOOKUP-ID CON UNA
      * VICTORIA, DERROTA O EMPATE MAS, LEYENDO Y REGRABANDO SOLO SU
      * REGISTRO. LO SUMADO SE CUENTA TAMBIEN EN PART-TOTALES PARA EL
      * CUADRE DE UNA EJECUCION POR PARTICIONES.
      ******************************************************************
       UPDATE-PLAYER-STAT-WIN.

           PERFORM GET-PLAYER-STAT
           ADD 1 TO PSTAT-WINS
           ADD WS-PUNTOS-VICTORIA TO PSTAT-PUNTOS
           PERFORM PUT-PLAYER-STAT
           ADD 1 TO PART-RESULTADOS
           ADD WS-PUNTOS-VICTORIA TO PART-PUNTOS.

       UPDATE-PLAYER-STAT-LOSS.

           PERFORM GET-PLAYER-STAT
           ADD 1 TO PSTAT-LOSSES
           PERFORM PUT-PLAYER-STAT
           ADD 1 TO PART-RESULTADOS.

       UPDATE-PLAYER-STAT-TIE.

           PERFORM GET-PLAYER-STAT
           ADD 1 TO PSTAT-TIES
           ADD WS-PUNTOS-EMPATE TO PSTAT-PUNTOS
           PERFORM PUT-PLAYER-STAT
           ADD 1 TO PART-RESULTADOS
           ADD WS-PUNTOS-EMPATE TO PART-PUNTOS.

      ******************************************************************
      * CARGA LAS PUNTUACIONES DE FUERZA ACUMULADAS HASTA HOY. SI EL
           END-IF
           PERFORM READ-RATING-RECORD.

      ******************************************************************
      * CARGA LOS TRAMOS DE VENTAJA DE LA TARJETA HANDCTL, SI LA HAY.
      * UNA LINEA NO NUMERICA SE IGNORA CON AVISO.
      ******************************************************************
       LOAD-HANDICAP-TABLE.

           OPEN INPUT HANDICAP-PARM-FILE
           IF WS-HANDCTL-FILE-STATUS = '00'
               OR WS-HANDCTL-FILE-STATUS = '05'
               PERFORM READ-HANDICAP-RECORD
               PERFORM BUILD-HANDICAP-ENTRY UNTIL EOF-HANDCTL
               CLOSE HANDICAP-PARM-FILE
           END-IF.

       READ-HANDICAP-RECORD.

           READ HANDICAP-PARM-FILE
               AT END MOVE 'Y' TO WS-EOF-HANDCTL
           END-READ.

       BUILD-HANDICAP-ENTRY.

           EVALUATE TRUE
               WHEN HANDCTL-DIFERENCIA IS NOT NUMERIC
                   OR HANDCTL-PARTIDAS IS NOT NUMERIC
                   DISPLAY 'AVISO: TRAMO DE VENTAJA NO VALIDO EN '
                       'HANDCTL, SE IGNORA: ' HANDICAP-PARM-RECORD
               WHEN WS-HCP-COUNT = 20
                   DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE TRAMOS DE '
                       'VENTAJA, SE IGNORA: ' HANDICAP-PARM-RECORD
               WHEN OTHER
                   ADD 1 TO WS-HCP-COUNT
                   MOVE HANDCTL-DIFERENCIA
                       TO WS-HCP-DESDE(WS-HCP-COUNT)
                   MOVE HANDCTL-PARTIDAS
                       TO WS-HCP-VENTAJA(WS-HCP-COUNT)
           END-EVALUATE
           PERFORM READ-HANDICAP-RECORD.

      ******************************************************************
      * LOCALIZA A WS-LOOKUP-ID EN LA TABLA DE PUNTUACIONES DE FUERZA,
      * DANDOLO DE ALTA EN 1500 SI ES LA PRIMERA VEZ QUE JUEGA. DEJA
           COMPUTE WS-RATING-NUEVO = WS-RATING-B + WS-DELTA-RATING
           PERFORM CLAMP-RATING
           MOVE WS-RATING-NUEVO TO WS-RATING-VALOR(WS-RB-IDX)
           ADD 1 TO WS-RATING-PARTIDAS(WS-RB-IDX)
           ADD 2 TO PART-FUERZA.

      ******************************************************************
      * PUNTUACION ESPERADA DEL JUGADOR 1 (EN TANTO POR CIEN) SEGUN
           OPEN OUTPUT RATING-FILE
           IF WS-RATING-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO GRABAR LAS PUNTUACIONES DE FUERZA'
               MOVE WS-NOMBRE-RATING TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
           IF WS-GROUPWIN-FILE-STATUS NOT = '00'
               AND WS-GROUPWIN-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO ABRIR LOS GANADORES DE GRUPO'
               MOVE 'GROUPWINF' TO ERR-FICHERO
               MOVE 005 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO GRABAR EL PUNTO DE REINICIO'
               MOVE WS-NOMBRE-CHKPT TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
           OPEN OUTPUT JOB-CONTROL-FILE
           IF WS-JOBCTL-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO GRABAR EL CONTROL DEL LOTE NOCTURNO'
               MOVE 'JOBCTLFILE' TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
      * FICHERO NO EXISTE, SE CONSERVAN LOS VALORES POR DEFECTO YA
      * FIJADOS EN WORKING-STORAGE; UN PARMIN ANTIGUO DE 3 POSICIONES
      * DEJA EL BAREMO POR DEFECTO (3 VICTORIA / 1 EMPATE).
      * PARM-IDIOMA FIJA EL IDIOMA DE LOS TEXTOS DE RESULTADO, QUE
      * SE TOMAN DEL CATALOGO DE MENSAJES (VER MENSREC.CPY).
      ******************************************************************
       LOAD-PARAMETERS.

                           AND PARM-FACTOR-K > 0
                           MOVE PARM-FACTOR-K TO WS-FACTOR-K
                       END-IF
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
           PERFORM LOAD-MESSAGES
           PERFORM TRANSLATE-TEXTS.

      ******************************************************************
      * CARGA EL CATALOGO DE MENSAJES, SI LO HAY (VER MENSREC.CPY).
      * SIN CATALOGO LOS TEXTOS SALEN CON SU LITERAL DE SIEMPRE.
      ******************************************************************
       LOAD-MESSAGES.

           OPEN INPUT MESSAGE-FILE
           IF MENSAJES-FILE-STATUS = '00'
               OR MENSAJES-FILE-STATUS = '05'
               PERFORM READ-MESSAGE
               PERFORM STORE-MESSAGE UNTIL MENSAJES-EOF
               CLOSE MESSAGE-FILE
           END-IF.

       READ-MESSAGE.

           READ MESSAGE-FILE
               AT END MOVE 'Y' TO MENSAJES-EOF-SW
           END-READ.

       STORE-MESSAGE.

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
           PERFORM READ-MESSAGE.

      ******************************************************************
      * PONE LOS TEXTOS DE RESULTADO EN EL IDIOMA DE LA EJECUCION.
      ******************************************************************
       TRANSLATE-TEXTS.

           MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
           MOVE 0101 TO MENSAJE-NUMERO
           MOVE WS-TXT-EMPATE TO MENSAJE-TEXTO
           PERFORM FIND-MESSAGE
           MOVE MENSAJE-TEXTO TO WS-TXT-EMPATE
           MOVE 8 TO WS-ANCHO-TEXTO
           PERFORM MEASURE-TEXT
           MOVE WS-LEN-TEXTO TO WS-LEN-EMPATE
           MOVE 0102 TO MENSAJE-NUMERO
           MOVE WS-TXT-CONTRA TO MENSAJE-TEXTO
           PERFORM FIND-MESSAGE
           MOVE MENSAJE-TEXTO TO WS-TXT-CONTRA
           MOVE 8 TO WS-ANCHO-TEXTO
           PERFORM MEASURE-TEXT
           MOVE WS-LEN-TEXTO TO WS-LEN-CONTRA
           MOVE 0103 TO MENSAJE-NUMERO
           MOVE WS-TXT-GANA-A TO MENSAJE-TEXTO
           PERFORM FIND-MESSAGE
           MOVE MENSAJE-TEXTO TO WS-TXT-GANA-A
           MOVE 9 TO WS-ANCHO-TEXTO
           PERFORM MEASURE-TEXT
           MOVE WS-LEN-TEXTO TO WS-LEN-GANA-A
           MOVE 0104 TO MENSAJE-NUMERO
           MOVE WS-TXT-RES-GANA TO MENSAJE-TEXTO
           PERFORM FIND-MESSAGE
           MOVE MENSAJE-TEXTO TO WS-TXT-RES-GANA
           MOVE 0105 TO MENSAJE-NUMERO
           MOVE WS-TXT-RES-EMPATE TO MENSAJE-TEXTO
           PERFORM FIND-MESSAGE
           MOVE MENSAJE-TEXTO TO WS-TXT-RES-EMPATE.

      ******************************************************************
      * LONGITUD UTIL DEL TEXTO EN MENSAJE-TEXTO DENTRO DE UN CAMPO DE
      * WS-ANCHO-TEXTO POSICIONES: HASTA SU ULTIMO CARACTER NO BLANCO
      * MAS UN BLANCO DE SEPARACION, SI CABE.
      ******************************************************************
       MEASURE-TEXT.

           PERFORM VARYING WS-LEN-TEXTO FROM WS-ANCHO-TEXTO BY -1
               UNTIL WS-LEN-TEXTO = 0
               OR MENSAJE-TEXTO(WS-LEN-TEXTO:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-LEN-TEXTO < WS-ANCHO-TEXTO
               ADD 1 TO WS-LEN-TEXTO
           END-IF.

      ******************************************************************
      * BUSCA MENSAJE-NUMERO EN MENSAJE-IDIOMA Y, SI NO ESTA, EN 'ES'.
      * SI LO ENCUENTRA DEJA SU TEXTO EN MENSAJE-TEXTO; SI NO, DEJA
      * EL LITERAL QUE TRAIA.
      ******************************************************************
       FIND-MESSAGE.

           MOVE MENSAJE-IDIOMA TO IDIOMA-BUSCADO
           PERFORM FIND-MESSAGE-LANGUAGE
           IF NOT MENSAJE-HALLADO
               AND IDIOMA-BUSCADO NOT = 'ES'
               MOVE 'ES' TO IDIOMA-BUSCADO
               PERFORM FIND-MESSAGE-LANGUAGE
           END-IF.

       FIND-MESSAGE-LANGUAGE.

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
      * CARGA LA TABLA DE RESULTADOS DEL JUEGO DESDE RULESIN, LO QUE
      * PERMITE AMPLIAR EL NUMERO DE SIMBOLOS SIN RECOMPILAR. LA TABLA
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE REGLAS'
               MOVE 'RULESIN' TO ERR-FICHERO
               MOVE 001 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           CLOSE RULES-FILE
           IF WS-RULES-COUNT = 0
               DISPLAY 'FICHERO DE REGLAS VACIO'
               MOVE 'RULESIN' TO ERR-FICHERO
               MOVE 001 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           OPEN OUTPUT RULES-REPORT-FILE
           IF WS-RULERPT-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL INFORME DE REGLAS'
               MOVE 'RULERPT' TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
               CLOSE RULES-REPORT-FILE
               DISPLAY 'TABLA DE REGLAS INCOHERENTE: ' WS-RULE-ERRORS
                   ' ANOMALIAS, VER RULERPT'
               MOVE 'RULESIN' TO ERR-FICHERO
               MOVE 003 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           ADD 1 TO WS-RULE-ERRORS.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES ROSTERMAE. ES OPCIONAL: SI NO SE
      * PUEDE ABRIR, LOS RESULTADOS SE MUESTRAN CON LOS
      * IDENTIFICADORES DE GAMESIN EN LUGAR DE UN NOMBRE.
      ******************************************************************
       OPEN-ROSTER.

           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ROSTER-OPEN
           END-IF.

      ******************************************************************
      * TRADUCE WS-LOOKUP-ID A WS-LOOKUP-NAME LEYENDO POR CLAVE EL
      * MAESTRO DE JUGADORES. SI NO SE ENCUENTRA (O NO HAY MAESTRO),
      * SE DEVUELVE EL PROPIO IDENTIFICADOR.
      ******************************************************************
       LOOKUP-PLAYER-NAME.

           MOVE WS-LOOKUP-ID TO WS-LOOKUP-NAME
           IF WS-ROSTER-ABIERTO
               MOVE WS-LOOKUP-ID TO ROST-PLAYER-ID
               READ ROSTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ROST-PLAYER-NAME TO WS-LOOKUP-NAME
               END-READ
           END-IF.

      ******************************************************************
           OPEN INPUT GAMES-FILE
           IF WS-GAMES-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE PARTIDAS'
               MOVE 'GAMESIN' TO ERR-FICHERO
               MOVE 002 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF.

      ******************************************************************
      * ABRE LAS SALIDAS DEL LOTE. SE AMPLIAN EN VEZ DE EMPEZARSE DE
      * NUEVO EN UN REARRANQUE, CUANDO OTRO PROGRAMA DEL LOTE YA LAS
      * DEJO ESCRITAS ESTA NOCHE (UNA PARTICION NO MIRA JOBCTLFILE:
      * SUS SALIDAS SON SOLO SUYAS) Y EN UNA FUSION QUE SE REANUDA.
      ******************************************************************
       OPEN-FILES.

           MOVE 'N' TO WS-SALIDAS-EXTEND
           IF WS-RESTART-COUNT > 0 OR WS-FUSION-A-MEDIAS
               MOVE 'Y' TO WS-SALIDAS-EXTEND
           END-IF
           IF NOT WS-MODO-PARTICION AND JOBCTL-RETO6-OK
               MOVE 'Y' TO WS-SALIDAS-EXTEND
           END-IF
           IF WS-ABRIR-EXTEND
               OPEN EXTEND EXCEPTIONS-FILE
           ELSE
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           IF WS-EXCEPTIONS-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE EXCEPCIONES'
               MOVE WS-NOMBRE-EXCP TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF
           IF WS-ABRIR-EXTEND
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR LA PISTA DE AUDITORIA'
               MOVE WS-NOMBRE-AUDIT TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF
           IF NOT WS-MODO-PARTICION AND JOBCTL-RETO29-OK
               MOVE 'Y' TO WS-SALIDAS-EXTEND
           END-IF
           IF WS-ABRIR-EXTEND
               OPEN EXTEND RESULTS-FILE
           ELSE
               OPEN OUTPUT RESULTS-FILE
           END-IF
           IF WS-RESULTS-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE RESULTADOS'
               MOVE WS-NOMBRE-RESUL TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
                       DISPLAY 'EL LOTE ' WS-LOTE-FECHA '/'
                           WS-LOTE-NUMERO ' YA FUE PROCESADO POR '
                           'RETO6, SE RECHAZA'
                       MOVE 'GAMESIN' TO ERR-FICHERO
                       MOVE 006 TO ERR-COD-ACTUAL
                       PERFORM REPORT-ERROR
                       PERFORM END-PROGRAM
                   WHEN NOT WS-TORNEO-EXISTE
                       DISPLAY 'EL TORNEO ' WS-TORNEO-ACTUAL
                           ' NO FIGURA EN EL MAESTRO, SE RECHAZA'
                       MOVE 'TORNEOSIN' TO ERR-FICHERO
                       MOVE 027 TO ERR-COD-ACTUAL
                       PERFORM REPORT-ERROR
                       PERFORM END-PROGRAM
                   WHEN WS-TORN-ESTADO = 'C'
                       DISPLAY 'EL TORNEO ' WS-TORNEO-ACTUAL
                           ' ESTA CERRADO, SE RECHAZA'
                       MOVE 'TORNEOSIN' TO ERR-FICHERO
                       MOVE 028 TO ERR-COD-ACTUAL
                       PERFORM REPORT-ERROR
                       PERFORM END-PROGRAM
                       DISPLAY 'FALTA LA COLA DE CONTROL DEL LOTE '
                           WS-LOTE-FECHA '/' WS-LOTE-NUMERO
                           ', FICHERO POSIBLEMENTE TRUNCADO'
                       MOVE 'GAMESIN' TO ERR-FICHERO
                       MOVE 007 TO ERR-COD-ACTUAL
                       PERFORM REPORT-ERROR
                   WHEN WS-LOTE-ESPERADAS NOT = WS-LOTE-LEIDAS
                       DISPLAY 'EL LOTE DECLARA ' WS-LOTE-ESPERADAS
                           ' PARTIDAS PERO SE LEYERON '
                           WS-LOTE-LEIDAS
                       MOVE 'GAMESIN' TO ERR-FICHERO
                       MOVE 007 TO ERR-COD-ACTUAL
                       PERFORM REPORT-ERROR
               END-EVALUATE
      * APUNTA EL LOTE RECIEN TERMINADO EN EL REGISTRO DE LOTES YA
      * PROCESADOS, PARA QUE UNA SEGUNDA PASADA DEL MISMO FICHERO SE
      * RECHACE EN LA CABECERA. SOLO SE APUNTA UN LOTE CON CABECERA
      * QUE TERMINO SIN INCIDENCIAS. EN LA FUSION SE APUNTA EL LOTE DE
      * CADA PARTICION AL TERMINAR DE APLICARLA, AUNQUE OTRA PARTICION
      * DE LA MISMA NOCHE HAYA FALLADO: EL LOTE YA ESTA CONTABILIZADO.
      ******************************************************************
       REGISTER-BATCH.

           IF WS-LOTE-CON-CABECERA
               AND (WS-RUN-WAS-OK OR WS-MODO-FUSION)
               OPEN EXTEND BATCH-REGISTER-FILE
               IF WS-LOTEREG-FILE-STATUS NOT = '00'
                   AND WS-LOTEREG-FILE-STATUS NOT = '05'
                   DISPLAY 'NO SE PUDO APUNTAR EL LOTE EN LOTESREG'
                   MOVE 'LOTESREG' TO ERR-FICHERO
                   MOVE 008 TO ERR-COD-ACTUAL
                   PERFORM REPORT-ERROR
               ELSE
           MOVE GR-GRUPO TO WS-GRUPO-ACTUAL
           MOVE GR-PLAYER-P1 TO WS-GRUPO-PLAYER1
           MOVE GR-PLAYER-P2 TO WS-GRUPO-PLAYER2
           MOVE GR-ARBITRO TO WS-GRUPO-ARBITRO
           PERFORM RESOLVE-BRACKET-PLAYERS
           PERFORM SET-GROUP-FORMAT
           INITIALIZE VARIABLES WS-GAMES-AUX
           IF WS-GRUPO-WALKOVER
               PERFORM ADJUDICATE-WALKOVER
           ELSE
               IF WS-GRUPO-HANDICAP
                   PERFORM APPLY-HANDICAP
               END-IF
               PERFORM BUILD-GAME-GROUP
                   UNTIL EOF-GAMES OR GR-GRUPO NOT = WS-GRUPO-ACTUAL
                       OR WS-I = WS-MAX-PARTIDAS-GRUPO
               PERFORM CHECK-GAME
           END-IF
           ADD WS-GRUPO-COUNT TO WS-PARTIDAS-PROCESADAS
           PERFORM SAVE-CHECKPOINT
           IF WS-MODO-PARTICION
               PERFORM SAVE-PARTITION-PROGRESS
           END-IF
           PERFORM SAVE-RATINGS
           PERFORM SAVE-STANDINGS
           PERFORM CHECK-STOP-REQUEST.
           END-EVALUATE
           MOVE 'N' TO WS-GRUPO-DECIDIDO.

      ******************************************************************
      * GRUPO CON VENTAJA (FORMATOS 'H', 'M' Y 'P', VER GAMEREC.CPY):
      * ANTES DE LA PRIMERA PARTIDA, EL JUGADOR DE MENOR PUNTUACION
      * DE FUERZA RECIBE LAS PARTIDAS GANADAS DEL TRAMO DE HANDCTL
      * QUE ALCANZA LA DIFERENCIA DE PUNTUACIONES. EL MARCADOR SALE
      * YA SEMBRADO HACIA CHECK-GAME, DE MODO QUE LA VENTAJA CUENTA
      * PARA LA META DE VICTORIAS DE 'M' Y 'P'; COMO UN GRUPO NO
      * PUEDE QUEDAR DECIDIDO SIN JUGARSE, LA VENTAJA SE RECORTA A
      * UNA PARTIDA MENOS QUE LA META. CADA PARTIDA DE VENTAJA DEJA
      * UNA LINEA 'HC' EN LA PISTA (VER AUDITREC.CPY) PARA QUE EL
      * MARCADOR SE PUEDA RECALCULAR DESDE ELLA.
      ******************************************************************
       APPLY-HANDICAP.

           MOVE WS-GRUPO-PLAYER1 TO WS-LOOKUP-ID
           PERFORM FIND-RATING-ENTRY
           SET WS-RA-IDX TO WS-RT
           MOVE WS-GRUPO-PLAYER2 TO WS-LOOKUP-ID
           PERFORM FIND-RATING-ENTRY
           SET WS-RB-IDX TO WS-RT
           MOVE WS-RATING-VALOR(WS-RA-IDX) TO WS-RATING-A
           MOVE WS-RATING-VALOR(WS-RB-IDX) TO WS-RATING-B
           IF WS-RATING-A > WS-RATING-B
               COMPUTE WS-HCP-DIFERENCIA = WS-RATING-A - WS-RATING-B
               MOVE 2 TO WS-HCP-LADO
           ELSE
               COMPUTE WS-HCP-DIFERENCIA = WS-RATING-B - WS-RATING-A
               MOVE 1 TO WS-HCP-LADO
           END-IF
           MOVE 0 TO WS-HCP-PARTIDAS
           MOVE 0 TO WS-HCP-TRAMO-APLICADO
           IF WS-HCP-DIFERENCIA > 0
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HCP-COUNT
                   IF WS-HCP-DESDE(WS-HX) NOT > WS-HCP-DIFERENCIA
                       AND WS-HCP-DESDE(WS-HX)
                           NOT < WS-HCP-TRAMO-APLICADO
                       MOVE WS-HCP-DESDE(WS-HX)
                           TO WS-HCP-TRAMO-APLICADO
                       MOVE WS-HCP-VENTAJA(WS-HX) TO WS-HCP-PARTIDAS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-META-VICTORIAS > 0
               AND WS-HCP-PARTIDAS NOT < WS-META-VICTORIAS
               DISPLAY 'AVISO: GRUPO ' WS-GRUPO-ACTUAL
                   ' VENTAJA DE ' WS-HCP-PARTIDAS
                   ' RECORTADA POR LA META DE ' WS-META-VICTORIAS
               COMPUTE WS-HCP-PARTIDAS = WS-META-VICTORIAS - 1
           END-IF
           IF WS-HCP-PARTIDAS > 0
               IF WS-HCP-LADO = 1
                   MOVE WS-HCP-PARTIDAS TO WS-SCORE-P1
                   MOVE WS-GRUPO-PLAYER1 TO WS-LOOKUP-ID
               ELSE
                   MOVE WS-HCP-PARTIDAS TO WS-SCORE-P2
                   MOVE WS-GRUPO-PLAYER2 TO WS-LOOKUP-ID
               END-IF
               ADD 1 TO WS-GRUPOS-HANDICAP
               MOVE 'HC' TO WS-CURRENT-GAME
               PERFORM WRITE-AUDIT-RECORD WS-HCP-PARTIDAS TIMES
               DISPLAY '  VENTAJA: ' WS-HCP-PARTIDAS
                   ' PARTIDAS PARA ' WS-LOOKUP-ID
                   ' (DIFERENCIA ' WS-HCP-DIFERENCIA ')'
           END-IF.

      ******************************************************************
      * MODO ELIMINATORIA: SI EL IDENTIFICADOR DE UN JUGADOR DEL GRUPO
      * EMPIEZA POR 'W' (P.EJ. 'W001'), NO ES UN JUGADOR FIJO SINO UNA
                   ' SUPERA EL MAXIMO DE PARTIDAS, SE TRUNCA'
           END-IF.

      ******************************************************************
      * GRUPO DECIDIDO POR INCOMPARECENCIA (FORMATO 'W', VER
      * GAMEREC.CPY): UN UNICO REGISTRO SIN PARTIDAS, ASI QUE NO PASA
      * POR CHECK-GAME. EL JUGADOR PRESENTE SE LLEVA EL GRUPO 1-0,
      * QUEDA UNA SOLA LINEA EN LA PISTA CON 'W' MAS EL MOTIVO EN
      * AUD-GAME (VER AUDITREC.CPY) Y DISPLAY-RESULT ABONA EL
      * DESENLACE COMO EL DE CUALQUIER OTRO GANADOR, SALVO LA
      * PUNTUACION DE FUERZA, QUE NO SE MUEVE PORQUE NO SE JUGO. UN
      * REGISTRO SIN AUSENTE O MOTIVO VALIDO (GAMESIN SIN DEPURAR) VA
      * A EXCEPCIONES Y EL GRUPO NO SE ADJUDICA.
      ******************************************************************
       ADJUDICATE-WALKOVER.

           MOVE 1 TO WS-GRUPO-COUNT
           MOVE GR-WO-MOTIVO TO WS-WO-MOTIVO
           MOVE 'W' TO WS-CURRENT-GAME(1:1)
           MOVE GR-WO-MOTIVO TO WS-CURRENT-GAME(2:1)
           IF (GR-WO-AUSENTE-P1 OR GR-WO-AUSENTE-P2)
               AND GR-WO-MOTIVO-VALIDO
               IF GR-WO-AUSENTE-P1
                   MOVE 1 TO WS-SCORE-P2
                   MOVE 2 TO WS-WO-RESULT
               ELSE
                   MOVE 1 TO WS-SCORE-P1
                   MOVE 1 TO WS-WO-RESULT
               END-IF
               ADD 1 TO WS-PARTIDAS-ACEPTADAS
               ADD 1 TO WS-GRUPOS-WALKOVER
               PERFORM WRITE-AUDIT-RECORD
               PERFORM READ-GAME-RECORD
               PERFORM DISPLAY-RESULT
           ELSE
               PERFORM ERROR-VALIDATION
               PERFORM READ-GAME-RECORD
           END-IF.

      ******************************************************************
      * PROCESAMIENTO DE LA PARTIDA, VALIDACION Y CALCULO DE RESULTADO.
      * WS-GAMES ESTA ORDENADA POR WS-GAME (VER LOAD-RULES), POR LO QUE
           MOVE WS-LOOKUP-NAME TO WS-DISPLAY-NAME2
           PERFORM GET-HEAD-TO-HEAD
           PERFORM FIND-STANDINGS-ENTRY
           ADD 1 TO PART-GRUPOS
           MOVE SPACES TO WS-GANADOR-GRUPO
           EVALUATE TRUE
               WHEN WS-SCORE-P1 = WS-SCORE-P2
                   DISPLAY WS-TXT-EMPATE(1:WS-LEN-EMPATE)
                       WS-DISPLAY-NAME1
                       WS-TXT-CONTRA(1:WS-LEN-CONTRA) WS-DISPLAY-NAME2
                   MOVE 50 TO WS-SCORE-A
                   ADD 1 TO WS-STAND-T(WS-SD)
                   ADD 1 TO H2H-TIES
                   MOVE WS-GRUPO-PLAYER2 TO WS-LOOKUP-ID
                   PERFORM UPDATE-PLAYER-STAT-TIE
               WHEN WS-SCORE-P1 > WS-SCORE-P2
                   DISPLAY WS-DISPLAY-NAME1
                       WS-TXT-GANA-A(1:WS-LEN-GANA-A) WS-DISPLAY-NAME2
                   MOVE 100 TO WS-SCORE-A
                   ADD 1 TO WS-STAND-W1(WS-SD)
                   IF WS-H2H-SWAPPED
                   MOVE WS-GRUPO-PLAYER2 TO WS-LOOKUP-ID
                   PERFORM UPDATE-PLAYER-STAT-LOSS
               WHEN OTHER
                   DISPLAY WS-DISPLAY-NAME2
                       WS-TXT-GANA-A(1:WS-LEN-GANA-A) WS-DISPLAY-NAME1
                   MOVE 0 TO WS-SCORE-A
                   ADD 1 TO WS-STAND-W2(WS-SD)
                   IF WS-H2H-SWAPPED
           END-EVALUATE
           PERFORM PUT-GROUP-WINNER
           PERFORM PUT-HEAD-TO-HEAD
           IF WS-GRUPO-WALKOVER
               DISPLAY '  WALKOVER (MOTIVO ' WS-WO-MOTIVO
                   '): FUERZA SIN CAMBIOS'
           ELSE
               IF WS-HCP-PARTIDAS > 0
                   PERFORM SET-PLAYED-SCORE
               END-IF
               PERFORM UPDATE-RATINGS
               DISPLAY '  FUERZA: ' WS-DISPLAY-NAME1 ' '
                   WS-RATING-VALOR(WS-RA-IDX) ' / ' WS-DISPLAY-NAME2
                   ' ' WS-RATING-VALOR(WS-RB-IDX)
           END-IF
           PERFORM WRITE-RESULT-RECORD.

      ******************************************************************
      * EN UN GRUPO CON VENTAJA, LA PUNTUACION DE FUERZA SE MUEVE CON
      * EL RESULTADO DE LAS PARTIDAS REALMENTE JUGADAS, SIN LAS DE
      * VENTAJA: EL GRUPO PUEDE GANARLO EL FAVORECIDO Y AUN ASI SU
      * RIVAL SUBIR SI GANO MAS PARTIDAS SOBRE EL TABLERO.
      ******************************************************************
       SET-PLAYED-SCORE.

           MOVE WS-SCORE-P1 TO WS-JUGADAS-P1
           MOVE WS-SCORE-P2 TO WS-JUGADAS-P2
           IF WS-HCP-LADO = 1
               SUBTRACT WS-HCP-PARTIDAS FROM WS-JUGADAS-P1
           ELSE
               SUBTRACT WS-HCP-PARTIDAS FROM WS-JUGADAS-P2
           END-IF
           EVALUATE TRUE
               WHEN WS-JUGADAS-P1 = WS-JUGADAS-P2
                   MOVE 50 TO WS-SCORE-A
               WHEN WS-JUGADAS-P1 > WS-JUGADAS-P2
                   MOVE 100 TO WS-SCORE-A
               WHEN OTHER
                   MOVE 0 TO WS-SCORE-A
           END-EVALUATE.

      ******************************************************************
      * LEE POR CLAVE EL REGISTRO DE ENFRENTAMIENTOS DE LA PAREJA DEL
      * GRUPO ACTUAL. LA PAREJA SE BUSCA EN ORDEN CANONICO (EL
           IF WS-PARTIDAS-TARDIAS > 0
               DISPLAY '  RECIBIDAS TRAS GRUPO DECIDIDO (TARDIAS): '
                   WS-PARTIDAS-TARDIAS
           END-IF
           IF WS-GRUPOS-WALKOVER > 0
               DISPLAY '  GRUPOS DECIDIDOS POR INCOMPARECENCIA: '
                   WS-GRUPOS-WALKOVER
           END-IF
           IF WS-GRUPOS-HANDICAP > 0
               DISPLAY '  GRUPOS JUGADOS CON VENTAJA: '
                   WS-GRUPOS-HANDICAP
           END-IF
           IF WS-DESCUENTOS-APLICADOS > 0
               DISPLAY '  DESCUENTOS DE PUNTOS POR SANCION: '
                   WS-DESCUENTOS-APLICADOS
           END-IF.

      ******************************************************************
      * APLICA LOS DESCUENTOS DE PUNTOS POR SANCION (TIPO 'P' DE
      * SANCREC.CPY) VIGENTES CUYA FECHA DE EFECTO YA LLEGO. CADA
      * DESCUENTO SE APLICA UNA SOLA VEZ: SE APUNTA EN LOTESREG CON
      * EL PROGRAMA 'SANCPTS', SU FECHA DE EFECTO Y SU NUMERO, IGUAL
      * QUE UN LOTE PROCESADO. SIN REGISTRO DE SANCIONES NO HAY NADA
      * QUE HACER.
      ******************************************************************
       APPLY-SANCTION-DEDUCTIONS.

           MOVE 'N' TO WS-EOF-SANCION
           OPEN INPUT SANCTION-FILE
           IF WS-SANCION-FILE-STATUS = '00'
               PERFORM READ-SANCTION-RECORD
               PERFORM APPLY-ONE-SANCTION UNTIL EOF-SANCION
               CLOSE SANCTION-FILE
           END-IF.

       READ-SANCTION-RECORD.

           READ SANCTION-FILE
               AT END MOVE 'Y' TO WS-EOF-SANCION
           END-READ.

       APPLY-ONE-SANCTION.

           IF SANC-DESCUENTO-PUNTOS AND SANC-VIGENTE
               AND SANC-FECHA-EFECTO NOT > WS-FECHA-PROCESO
               PERFORM CHECK-SANCTION-REGISTER
               IF NOT WS-SANCION-YA-APLICADA
                   PERFORM POST-SANCTION-DEDUCTION
               END-IF
           END-IF
           PERFORM READ-SANCTION-RECORD.

      ******************************************************************
      * MIRA EN LOTESREG SI EL DESCUENTO EN CURSO YA SE APLICO.
      ******************************************************************
       CHECK-SANCTION-REGISTER.

           MOVE 'N' TO WS-SANC-REGISTRADA
           MOVE 'N' TO WS-EOF-LOTEREG
           OPEN INPUT BATCH-REGISTER-FILE
           IF WS-LOTEREG-FILE-STATUS = '00'
               OR WS-LOTEREG-FILE-STATUS = '05'
               PERFORM READ-BATCH-REGISTER
               PERFORM MATCH-SANCTION-REGISTER UNTIL EOF-LOTEREG
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       MATCH-SANCTION-REGISTER.

           IF LOTEREG-PROGRAMA = 'SANCPTS'
               AND LOTEREG-FECHA = SANC-FECHA-EFECTO
               AND LOTEREG-NUMERO = SANC-NUMERO
               MOVE 'Y' TO WS-SANC-REGISTRADA
           END-IF
           PERFORM READ-BATCH-REGISTER.

      ******************************************************************
      * DESCUENTA LOS PUNTOS DEL JUGADOR EN LA DIVISION DE LA SANCION,
      * SIN BAJAR DE CERO, Y DEJA EN LA PISTA DE AUDITORIA UNA LINEA
      * CON MARCA 'S' CON LOS PUNTOS REALMENTE DESCONTADOS (VER
      * AUDITREC.CPY), PARA QUE VERIFICA LO CUADRE. UN JUGADOR SIN
      * ESTADISTICAS EN ESA DIVISION NO TIENE PUNTOS QUE PERDER: EL
      * DESCUENTO CONSTA CON CERO PUNTOS.
      ******************************************************************
       POST-SANCTION-DEDUCTION.

           MOVE 0 TO WS-SANC-DESCONTADOS
           MOVE SANC-DIVISION TO PSTAT-DIVISION
           MOVE SANC-PLAYER-ID TO PSTAT-PLAYER-ID
           READ PLAYER-STATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PSTAT-PUNTOS < SANC-PUNTOS
                       MOVE PSTAT-PUNTOS TO WS-SANC-DESCONTADOS
                   ELSE
                       MOVE SANC-PUNTOS TO WS-SANC-DESCONTADOS
                   END-IF
                   SUBTRACT WS-SANC-DESCONTADOS FROM PSTAT-PUNTOS
                   REWRITE PSTAT-RECORD
                       INVALID KEY
                           DISPLAY 'NO SE PUDO REGRABAR LAS '
                               'ESTADISTICAS DE ' PSTAT-PLAYER-ID
                   END-REWRITE
           END-READ
           MOVE 0 TO AUD-GRUPO
           MOVE 'SP' TO AUD-GAME
           MOVE 0 TO AUD-RESULT
           ACCEPT AUD-TIMESTAMP FROM TIME
           MOVE SANC-PLAYER-ID TO AUD-PLAYER-P1
           MOVE SANC-NUMERO TO AUD-SANC-NUMERO
           MOVE WS-FECHA-PROCESO TO AUD-FECHA
           MOVE SANC-DIVISION TO AUD-DIVISION
           MOVE SANC-FECHA-EFECTO TO AUD-LOTE-FECHA
           MOVE WS-SANC-DESCONTADOS TO AUD-SANC-PUNTOS
           SET AUD-MARCA-SANCION TO TRUE
           MOVE SPACES TO AUD-ARBITRO
           WRITE AUDIT-RECORD
           OPEN EXTEND BATCH-REGISTER-FILE
           IF WS-LOTEREG-FILE-STATUS NOT = '00'
               AND WS-LOTEREG-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO APUNTAR LA SANCION ' SANC-NUMERO
                   ' EN LOTESREG'
               MOVE 'LOTESREG' TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
               MOVE 'SANCPTS' TO LOTEREG-PROGRAMA
               MOVE SANC-FECHA-EFECTO TO LOTEREG-FECHA
               MOVE SANC-NUMERO TO LOTEREG-NUMERO
               WRITE LOTE-REGISTRADO-RECORD
               CLOSE BATCH-REGISTER-FILE
           END-IF
           ADD 1 TO WS-DESCUENTOS-APLICADOS
           DISPLAY 'SANCION ' SANC-NUMERO ': DESCONTADOS '
               WS-SANC-DESCONTADOS ' PUNTOS A ' SANC-PLAYER-ID
               ' EN LA DIVISION ' SANC-DIVISION.

      ******************************************************************
      * REGISTRA LA PARTIDA ADJUDICADA EN LA PISTA DE AUDITORIA, CON LA
      * HORA EXACTA EN QUE SE RESOLVIO, PARA PODER JUSTIFICAR EL FALLO

           MOVE WS-GRUPO-ACTUAL TO AUD-GRUPO
           MOVE WS-CURRENT-GAME TO AUD-GAME
           EVALUATE TRUE
               WHEN WS-GRUPO-WALKOVER
                   MOVE WS-WO-RESULT TO AUD-RESULT
               WHEN WS-LINEA-HANDICAP
                   MOVE WS-HCP-LADO TO AUD-RESULT
               WHEN OTHER
                   MOVE WS-RESULT(WS-J) TO AUD-RESULT
           END-EVALUATE
           ACCEPT AUD-TIMESTAMP FROM TIME
           MOVE WS-GRUPO-PLAYER1 TO AUD-PLAYER-P1
           MOVE WS-GRUPO-PLAYER2 TO AUD-PLAYER-P2
           MOVE WS-LOTE-FECHA TO AUD-LOTE-FECHA
           MOVE WS-LOTE-NUMERO TO AUD-LOTE-NUMERO
           MOVE WS-MARCA-AUDIT TO AUD-MARCA
           MOVE WS-GRUPO-ARBITRO TO AUD-ARBITRO
           WRITE AUDIT-RECORD
           ADD 1 TO PART-LINEAS-AUDIT.

      ******************************************************************
      * REGISTRA EL RESULTADO DEL GRUPO EN EL FORMATO COMUN COMPARTIDO
           EVALUATE TRUE
               WHEN WS-SCORE-P1 = WS-SCORE-P2
                   SET RESULT-EMPATE TO TRUE
                   MOVE WS-TXT-RES-EMPATE TO RESULT-DETALLE
               WHEN WS-SCORE-P1 > WS-SCORE-P2
                   SET RESULT-GANADOR TO TRUE
                   MOVE WS-TXT-RES-GANA TO RESULT-DETALLE
                   MOVE WS-DISPLAY-NAME1 TO RESULT-DETALLE(6:20)
               WHEN OTHER
                   SET RESULT-GANADOR TO TRUE
                   MOVE WS-TXT-RES-GANA TO RESULT-DETALLE
                   MOVE WS-DISPLAY-NAME2 TO RESULT-DETALLE(6:20)
           END-EVALUATE
           IF WS-GRUPO-WALKOVER
               SET RESULT-WALKOVER TO TRUE
               MOVE 'W.O.' TO RESULT-DETALLE(1:5)
               MOVE WS-WO-MOTIVO TO RESULT-DETALLE(28:1)
           END-IF
           IF WS-HCP-PARTIDAS > 0
               MOVE WS-HCP-LADO TO RESULT-DETALLE(27:1)
               MOVE 'H' TO RESULT-DETALLE(28:1)
               MOVE WS-HCP-PARTIDAS TO RESULT-DETALLE(29:2)
           END-IF
           MOVE WS-FECHA-PROCESO TO RESULT-FECHA
           MOVE WS-DIVISION-ACTUAL TO RESULT-DIVISION
           WRITE RESULT-RECORD
           ADD 1 TO PART-LINEAS-RESUL.


      ******************************************************************
           OPEN EXTEND EXCEPTIONS-FILE
           IF WS-EXCEPTIONS-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE EXCEPCIONES'
               MOVE 'EXCPOUT' TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR LA PISTA DE AUDITORIA'
               MOVE 'AUDITOUT' TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           OPEN EXTEND RESULTS-FILE
           IF WS-RESULTS-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE RESULTADOS'
               MOVE 'RESULTOUT' TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
                   MOVE AUD-GRUPO TO WS-GI-GRUPO(WS-GI-ACTUAL)
                   MOVE 0 TO WS-GI-S1(WS-GI-ACTUAL)
                   MOVE 0 TO WS-GI-S2(WS-GI-ACTUAL)
                   MOVE 0 TO WS-GI-HCP(WS-GI-ACTUAL)
                   MOVE 0 TO WS-GI-HCP-LADO(WS-GI-ACTUAL)
                   MOVE AUD-ARBITRO TO WS-GI-ARBITRO(WS-GI-ACTUAL)
               END-IF
               EVALUATE AUD-RESULT
                   WHEN 1
                   WHEN 2
                       ADD 1 TO WS-GI-S2(WS-GI-ACTUAL)
               END-EVALUATE
               IF AUD-GAME-HANDICAP
                   ADD 1 TO WS-GI-HCP(WS-GI-ACTUAL)
                   MOVE AUD-RESULT TO WS-GI-HCP-LADO(WS-GI-ACTUAL)
               END-IF
           END-IF
           PERFORM READ-AUDIT-SCORE-RECORD.

               MOVE WS-GRUPO-ACTUAL TO WS-GI-GRUPO(WS-GI-ACTUAL)
               MOVE 0 TO WS-GI-S1(WS-GI-ACTUAL)
               MOVE 0 TO WS-GI-S2(WS-GI-ACTUAL)
               MOVE 0 TO WS-GI-HCP(WS-GI-ACTUAL)
               MOVE 0 TO WS-GI-HCP-LADO(WS-GI-ACTUAL)
               MOVE SPACES TO WS-GI-ARBITRO(WS-GI-ACTUAL)
           END-IF.

      ******************************************************************
                   MOVE 0 TO WS-LOTE-FECHA
                   MOVE 0 TO WS-LOTE-NUMERO
               END-IF
               MOVE WS-GI-ARBITRO(WS-GI-ACTUAL) TO WS-GRUPO-ARBITRO
               PERFORM WRITE-AUDIT-RECORD
               PERFORM DETERMINE-NEW-OUTCOME
               PERFORM APPLY-GROUP-OUTCOME
               PERFORM WRITE-CORRECTED-RESULT
               IF CORR-RECLAMACION IS NUMERIC
                   AND CORR-RECLAMACION > 0
                   PERFORM REGISTER-CLAIM-CLOSURE
               END-IF
           END-IF.

      ******************************************************************
      * LA CORRECCION APLICADA VENIA DE UNA RECLAMACION ESTIMADA (VER
      * RECLREC.CPY): SE APUNTA EN LOTESREG COMO 'RECLAMA', CON LA
      * FECHA Y EL NUMERO DE LA RECLAMACION, PARA QUE RECLMANT LA
      * DE POR CERRADA EN SU SIGUIENTE PASADA.
      ******************************************************************
       REGISTER-CLAIM-CLOSURE.

           OPEN EXTEND BATCH-REGISTER-FILE
           IF WS-LOTEREG-FILE-STATUS NOT = '00'
               AND WS-LOTEREG-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO APUNTAR LA RECLAMACION '
                   CORR-RECLAMACION ' EN LOTESREG'
               MOVE 'LOTESREG' TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
               MOVE 'RECLAMA' TO LOTEREG-PROGRAMA
               MOVE CORR-RECL-FECHA TO LOTEREG-FECHA
               MOVE CORR-RECLAMACION TO LOTEREG-NUMERO
               WRITE LOTE-REGISTRADO-RECORD
               CLOSE BATCH-REGISTER-FILE
               DISPLAY 'RECLAMACION ' CORR-RECLAMACION
                   ' CORREGIDA, QUEDA PARA CIERRE'
           END-IF.

      ******************************************************************
           MOVE WS-LOOKUP-NAME TO WS-DISPLAY-NAME2
           MOVE WS-GI-S1(WS-GI-ACTUAL) TO WS-SCORE-P1
           MOVE WS-GI-S2(WS-GI-ACTUAL) TO WS-SCORE-P2
           MOVE WS-GI-HCP(WS-GI-ACTUAL) TO WS-HCP-PARTIDAS
           MOVE WS-GI-HCP-LADO(WS-GI-ACTUAL) TO WS-HCP-LADO
           PERFORM WRITE-RESULT-RECORD.

      ******************************************************************
           MOVE 'DATOS DE ENTRADA INCORRECTOS' TO EXC-MENSAJE
           MOVE WS-GRUPO-PLAYER1 TO EXC-PLAYER-P1
           MOVE WS-GRUPO-PLAYER2 TO EXC-PLAYER-P2
           WRITE EXCEPTION-RECORD
           ADD 1 TO PART-LINEAS-EXCP.

      ******************************************************************
      * CIERRA LOS FICHEROS ABIERTOS POR EL PROGRAMA.
      ******************************************************************
       END-PROGRAM.

           IF WS-ROSTER-ABIERTO
               CLOSE ROSTER-FILE
           END-IF
           PERFORM RELEASE-SHARED-LOCK
           PERFORM WRITE-RUN-LOG-END
           IF WS-QUIESCE-PEDIDO AND ERR-COD-FINAL = 0
                   IF WS-CAL-TIPO(WS-CI) = 'F'
                       DISPLAY 'EL ' WS-FECHA-PROCESO ' ES DIA NO '
                           'HABIL SEGUN EL CALENDARIO, SE RECHAZA'
                       MOVE 'CALENDIN' TO ERR-FICHERO
                       MOVE 026 TO ERR-COD-ACTUAL
                       PERFORM REPORT-ERROR
                       PERFORM END-PROGRAM
      * SU MENSAJE CON LA SEVERIDAD Y CONSERVA EL CODIGO DEL ERROR
      * MAS SEVERO DE LA EJECUCION, QUE END-PROGRAM DEJA EN EL
      * RETURN-CODE Y EN RUNLOG-CODIGO. UN ERROR SERIO O FATAL MARCA
      * ADEMAS LA EJECUCION EN ERROR EN EL REGISTRO DE EJECUCION Y SE
      * GRABA COMO ALERTA EN EL FICHERO COMUN DE ALERTAS.
      ******************************************************************
       REPORT-ERROR.

                   END-IF
                   IF ERR-NIVEL-ACTUAL >= 8
                       MOVE 'N' TO WS-RUN-OK
                       PERFORM WRITE-ALERT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ERR-FICHERO.

      ******************************************************************
      * GRABA EL ERROR EN CURSO (ERR-IDX) COMO ALERTA EN EL FICHERO
      * COMUN DE ALERTAS, CON LA FECHA DE NEGOCIO Y EL FICHERO
      * AFECTADO QUE DEJO EL QUE REGISTRO EL ERROR EN ERR-FICHERO.
      ******************************************************************
       WRITE-ALERT.

           OPEN EXTEND ALERT-FILE
           IF WS-ALERTAS-FILE-STATUS = '00'
               OR WS-ALERTAS-FILE-STATUS = '05'
               MOVE 'RETO6' TO ALR-PROGRAMA
               MOVE WS-FECHA-PROCESO TO ALR-FECHA
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
      * TOMA EL CERROJO DE LOS FICHEROS COMPARTIDOS CON RETO29 (VER
               DISPLAY 'FICHEROS COMPARTIDOS EN USO POR '
                   BLOQ-PROGRAMA ', SE ABANDONA TRAS '
                   WS-BLOQ-INTENTOS ' INTENTOS'
               MOVE 'BLOQFILE' TO ERR-FICHERO
               MOVE 024 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM WRITE-RUN-LOG-END
                   CLOSE SHARED-LOCK-FILE
               END-IF
           END-IF.

      ******************************************************************
      * LEE LA TARJETA PARTCTL, SI LA HAY (VER PARTREC.CPY). UNA LINEA
      * 'P' + DIVISION HACE DE ESTA EJECUCION LA PARTICION DE ESA
      * DIVISION; UNA O VARIAS LINEAS 'F' + DIVISION, LA FUSION DE
      * ESAS PARTICIONES EN EL ORDEN DE LA TARJETA. MEZCLAR LOS DOS
      * MODOS, REPETIR UNA DIVISION O DEJARLA EN BLANCO ES UNA
      * TARJETA INCOHERENTE (029) Y LA EJECUCION NO EMPIEZA.
      ******************************************************************
       LOAD-PARTITION-CARD.

           INITIALIZE PARTICION-RECORD
           OPEN INPUT PARTITION-PARM-FILE
           IF WS-PARTCTL-FILE-STATUS = '00'
               OR WS-PARTCTL-FILE-STATUS = '05'
               PERFORM READ-PARTITION-PARM
               PERFORM STORE-PARTITION-PARM UNTIL EOF-PARTCTL
               CLOSE PARTITION-PARM-FILE
           END-IF
           IF WS-MODO-PARTICION
               PERFORM OPEN-PARTITION
           END-IF.

       READ-PARTITION-PARM.

           READ PARTITION-PARM-FILE
               AT END MOVE 'Y' TO WS-EOF-PARTCTL
           END-READ.

       STORE-PARTITION-PARM.

           EVALUATE TRUE
               WHEN PARTCTL-MODO NOT = 'P' AND PARTCTL-MODO NOT = 'F'
                   PERFORM REJECT-PARTITION-CARD
               WHEN PARTCTL-DIVISION(1:1) = SPACE
                   OR PARTCTL-DIVISION(2:1) = SPACE
                   PERFORM REJECT-PARTITION-CARD
               WHEN WS-PART-MODO NOT = SPACE
                   AND PARTCTL-MODO NOT = WS-PART-MODO
                   PERFORM REJECT-PARTITION-CARD
               WHEN WS-MODO-PARTICION OR WS-PART-COUNT = 10
                   PERFORM REJECT-PARTITION-CARD
               WHEN OTHER
                   PERFORM VARYING WS-PY FROM 1 BY 1
                       UNTIL WS-PY > WS-PART-COUNT
                       IF WS-PART-DIV(WS-PY) = PARTCTL-DIVISION
                           PERFORM REJECT-PARTITION-CARD
                       END-IF
                   END-PERFORM
                   MOVE PARTCTL-MODO TO WS-PART-MODO
                   ADD 1 TO WS-PART-COUNT
                   MOVE PARTCTL-DIVISION TO WS-PART-DIV(WS-PART-COUNT)
           END-EVALUATE
           PERFORM READ-PARTITION-PARM.

       REJECT-PARTITION-CARD.

           DISPLAY 'TARJETA PARTCTL NO VALIDA EN LA LINEA '
               PARTITION-PARM-RECORD
           CLOSE PARTITION-PARM-FILE
           MOVE 'PARTCTL' TO ERR-FICHERO
           MOVE 029 TO ERR-COD-ACTUAL
           PERFORM REPORT-ERROR
           PERFORM END-PROGRAM.

      ******************************************************************
      * PREPARA LA EJECUCION COMO PARTICION DE LA DIVISION DE LA
      * TARJETA. UNA PARTICION TERMINADA Y TODAVIA SIN FUSIONAR NO SE
      * PUEDE VOLVER A LANZAR (032): LA NOCHE SIGUIENTE PISARIA LO QUE
      * FALTA POR FUSIONAR. UNA PARTICION EN CURSO SE REARRANCA CON SU
      * PROPIO PUNTO DE REINICIO; SIN CONTROL, O CON LA ANTERIOR YA
      * FUSIONADA, SE EMPIEZA UNA NUEVA (VER START-PARTITION). EN
      * CUALQUIER CASO LOS FICHEROS DE TRABAJO PASAN A SER LOS PTdd.
      ******************************************************************
       OPEN-PARTITION.

           MOVE WS-PART-DIV(1) TO WS-PART-DIVISION
           PERFORM SET-PARTITION-NAMES
           PERFORM READ-PARTITION-CONTROL
           EVALUATE TRUE
               WHEN WS-PARTICION-HALLADA AND PART-COMPLETA
                   DISPLAY 'LA PARTICION ' WS-PART-DIVISION
                       ' YA TERMINO SU LOTE Y NO SE HA FUSIONADO'
                   MOVE WS-NOMBRE-PARTCTL TO ERR-FICHERO
                   MOVE 032 TO ERR-COD-ACTUAL
                   PERFORM REPORT-ERROR
                   PERFORM END-PROGRAM
               WHEN WS-PARTICION-HALLADA AND PART-EN-CURSO
                   DISPLAY 'REARRANQUE DE LA PARTICION '
                       WS-PART-DIVISION
               WHEN OTHER
                   MOVE 'Y' TO WS-PART-NUEVA
                   INITIALIZE PARTICION-RECORD
                   MOVE WS-PART-DIVISION TO PART-DIVISION
                   MOVE 'E' TO PART-ESTADO
                   DISPLAY 'PARTICION NUEVA DE LA DIVISION '
                       WS-PART-DIVISION
           END-EVALUATE
           PERFORM REDIRECT-PARTITION-FILES.

      ******************************************************************
      * NOMBRE DEL CONTROL DE LA PARTICION WS-PART-DIVISION (PTddCTL)
      * Y PREFIJO DE SUS FICHEROS DE TRABAJO.
      ******************************************************************
       SET-PARTITION-NAMES.

           MOVE 'PT' TO WS-PART-PREFIJO(1:2)
           MOVE WS-PART-DIVISION TO WS-PART-PREFIJO(3:2)
           MOVE SPACES TO WS-NOMBRE-PARTCTL
           STRING WS-PART-PREFIJO 'CTL'
               DELIMITED BY SIZE INTO WS-NOMBRE-PARTCTL.

      ******************************************************************
      * CAMBIA LOS FICHEROS COMUNES POR LOS DE LA PARTICION.
      ******************************************************************
       REDIRECT-PARTITION-FILES.

           MOVE SPACES TO WS-NOMBRE-STAND
           STRING WS-PART-PREFIJO 'STAND'
               DELIMITED BY SIZE INTO WS-NOMBRE-STAND
           MOVE SPACES TO WS-NOMBRE-CHKPT
           STRING WS-PART-PREFIJO 'CHKPT'
               DELIMITED BY SIZE INTO WS-NOMBRE-CHKPT
           MOVE SPACES TO WS-NOMBRE-AUDIT
           STRING WS-PART-PREFIJO 'AUDIT'
               DELIMITED BY SIZE INTO WS-NOMBRE-AUDIT
           MOVE SPACES TO WS-NOMBRE-EXCP
           STRING WS-PART-PREFIJO 'EXCP'
               DELIMITED BY SIZE INTO WS-NOMBRE-EXCP
           MOVE SPACES TO WS-NOMBRE-RESUL
           STRING WS-PART-PREFIJO 'RESUL'
               DELIMITED BY SIZE INTO WS-NOMBRE-RESUL
           MOVE SPACES TO WS-NOMBRE-PSTAT
           STRING WS-PART-PREFIJO 'PSTAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-PSTAT
           MOVE SPACES TO WS-NOMBRE-H2H
           STRING WS-PART-PREFIJO 'H2H'
               DELIMITED BY SIZE INTO WS-NOMBRE-H2H
           MOVE SPACES TO WS-NOMBRE-RATING
           STRING WS-PART-PREFIJO 'RATE'
               DELIMITED BY SIZE INTO WS-NOMBRE-RATING.

      ******************************************************************
      * EMPIEZA UNA PARTICION NUEVA: PUNTO DE REINICIO A CERO,
      * CLASIFICACION, ESTADISTICAS Y ENFRENTAMIENTOS DE LA PARTICION
      * VACIOS (SOLO RECOGEN LO DE ESTA NOCHE) Y LAS PUNTUACIONES DE
      * FUERZA COMUNES COPIADAS COMO BASE (PTddRBASE) Y COMO PUNTO DE
      * PARTIDA (PTddRATE), PORQUE EL CALCULO ELO NECESITA LA
      * PUNTUACION REAL DE CADA JUGADOR. EL CONTROL SE GRABA EL
      * ULTIMO: SI ALGO FALLA ANTES, LA PROXIMA EJECUCION VUELVE A
      * EMPEZAR DE CERO.
      ******************************************************************
       START-PARTITION.

           PERFORM CLEAR-CHECKPOINT
           MOVE 0 TO WS-STAND-COUNT
           PERFORM SAVE-STANDINGS
           IF WS-STANDINGS-FILE-STATUS NOT = '00'
               PERFORM END-PROGRAM
           END-IF
           OPEN OUTPUT PLAYER-STATS-FILE
           IF WS-PSTAT-FILE-STATUS NOT = '00'
               AND WS-PSTAT-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO VACIAR LAS ESTADISTICAS DE LA '
                   'PARTICION'
               MOVE WS-NOMBRE-PSTAT TO ERR-FICHERO
               MOVE 005 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF
           CLOSE PLAYER-STATS-FILE
           OPEN OUTPUT HEAD-TO-HEAD-FILE
           IF WS-H2H-FILE-STATUS NOT = '00'
               AND WS-H2H-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO VACIAR LOS ENFRENTAMIENTOS DE LA '
                   'PARTICION'
               MOVE WS-NOMBRE-H2H TO ERR-FICHERO
               MOVE 005 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF
           CLOSE HEAD-TO-HEAD-FILE
           MOVE 'RATINGFILE' TO WS-NOMBRE-RATING
           PERFORM LOAD-RATINGS
           MOVE SPACES TO WS-NOMBRE-RATING
           STRING WS-PART-PREFIJO 'RBASE'
               DELIMITED BY SIZE INTO WS-NOMBRE-RATING
           PERFORM SAVE-RATINGS
           MOVE SPACES TO WS-NOMBRE-RATING
           STRING WS-PART-PREFIJO 'RATE'
               DELIMITED BY SIZE INTO WS-NOMBRE-RATING
           PERFORM SAVE-RATINGS
           MOVE 0 TO WS-RATING-COUNT
           MOVE 'N' TO WS-EOF-RATING
           MOVE WS-FECHA-PROCESO TO PART-FECHA-PROCESO
           PERFORM SAVE-PARTITION-CONTROL.

      ******************************************************************
      * LEE EL CONTROL DE LA PARTICION EN CURSO. SI NO EXISTE, EL AREA
      * QUEDA A CERO CON LA DIVISION PUESTA.
      ******************************************************************
       READ-PARTITION-CONTROL.

           MOVE 'N' TO WS-PART-HALLADA
           OPEN INPUT PARTITION-CTL-FILE
           IF WS-PTCTL-FILE-STATUS = '00'
               OR WS-PTCTL-FILE-STATUS = '05'
               READ PARTITION-CTL-FILE INTO PARTICION-RECORD
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-PART-HALLADA
               END-READ
               CLOSE PARTITION-CTL-FILE
           END-IF
           IF NOT WS-PARTICION-HALLADA
               INITIALIZE PARTICION-RECORD
               MOVE WS-PART-DIVISION TO PART-DIVISION
           END-IF.

      ******************************************************************
      * APUNTA EN EL CONTROL DE LA PARTICION EL LOTE Y LAS PARTIDAS
      * LLEVADAS HASTA EL ULTIMO GRUPO, JUNTO AL PUNTO DE REINICIO.
      ******************************************************************
       SAVE-PARTITION-PROGRESS.

           MOVE WS-LOTE-FECHA TO PART-LOTE-FECHA
           MOVE WS-LOTE-NUMERO TO PART-LOTE-NUMERO
           MOVE WS-FECHA-PROCESO TO PART-FECHA-PROCESO
           MOVE WS-PARTIDAS-PROCESADAS TO PART-PARTIDAS-PROCESADAS
           MOVE WS-PARTIDAS-ACEPTADAS TO PART-PARTIDAS-ACEPTADAS
           MOVE WS-PARTIDAS-RECHAZADAS TO PART-PARTIDAS-RECHAZADAS
           PERFORM SAVE-PARTITION-CONTROL.

      ******************************************************************
      * REGRABA EL CONTROL DE LA PARTICION EN CURSO.
      ******************************************************************
       SAVE-PARTITION-CONTROL.

           OPEN OUTPUT PARTITION-CTL-FILE
           IF WS-PTCTL-FILE-STATUS NOT = '00'
               AND WS-PTCTL-FILE-STATUS NOT = '05'
               DISPLAY 'NO SE PUDO GRABAR EL CONTROL DE LA PARTICION '
                   WS-PART-DIVISION
               MOVE WS-NOMBRE-PARTCTL TO ERR-FICHERO
               MOVE 008 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           ELSE
               WRITE PARTITION-CTL-LINE FROM PARTICION-RECORD
               CLOSE PARTITION-CTL-FILE
           END-IF.

      ******************************************************************
      * UNA PARTICION SOLO ADJUDICA LOTES DE SU DIVISION, Y UNA
      * PARTICION A MEDIAS SOLO SE REARRANCA CON EL MISMO LOTE: OTRO
      * GAMESIN ES UN ERROR DE OPERACION Y SE RECHAZA ANTES DE ABRIR
      * NINGUNA SALIDA.
      ******************************************************************
       CHECK-PARTITION-BATCH.

           IF WS-DIVISION-ACTUAL NOT = WS-PART-DIVISION
               DISPLAY 'EL LOTE ES DE LA DIVISION ' WS-DIVISION-ACTUAL
                   ' Y LA PARTICION DE LA ' WS-PART-DIVISION
               MOVE 'GAMESIN' TO ERR-FICHERO
               MOVE 029 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF
           IF PART-LOTE-FECHA > 0
               AND (PART-LOTE-FECHA NOT = WS-LOTE-FECHA
                   OR PART-LOTE-NUMERO NOT = WS-LOTE-NUMERO)
               DISPLAY 'LA PARTICION ' WS-PART-DIVISION
                   ' TIENE A MEDIAS EL LOTE ' PART-LOTE-FECHA '/'
                   PART-LOTE-NUMERO
               MOVE 'GAMESIN' TO ERR-FICHERO
               MOVE 029 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF.

      ******************************************************************
      * FIN DEL LOTE DE UNA PARTICION. SI TERMINO SIN INCIDENCIAS
      * QUEDA COMPLETA, PENDIENTE DE FUSION; SI NO (COLA DE CONTROL
      * QUE NO CUADRA), SIGUE EN CURSO CON SU PUNTO DE REINICIO. LOS
      * DESCUENTOS POR SANCION, EL CONTROL DEL LOTE NOCTURNO Y EL
      * REGISTRO DE LOTES SON COSA DE LA FUSION.
      ******************************************************************
       END-PARTITION.

           IF WS-RUN-WAS-OK
               PERFORM CLEAR-CHECKPOINT
               MOVE 'C' TO PART-ESTADO
           END-IF
           PERFORM SAVE-PARTITION-PROGRESS
           IF PART-COMPLETA
               DISPLAY 'PARTICION ' WS-PART-DIVISION
                   ' TERMINADA, PENDIENTE DE FUSION'
           ELSE
               DISPLAY 'PARTICION ' WS-PART-DIVISION
                   ' SIN TERMINAR: SE REARRANCA CON EL LOTE COMPLETO'
           END-IF
           PERFORM DISPLAY-DASHBOARD.

      ******************************************************************
      * MODO FUSION: CON EL CERROJO TOMADO, APLICA SOBRE LOS FICHEROS
      * COMUNES CADA PARTICION DE LA TARJETA EN SU ORDEN Y DEJA EN
      * PARTRPT EL CUADRE DE CADA UNA Y EL DE LA NOCHE. SI UNA FUSION
      * ANTERIOR SE QUEDO A MEDIAS, LAS SALIDAS SE AMPLIAN Y CADA
      * PARTICION SIGUE EN EL PASO Y REGISTRO DONDE SE QUEDO. LOS
      * DESCUENTOS POR SANCION SE APLICAN AL FINAL, SOBRE LO YA
      * FUSIONADO.
      ******************************************************************
       RUN-MERGE-MODE.

           DISPLAY 'FUSION DE ' WS-PART-COUNT ' PARTICIONES'
           PERFORM LOAD-JOB-CONTROL
           PERFORM CHECK-MERGE-RESUME
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PART-COUNT
           OPEN OUTPUT PARTITION-REPORT-FILE
           IF WS-PARTRPT-FILE-STATUS NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL INFORME DE LA FUSION'
               MOVE 'PARTRPT' TO ERR-FICHERO
               MOVE 004 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
               PERFORM END-PROGRAM
           END-IF
           PERFORM OPEN-FILES
           MOVE SPACES TO PARTITION-REPORT-LINE
           STRING 'RETO6 - FUSION DE PARTICIONES - FECHA '
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           MOVE SPACES TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           MOVE 'FICHERO     CONCEPTO    PARTIC.    FUSION   RESULTADO'
               TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           PERFORM MERGE-PARTITION
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PART-COUNT
           PERFORM APPLY-SANCTION-DEDUCTIONS
           CLOSE EXCEPTIONS-FILE
           CLOSE AUDIT-FILE
           CLOSE RESULTS-FILE
           PERFORM WRITE-MERGE-TOTALS
           CLOSE PARTITION-REPORT-FILE
           PERFORM DISPLAY-HEAD-TO-HEAD
           PERFORM DISPLAY-DASHBOARD.

      ******************************************************************
      * MIRA SI LA PARTICION WS-PX TIENE UNA FUSION EMPEZADA.
      ******************************************************************
       CHECK-MERGE-RESUME.

           MOVE WS-PART-DIV(WS-PX) TO WS-PART-DIVISION
           PERFORM SET-PARTITION-NAMES
           PERFORM READ-PARTITION-CONTROL
           IF PART-COMPLETA
               AND (PART-PASO-FUSION > 0 OR PART-APLICADOS > 0)
               MOVE 'Y' TO WS-FUSION-REANUDADA
           END-IF.

      ******************************************************************
      * FUSIONA LA PARTICION WS-PX. UNA PARTICION COMPLETA SE APLICA
      * DESDE EL PASO SIGUIENTE AL ULTIMO YA HECHO; UNA YA FUSIONADA
      * HOY SOLO SALE EN EL INFORME; UNA QUE NO HA TERMINADO (O QUE
      * NO HA CORRIDO HOY) SE SALTA CON EL ERROR 033 Y LA FUSION SIGUE
      * CON LAS DEMAS.
      ******************************************************************
       MERGE-PARTITION.

           MOVE WS-PART-DIV(WS-PX) TO WS-PART-DIVISION
           PERFORM SET-PARTITION-NAMES
           PERFORM READ-PARTITION-CONTROL
           MOVE 'N' TO WS-PART-FUSION-AHORA
           EVALUATE TRUE
               WHEN PART-COMPLETA
                   DISPLAY 'FUSION DE LA PARTICION ' WS-PART-DIVISION
                   PERFORM APPLY-PARTITION-STEP
                       UNTIL PART-PASO-FUSION = 7
                   PERFORM FINISH-PARTITION-MERGE
                   PERFORM WRITE-PARTITION-BALANCE
               WHEN PART-FUSIONADA
                   AND PART-FECHA-PROCESO = WS-FECHA-PROCESO
                   DISPLAY 'LA PARTICION ' WS-PART-DIVISION
                       ' YA ESTABA FUSIONADA'
                   PERFORM ADD-PARTITION-COUNTS
                   PERFORM WRITE-PARTITION-BALANCE
               WHEN OTHER
                   DISPLAY 'LA PARTICION ' WS-PART-DIVISION
                       ' NO HA TERMINADO, NO SE FUSIONA'
                   MOVE 'Y' TO WS-FUSION-PENDIENTE
                   MOVE WS-NOMBRE-PARTCTL TO ERR-FICHERO
                   MOVE 033 TO ERR-COD-ACTUAL
                   PERFORM REPORT-ERROR
                   MOVE SPACES TO PARTITION-REPORT-LINE
                   WRITE PARTITION-REPORT-LINE
                   MOVE SPACES TO PARTITION-REPORT-LINE
                   STRING 'PARTICION ' WS-PART-DIVISION
                       '  ** SIN TERMINAR, NO SE FUSIONA **'
                       DELIMITED BY SIZE INTO PARTITION-REPORT-LINE
                   WRITE PARTITION-REPORT-LINE
           END-EVALUATE.

      ******************************************************************
      * APLICA EL PASO SIGUIENTE DE LA FUSION DE LA PARTICION (VER
      * PARTREC.CPY) Y LO APUNTA EN SU CONTROL.
      ******************************************************************
       APPLY-PARTITION-STEP.

           COMPUTE WS-PASO = PART-PASO-FUSION + 1
           EVALUATE WS-PASO
               WHEN 1
                   PERFORM MERGE-PARTITION-STANDINGS
               WHEN 2
                   PERFORM MERGE-PARTITION-STATS
               WHEN 3
                   PERFORM MERGE-PARTITION-H2H
               WHEN 4
                   PERFORM MERGE-PARTITION-RATINGS
               WHEN OTHER
                   PERFORM MERGE-PARTITION-LINES
           END-EVALUATE
           MOVE WS-PASO TO PART-PASO-FUSION
           MOVE 0 TO PART-APLICADOS
           PERFORM SAVE-PARTITION-CONTROL.

      ******************************************************************
      * PASO 1: SUMA LA CLASIFICACION DE LA PARTICION A LA DE
      * TEMPORADA Y REGRABA STANDOUT.
      ******************************************************************
       MERGE-PARTITION-STANDINGS.

           MOVE SPACES TO WS-NOMBRE-STAND
           STRING WS-PART-PREFIJO 'STAND'
               DELIMITED BY SIZE INTO WS-NOMBRE-STAND
           MOVE 'N' TO WS-EOF-STAND
           OPEN INPUT STANDINGS-FILE
           IF WS-STANDINGS-FILE-STATUS = '00'
               PERFORM READ-STANDINGS-RECORD
               PERFORM ADD-PARTITION-STANDINGS UNTIL EOF-STAND
               CLOSE STANDINGS-FILE
           END-IF
           MOVE 'STANDOUT' TO WS-NOMBRE-STAND
           PERFORM SAVE-STANDINGS.

       ADD-PARTITION-STANDINGS.

           MOVE STAND-DIVISION TO WS-DIVISION-ACTUAL
           PERFORM FIND-STANDINGS-ENTRY
           ADD STAND-WINS-P1 TO WS-STAND-W1(WS-SD)
           ADD STAND-WINS-P2 TO WS-STAND-W2(WS-SD)
           ADD STAND-TIES TO WS-STAND-T(WS-SD)
           ADD STAND-WINS-P1 STAND-WINS-P2 STAND-TIES
               TO PART-FUS-GRUPOS
           PERFORM READ-STANDINGS-RECORD.

      ******************************************************************
      * PASO 2: SUMA LAS ESTADISTICAS DE JUGADOR DE LA PARTICION A
      * PSTATFILE, REGISTRO A REGISTRO, SALTANDO LOS YA APLICADOS.
      ******************************************************************
       MERGE-PARTITION-STATS.

           MOVE SPACES TO WS-NOMBRE-PARTICION
           STRING WS-PART-PREFIJO 'PSTAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-PARTICION
           MOVE 'N' TO WS-EOF-PARTICION
           MOVE 0 TO WS-PT-SALTADOS
           OPEN INPUT PARTITION-STATS-FILE
           IF WS-PTPSTAT-FILE-STATUS = '00'
               OR WS-PTPSTAT-FILE-STATUS = '05'
               PERFORM READ-PARTITION-STATS
               PERFORM SKIP-PARTITION-STAT
                   UNTIL EOF-PARTICION
                      OR WS-PT-SALTADOS >= PART-APLICADOS
               PERFORM APPLY-PARTITION-STAT UNTIL EOF-PARTICION
               CLOSE PARTITION-STATS-FILE
           END-IF.

       READ-PARTITION-STATS.

           READ PARTITION-STATS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PARTICION
           END-READ.

       SKIP-PARTITION-STAT.

           ADD 1 TO WS-PT-SALTADOS
           PERFORM READ-PARTITION-STATS.

       APPLY-PARTITION-STAT.

           MOVE PPSTAT-DIVISION TO WS-DIVISION-ACTUAL
           MOVE PPSTAT-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM GET-PLAYER-STAT
           ADD PPSTAT-WINS TO PSTAT-WINS
           ADD PPSTAT-LOSSES TO PSTAT-LOSSES
           ADD PPSTAT-TIES TO PSTAT-TIES
           ADD PPSTAT-PUNTOS TO PSTAT-PUNTOS
           PERFORM PUT-PLAYER-STAT
           ADD PPSTAT-WINS PPSTAT-LOSSES PPSTAT-TIES
               TO PART-FUS-RESULTADOS
           ADD PPSTAT-PUNTOS TO PART-FUS-PUNTOS
           ADD 1 TO PART-APLICADOS
           PERFORM SAVE-PARTITION-CONTROL
           PERFORM READ-PARTITION-STATS.

      ******************************************************************
      * PASO 3: SUMA LOS ENFRENTAMIENTOS DIRECTOS DE LA PARTICION A
      * H2HFILE, REGISTRO A REGISTRO, SALTANDO LOS YA APLICADOS. LA
      * PAREJA YA VIENE ORDENADA, ASI QUE NO HAY QUE CRUZAR CONTADORES.
      ******************************************************************
       MERGE-PARTITION-H2H.

           MOVE SPACES TO WS-NOMBRE-PARTICION
           STRING WS-PART-PREFIJO 'H2H'
               DELIMITED BY SIZE INTO WS-NOMBRE-PARTICION
           MOVE 'N' TO WS-EOF-PARTICION
           MOVE 0 TO WS-PT-SALTADOS
           OPEN INPUT PARTITION-H2H-FILE
           IF WS-PTH2H-FILE-STATUS = '00'
               OR WS-PTH2H-FILE-STATUS = '05'
               PERFORM READ-PARTITION-H2H
               PERFORM SKIP-PARTITION-H2H
                   UNTIL EOF-PARTICION
                      OR WS-PT-SALTADOS >= PART-APLICADOS
               PERFORM APPLY-PARTITION-H2H UNTIL EOF-PARTICION
               CLOSE PARTITION-H2H-FILE
           END-IF.

       READ-PARTITION-H2H.

           READ PARTITION-H2H-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PARTICION
           END-READ.

       SKIP-PARTITION-H2H.

           ADD 1 TO WS-PT-SALTADOS
           PERFORM READ-PARTITION-H2H.

       APPLY-PARTITION-H2H.

           MOVE PH2H-PLAYER1 TO WS-GRUPO-PLAYER1
           MOVE PH2H-PLAYER2 TO WS-GRUPO-PLAYER2
           PERFORM GET-HEAD-TO-HEAD
           ADD PH2H-WINS-P1 TO H2H-WINS-P1
           ADD PH2H-WINS-P2 TO H2H-WINS-P2
           ADD PH2H-TIES TO H2H-TIES
           PERFORM PUT-HEAD-TO-HEAD
           ADD PH2H-WINS-P1 PH2H-WINS-P2 PH2H-TIES TO PART-FUS-H2H
           ADD 1 TO PART-APLICADOS
           PERFORM SAVE-PARTITION-CONTROL
           PERFORM READ-PARTITION-H2H.

      ******************************************************************
      * PASO 4: A CADA JUGADOR DE LA PARTICION SE LE SUMA EN LA TABLA
      * COMUN LO QUE GANO O PERDIO DESDE LA BASE CON LA QUE EMPEZO LA
      * PARTICION (1500 Y CERO PARTIDAS SI NO ESTABA), Y SE REGRABA
      * RATINGFILE. UN JUGADOR QUE HAYA JUGADO EN DOS PARTICIONES
      * RECIBE LA SUMA DE LOS DOS AJUSTES.
      ******************************************************************
       MERGE-PARTITION-RATINGS.

           MOVE SPACES TO WS-NOMBRE-RATING
           STRING WS-PART-PREFIJO 'RBASE'
               DELIMITED BY SIZE INTO WS-NOMBRE-RATING
           MOVE 0 TO WS-RBASE-COUNT
           MOVE 'N' TO WS-EOF-RATING
           OPEN INPUT RATING-FILE
           IF WS-RATING-FILE-STATUS = '00'
               PERFORM READ-RATING-RECORD
               PERFORM BUILD-RATING-BASE-ENTRY UNTIL EOF-RATING
               CLOSE RATING-FILE
           END-IF
           MOVE SPACES TO WS-NOMBRE-RATING
           STRING WS-PART-PREFIJO 'RATE'
               DELIMITED BY SIZE INTO WS-NOMBRE-RATING
           MOVE 'N' TO WS-EOF-RATING
           OPEN INPUT RATING-FILE
           IF WS-RATING-FILE-STATUS = '00'
               PERFORM READ-RATING-RECORD
               PERFORM APPLY-PARTITION-RATING UNTIL EOF-RATING
               CLOSE RATING-FILE
           END-IF
           MOVE 'RATINGFILE' TO WS-NOMBRE-RATING
           PERFORM SAVE-RATINGS.

       BUILD-RATING-BASE-ENTRY.

           IF WS-RBASE-COUNT = 200
               DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE PUNTUACIONES '
                   'DE FUERZA DE LA BASE, SE TRUNCA'
           ELSE
               ADD 1 TO WS-RBASE-COUNT
               MOVE RATE-PLAYER-ID TO WS-RBASE-ID(WS-RBASE-COUNT)
               MOVE RATE-VALOR     TO WS-RBASE-VALOR(WS-RBASE-COUNT)
               MOVE RATE-PARTIDAS
                   TO WS-RBASE-PARTIDAS(WS-RBASE-COUNT)
           END-IF
           PERFORM READ-RATING-RECORD.

       APPLY-PARTITION-RATING.

           MOVE 1500 TO WS-RB-VALOR
           MOVE 0 TO WS-RB-PARTIDAS
           SET WS-RBX TO 1
           SEARCH WS-RBASE
               AT END CONTINUE
               WHEN WS-RBASE-ID(WS-RBX) = RATE-PLAYER-ID
                   MOVE WS-RBASE-VALOR(WS-RBX) TO WS-RB-VALOR
                   MOVE WS-RBASE-PARTIDAS(WS-RBX) TO WS-RB-PARTIDAS
           END-SEARCH
           COMPUTE WS-RD-VALOR = RATE-VALOR - WS-RB-VALOR
           COMPUTE WS-RD-PARTIDAS = RATE-PARTIDAS - WS-RB-PARTIDAS
           IF WS-RD-VALOR NOT = 0 OR WS-RD-PARTIDAS NOT = 0
               MOVE RATE-PLAYER-ID TO WS-LOOKUP-ID
               PERFORM FIND-RATING-ENTRY
               COMPUTE WS-RATING-NUEVO =
                   WS-RATING-VALOR(WS-RT) + WS-RD-VALOR
               PERFORM CLAMP-RATING
               MOVE WS-RATING-NUEVO TO WS-RATING-VALOR(WS-RT)
               ADD WS-RD-PARTIDAS TO WS-RATING-PARTIDAS(WS-RT)
               ADD WS-RD-PARTIDAS TO PART-FUS-FUERZA
           END-IF
           PERFORM READ-RATING-RECORD.

      ******************************************************************
      * PASOS 5, 6 Y 7: COPIA AL FINAL DE AUDITOUT, EXCPOUT Y
      * RESULTOUT LAS LINEAS DE LA PARTICION, SALTANDO LAS YA COPIADAS.
      ******************************************************************
       MERGE-PARTITION-LINES.

           MOVE SPACES TO WS-NOMBRE-PARTICION
           EVALUATE WS-PASO
               WHEN 5
                   STRING WS-PART-PREFIJO 'AUDIT'
                       DELIMITED BY SIZE INTO WS-NOMBRE-PARTICION
               WHEN 6
                   STRING WS-PART-PREFIJO 'EXCP'
                       DELIMITED BY SIZE INTO WS-NOMBRE-PARTICION
               WHEN OTHER
                   STRING WS-PART-PREFIJO 'RESUL'
                       DELIMITED BY SIZE INTO WS-NOMBRE-PARTICION
           END-EVALUATE
           MOVE 'N' TO WS-EOF-PARTICION
           MOVE 0 TO WS-PT-SALTADOS
           OPEN INPUT PARTITION-LINE-FILE
           IF WS-PTLIN-FILE-STATUS = '00'
               OR WS-PTLIN-FILE-STATUS = '05'
               PERFORM READ-PARTITION-LINE
               PERFORM SKIP-PARTITION-LINE
                   UNTIL EOF-PARTICION
                      OR WS-PT-SALTADOS >= PART-APLICADOS
               PERFORM APPLY-PARTITION-LINE UNTIL EOF-PARTICION
               CLOSE PARTITION-LINE-FILE
           END-IF.

       READ-PARTITION-LINE.

           READ PARTITION-LINE-FILE
               AT END MOVE 'Y' TO WS-EOF-PARTICION
           END-READ.

       SKIP-PARTITION-LINE.

           ADD 1 TO WS-PT-SALTADOS
           PERFORM READ-PARTITION-LINE.

       APPLY-PARTITION-LINE.

           EVALUATE WS-PASO
               WHEN 5
                   MOVE PARTITION-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   ADD 1 TO PART-FUS-AUDIT
               WHEN 6
                   MOVE PARTITION-LINE TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO PART-FUS-EXCP
               WHEN OTHER
                   MOVE PARTITION-LINE TO RESULT-RECORD
                   WRITE RESULT-RECORD
                   ADD 1 TO PART-FUS-RESUL
           END-EVALUATE
           ADD 1 TO PART-APLICADOS
           PERFORM SAVE-PARTITION-CONTROL
           PERFORM READ-PARTITION-LINE.

      ******************************************************************
      * PARTICION APLICADA ENTERA: SU LOTE SE APUNTA EN LOTESREG, LA
      * PARTICION QUEDA FUSIONADA (LA PROXIMA EJECUCION DE LA DIVISION
      * EMPIEZA UNA NUEVA) Y SUS PARTIDAS PASAN AL CONTROL DEL LOTE
      * NOCTURNO COMO SI LAS HUBIERA ADJUDICADO ESTA EJECUCION.
      ******************************************************************
       FINISH-PARTITION-MERGE.

           MOVE PART-LOTE-FECHA TO WS-LOTE-FECHA
           MOVE PART-LOTE-NUMERO TO WS-LOTE-NUMERO
           MOVE 'N' TO WS-LOTE-CABECERA
           IF PART-LOTE-FECHA > 0
               MOVE 'Y' TO WS-LOTE-CABECERA
           END-IF
           PERFORM REGISTER-BATCH
           MOVE 'F' TO PART-ESTADO
           PERFORM SAVE-PARTITION-CONTROL
           MOVE 'Y' TO WS-PART-FUSION-AHORA
           PERFORM ADD-PARTITION-COUNTS
           PERFORM SAVE-JOB-CONTROL.

       ADD-PARTITION-COUNTS.

           ADD PART-PARTIDAS-PROCESADAS TO WS-PARTIDAS-PROCESADAS
           ADD PART-PARTIDAS-ACEPTADAS TO WS-PARTIDAS-ACEPTADAS
           ADD PART-PARTIDAS-RECHAZADAS TO WS-PARTIDAS-RECHAZADAS.

      ******************************************************************
      * CUADRE DE LA PARTICION EN PARTRPT: LO QUE CONTO LA PARTICION
      * AL ADJUDICAR FRENTE A LO QUE LA FUSION APLICO EN CADA FICHERO
      * COMUN. UN DESCUADRE EN UNA PARTICION FUSIONADA AHORA (POR
      * EJEMPLO, UN GRUPO REPETIDO TRAS UNA CAIDA A MITAD DE GRUPO) ES
      * EL ERROR 034.
      ******************************************************************
       WRITE-PARTITION-BALANCE.

           MOVE 'N' TO WS-PART-DESCUADRE
           MOVE SPACES TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           MOVE SPACES TO PARTITION-REPORT-LINE
           STRING 'PARTICION ' WS-PART-DIVISION
               '  LOTE ' PART-LOTE-FECHA '/' PART-LOTE-NUMERO
               '  PARTIDAS ' PART-PARTIDAS-PROCESADAS
               DELIMITED BY SIZE INTO PARTITION-REPORT-LINE
           IF NOT WS-PARTICION-FUSIONADA-AHORA
               MOVE '(FUSIONADA ANTES)' TO PARTITION-REPORT-LINE(53:17)
           END-IF
           WRITE PARTITION-REPORT-LINE
           MOVE 'STANDOUT' TO WS-LC-FICHERO
           MOVE 'GRUPOS' TO WS-LC-CONCEPTO
           MOVE PART-GRUPOS TO WS-CUADRE-PARTICION
           MOVE PART-FUS-GRUPOS TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'PSTATFILE' TO WS-LC-FICHERO
           MOVE 'RESULTADOS' TO WS-LC-CONCEPTO
           MOVE PART-RESULTADOS TO WS-CUADRE-PARTICION
           MOVE PART-FUS-RESULTADOS TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'PSTATFILE' TO WS-LC-FICHERO
           MOVE 'PUNTOS' TO WS-LC-CONCEPTO
           MOVE PART-PUNTOS TO WS-CUADRE-PARTICION
           MOVE PART-FUS-PUNTOS TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'H2HFILE' TO WS-LC-FICHERO
           MOVE 'GRUPOS' TO WS-LC-CONCEPTO
           MOVE PART-GRUPOS TO WS-CUADRE-PARTICION
           MOVE PART-FUS-H2H TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'RATINGFILE' TO WS-LC-FICHERO
           MOVE 'PARTIDAS' TO WS-LC-CONCEPTO
           MOVE PART-FUERZA TO WS-CUADRE-PARTICION
           MOVE PART-FUS-FUERZA TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'AUDITOUT' TO WS-LC-FICHERO
           MOVE 'LINEAS' TO WS-LC-CONCEPTO
           MOVE PART-LINEAS-AUDIT TO WS-CUADRE-PARTICION
           MOVE PART-FUS-AUDIT TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'EXCPOUT' TO WS-LC-FICHERO
           MOVE 'LINEAS' TO WS-LC-CONCEPTO
           MOVE PART-LINEAS-EXCP TO WS-CUADRE-PARTICION
           MOVE PART-FUS-EXCP TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'RESULTOUT' TO WS-LC-FICHERO
           MOVE 'LINEAS' TO WS-LC-CONCEPTO
           MOVE PART-LINEAS-RESUL TO WS-CUADRE-PARTICION
           MOVE PART-FUS-RESUL TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           IF WS-PARTICION-DESCUADRADA AND WS-PARTICION-FUSIONADA-AHORA
               DISPLAY 'LA FUSION DE LA PARTICION ' WS-PART-DIVISION
                   ' NO CUADRA, VER PARTRPT'
               MOVE 'PARTRPT' TO ERR-FICHERO
               MOVE 034 TO ERR-COD-ACTUAL
               PERFORM REPORT-ERROR
           END-IF
           ADD PART-GRUPOS TO WS-TP-GRUPOS
           ADD PART-RESULTADOS TO WS-TP-RESULTADOS
           ADD PART-PUNTOS TO WS-TP-PUNTOS
           ADD PART-FUERZA TO WS-TP-FUERZA
           ADD PART-LINEAS-AUDIT TO WS-TP-AUDIT
           ADD PART-LINEAS-EXCP TO WS-TP-EXCP
           ADD PART-LINEAS-RESUL TO WS-TP-RESUL
           ADD PART-FUS-GRUPOS TO WS-TF-GRUPOS
           ADD PART-FUS-RESULTADOS TO WS-TF-RESULTADOS
           ADD PART-FUS-PUNTOS TO WS-TF-PUNTOS
           ADD PART-FUS-H2H TO WS-TF-H2H
           ADD PART-FUS-FUERZA TO WS-TF-FUERZA
           ADD PART-FUS-AUDIT TO WS-TF-AUDIT
           ADD PART-FUS-EXCP TO WS-TF-EXCP
           ADD PART-FUS-RESUL TO WS-TF-RESUL.

      ******************************************************************
      * ESCRIBE UNA LINEA DE CUADRE CON WS-LC-FICHERO, WS-LC-CONCEPTO
      * Y LOS DOS IMPORTES EN WS-CUADRE-PARTICION Y WS-CUADRE-FUSION.
      ******************************************************************
       WRITE-BALANCE-LINE.

           MOVE WS-CUADRE-PARTICION TO WS-LC-PARTICION
           MOVE WS-CUADRE-FUSION TO WS-LC-FUSION
           IF WS-CUADRE-PARTICION = WS-CUADRE-FUSION
               MOVE 'CUADRA' TO WS-LC-RESULTADO
           ELSE
               MOVE '** DESCUADRE **' TO WS-LC-RESULTADO
               MOVE 'Y' TO WS-PART-DESCUADRE
               MOVE 'Y' TO WS-FUSION-DESCUADRE
           END-IF
           MOVE WS-LINEA-CUADRE TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE.

      ******************************************************************
      * TOTALES DE LA NOCHE EN PARTRPT Y VEREDICTO DE LA FUSION.
      ******************************************************************
       WRITE-MERGE-TOTALS.

           MOVE SPACES TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           MOVE 'TOTAL DE LAS PARTICIONES FUSIONADAS'
               TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           MOVE 'STANDOUT' TO WS-LC-FICHERO
           MOVE 'GRUPOS' TO WS-LC-CONCEPTO
           MOVE WS-TP-GRUPOS TO WS-CUADRE-PARTICION
           MOVE WS-TF-GRUPOS TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'PSTATFILE' TO WS-LC-FICHERO
           MOVE 'RESULTADOS' TO WS-LC-CONCEPTO
           MOVE WS-TP-RESULTADOS TO WS-CUADRE-PARTICION
           MOVE WS-TF-RESULTADOS TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'PSTATFILE' TO WS-LC-FICHERO
           MOVE 'PUNTOS' TO WS-LC-CONCEPTO
           MOVE WS-TP-PUNTOS TO WS-CUADRE-PARTICION
           MOVE WS-TF-PUNTOS TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'H2HFILE' TO WS-LC-FICHERO
           MOVE 'GRUPOS' TO WS-LC-CONCEPTO
           MOVE WS-TP-GRUPOS TO WS-CUADRE-PARTICION
           MOVE WS-TF-H2H TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'RATINGFILE' TO WS-LC-FICHERO
           MOVE 'PARTIDAS' TO WS-LC-CONCEPTO
           MOVE WS-TP-FUERZA TO WS-CUADRE-PARTICION
           MOVE WS-TF-FUERZA TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'AUDITOUT' TO WS-LC-FICHERO
           MOVE 'LINEAS' TO WS-LC-CONCEPTO
           MOVE WS-TP-AUDIT TO WS-CUADRE-PARTICION
           MOVE WS-TF-AUDIT TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'EXCPOUT' TO WS-LC-FICHERO
           MOVE 'LINEAS' TO WS-LC-CONCEPTO
           MOVE WS-TP-EXCP TO WS-CUADRE-PARTICION
           MOVE WS-TF-EXCP TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE 'RESULTOUT' TO WS-LC-FICHERO
           MOVE 'LINEAS' TO WS-LC-CONCEPTO
           MOVE WS-TP-RESUL TO WS-CUADRE-PARTICION
           MOVE WS-TF-RESUL TO WS-CUADRE-FUSION
           PERFORM WRITE-BALANCE-LINE
           MOVE SPACES TO PARTITION-REPORT-LINE
           WRITE PARTITION-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FUSION-DESCUADRADA
                   MOVE '** FUSION DESCUADRADA **'
                       TO PARTITION-REPORT-LINE
               WHEN WS-FUSION-INCOMPLETA
                   MOVE '** FUSION INCOMPLETA **'
                       TO PARTITION-REPORT-LINE
               WHEN OTHER
                   MOVE 'FUSION CUADRADA' TO PARTITION-REPORT-LINE
           END-EVALUATE
           WRITE PARTITION-REPORT-LINE.
