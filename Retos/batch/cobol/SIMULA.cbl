      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Simulacion de la clasificacion con otro baremo.
      *            Cada temporada el comite discute si cambiar los
      *            puntos por victoria o por empate, o el factor K de
      *            la puntuacion de fuerza, y nadie podia ensenar
      *            como habria quedado la tabla. Este programa
      *            reproduce la pista de auditoria de la temporada
      *            (las generaciones archivadas de AUDITOUT que
      *            apunta ARCHCAT, en orden de fecha, mas la pista
      *            vigente) dos veces a la vez: con el baremo real
      *            de PARMIN y con la tarjeta alternativa PARMSIM,
      *            y, si se presenta, con una tabla de reglas
      *            alternativa RULESSIM que vuelve a adjudicar cada
      *            tirada. Reconstruye clasificacion y puntuaciones
      *            de fuerza SOLO en memoria y en los ficheros de
      *            trabajo SIMSTAT (formato PSTATREC) y SIMRATE
      *            (formato RATEREC): los acumuladores vivos no se
      *            abren siquiera. El informe SIMRPT pone, por
      *            division y jugador, la posicion, los puntos y la
      *            fuerza reales al lado de los simulados, y destaca
      *            a los que mas se mueven, para que el comite vote
      *            con datos. Detras de la pista se reproducen, como
      *            en VERIFICA, los descansos suizos de DESCAUD (una
      *            victoria mas, con los puntos de victoria de cada
      *            baremo) y los traspasos de division de TRASAUD.
      *            El lado real sale de la misma reproduccion, con el
      *            baremo de PARMIN (lo que VERIFICA certifica que
      *            coincide con los acumuladores), de modo que la
      *            unica diferencia entre las dos columnas es el
      *            baremo. Las dos reproducciones arrancan con las
      *            puntuaciones de la instantanea RATEINI de inicio
      *            de temporada (formato RATEREC), o en 1500 si no
      *            se presenta. La tarjeta SIMCTL acota la temporada
      *            (fecha de inicio: las generaciones y lineas
      *            anteriores no entran) y el numero de jugadores
      *            destacados.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY) y PARMIN con el idioma
      *            de la ejecucion (ver PARMREC.CPY); se siguen leyendo
      *            las lineas antiguas.
      * Modified:  15/10/2026 - En los grupos con ventaja (lineas HC de
      *            la pista) la fuerza se mueve solo con las partidas
      *            jugadas, como en RETO6.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      * Modified:  15/10/2026 - Se reproducen los descansos suizos de
      *            DESCAUD y los traspasos de division de TRASAUD, como
      *            en VERIFICA, para que la columna real cuadre con la
      *            clasificacion viva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'SIMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIMCTL-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SIM-PARM-FILE ASSIGN TO 'PARMSIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARMSIM-FILE-STATUS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO 'RULESSIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
           SELECT OPTIONAL INITIAL-RATING-FILE ASSIGN TO 'RATEINI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEINI-FILE-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'ARCHCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHCAT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-GEN-FILE ASSIGN TO DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITGEN-FILE-STATUS.
           SELECT OPTIONAL BYE-AUDIT-FILE ASSIGN TO 'DESCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESCAUD-FILE-STATUS.
           SELECT OPTIONAL TRASPASO-AUDIT-FILE ASSIGN TO 'TRASAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASAUD-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT SIM-STATS-FILE ASSIGN TO 'SIMSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIMSTAT-FILE-STATUS.
           SELECT SIM-RATING-FILE ASSIGN TO 'SIMRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIMRATE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'SIMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE CONTROL: FECHA DE INICIO DE LA TEMPORADA (CEROS O
      * AUSENTE: TODA LA PISTA) Y CUANTOS JUGADORES DESTACAR (POR
      * DEFECTO 10).
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  SIMCTL-RECORD.
           05 SIMCTL-FECHA-DESDE PIC 9(8).
           05 SIMCTL-DESTACADOS  PIC 9(2).

      ******************************************************************
      * BAREMO REAL DE LA TEMPORADA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
      * BAREMO ALTERNATIVO A SIMULAR. MISMO FORMATO QUE PARMREC CON
      * OTROS NOMBRES; UN CAMPO EN BLANCO CONSERVA EL VALOR REAL.
      ******************************************************************
       FD  SIM-PARM-FILE
           RECORD CONTAINS 3 TO 9 CHARACTERS.
       01  PARM-SIMULADO-RECORD.
           05 PSIM-MAX-PARTIDAS-GRUPO PIC 9(3).
           05 PSIM-PUNTOS-VICTORIA    PIC 9(2).
           05 PSIM-PUNTOS-EMPATE      PIC 9(2).
           05 PSIM-FACTOR-K           PIC 9(2).

      ******************************************************************
      * TABLA DE REGLAS ALTERNATIVA, OPCIONAL.
      ******************************************************************
       FD  RULES-FILE
           RECORD CONTAINS 3 CHARACTERS.
           COPY RULEREC.

      ******************************************************************
      * PUNTUACIONES DE ARRANQUE DE LA TEMPORADA. MISMO FORMATO QUE
      * RATEREC CON OTROS NOMBRES, COMO EN RATMOV.
      ******************************************************************
       FD  INITIAL-RATING-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  RATING-INICIAL-RECORD.
           05 INI-PLAYER-ID      PIC X(4).
           05 INI-VALOR          PIC 9(4).
           05 INI-PARTIDAS       PIC 9(7).

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
      * DESCANSOS DE LOS TORNEOS SUIZOS Y TRASPASOS DE DIVISION, QUE
      * MOVIERON LA CLASIFICACION SIN PASAR POR LA PISTA (VER
      * DESCAUD.CPY Y TRASAUD.CPY). SE REPRODUCEN COMO EN VERIFICA.
      ******************************************************************
       FD  BYE-AUDIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY DESCAUD.

       FD  TRASPASO-AUDIT-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY TRASAUD.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA PUBLICAR NOMBRES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * FICHEROS DE TRABAJO CON LA CLASIFICACION Y LAS PUNTUACIONES
      * SIMULADAS. NUNCA SON LOS ACUMULADORES VIVOS.
      ******************************************************************
       FD  SIM-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PSTATREC.

       FD  SIM-RATING-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY RATEREC.

      ******************************************************************
      * INFORME COMPARATIVO IMPRESO, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 SIMCTL-FILE-STATUS     PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).
       01 PARMSIM-FILE-STATUS    PIC X(2).
       01 RULES-FILE-STATUS      PIC X(2).
       01 RATEINI-FILE-STATUS    PIC X(2).
       01 ARCHCAT-FILE-STATUS    PIC X(2).
       01 AUDITGEN-FILE-STATUS   PIC X(2).
       01 DESCAUD-FILE-STATUS    PIC X(2).
       01 TRASAUD-FILE-STATUS    PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 SIMSTAT-FILE-STATUS    PIC X(2).
       01 SIMRATE-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 CATALOGO-EOF-SW        PIC X(1) VALUE 'N'.
           88 CATALOGO-EOF                VALUE 'Y'.
       01 GENERACION-EOF-SW      PIC X(1).
           88 GENERACION-EOF              VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 INICIAL-EOF-SW         PIC X(1) VALUE 'N'.
           88 INICIAL-EOF                 VALUE 'Y'.
       01 DESCAUD-EOF-SW         PIC X(1) VALUE 'N'.
           88 DESCAUD-EOF                 VALUE 'Y'.
       01 TRASAUD-EOF-SW         PIC X(1) VALUE 'N'.
           88 TRASAUD-EOF                 VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 NOMBRE-GENERACION      PIC X(22).
       01 FECHA-DESDE            PIC 9(8) VALUE 0.
       01 MAX-DESTACADOS         PIC 9(2) VALUE 10.

      ******************************************************************
      * LOS DOS BAREMOS: EL REAL DE PARMIN Y EL SIMULADO DE PARMSIM
      * (QUE PARTE DEL REAL). LOS VALORES POR DEFECTO SON LOS DE
      * RETO6.
      ******************************************************************
       01 PUNTOS-VICTORIA-REAL   PIC 9(2) VALUE 3.
       01 PUNTOS-EMPATE-REAL     PIC 9(2) VALUE 1.
       01 FACTOR-K-REAL          PIC 9(2) VALUE 32.
       01 PUNTOS-VICTORIA-SIM    PIC 9(2).
       01 PUNTOS-EMPATE-SIM      PIC 9(2).
       01 FACTOR-K-SIM           PIC 9(2).

      ******************************************************************
      * REGLAS ALTERNATIVAS: CADA JUGADA CON SU GANADOR.
      ******************************************************************
       01 REGLAS-COUNT           PIC 9(3) VALUE 0.
       01 REGLAS-TBL.
           05 REGLA-ENTRADA OCCURS 200 TIMES.
              10 REG-JUGADA      PIC X(2).
              10 REG-RESULTADO   PIC 9(1).
       01 INDICE-REGLA           PIC 9(3).
       01 RESULTADO-SIMULADO     PIC 9(1).
       01 PARTIDAS-CAMBIADAS     PIC 9(7) VALUE 0.

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
       01 GENERACIONES-LEIDAS    PIC 9(3) VALUE 0.

      ******************************************************************
      * INSTANCIAS DE GRUPO DE LA REPRODUCCION, CLAVEADAS COMO EN
      * VERIFICA POR LOTE, DIVISION Y GRUPO, CON EL MARCADOR REAL Y
      * EL SIMULADO. SE CIERRAN EN EL ORDEN EN QUE APARECIERON, QUE
      * ES EL ORDEN EN QUE RETO6 MOVIO LAS PUNTUACIONES DE FUERZA.
      ******************************************************************
       01 GI-COUNT               PIC 9(4) VALUE 0.
       01 GRUPOS-INSTANCIA-TBL.
           05 GI-ENT OCCURS 3000 TIMES.
              10 GI-LOTE-FECHA   PIC X(8).
              10 GI-LOTE-NUMERO  PIC X(4).
              10 GI-DIVISION     PIC X(2).
              10 GI-GRUPO        PIC 9(3).
              10 GI-P1           PIC X(4).
              10 GI-P2           PIC X(4).
              10 GI-S1           PIC 9(3).
              10 GI-S2           PIC 9(3).
              10 GI-SIM-S1       PIC 9(3).
              10 GI-SIM-S2       PIC 9(3).
              10 GI-WALKOVER     PIC X(1).
              10 GI-HCP          PIC 9(2).
              10 GI-HCP-LADO     PIC 9(1).
       01 INDICE-GI              PIC 9(4).
       01 GI-ACTUAL              PIC 9(4).
       01 GRUPOS-CAMBIADOS       PIC 9(5) VALUE 0.

      ******************************************************************
      * DESCUENTOS POR SANCION DE LA PISTA (MARCA 'S'): SE RESTAN EN
      * LOS DOS LADOS AL FINAL, SIN DEJAR NUNCA PUNTOS NEGATIVOS.
      ******************************************************************
       01 DESCUENTOS-COUNT       PIC 9(3) VALUE 0.
       01 DESCUENTOS-TBL.
           05 DESCUENTO-ENTRADA OCCURS 500 TIMES.
              10 DES-DIVISION    PIC X(2).
              10 DES-PLAYER-ID   PIC X(4).
              10 DES-PUNTOS      PIC 9(4).
       01 INDICE-DES             PIC 9(3).

      ******************************************************************
      * CLASIFICACION REAL Y SIMULADA DE CADA JUGADOR EN CADA
      * DIVISION. UNA FILA QUE UN TRASPASO CERRO QUEDA DE BAJA ('B')
      * Y NO SE CLASIFICA NI SE PUBLICA, COMO EL REGISTRO QUE
      * TRASPASO BORRA DE PSTATFILE.
      ******************************************************************
       01 JD-COUNT               PIC 9(3) VALUE 0.
       01 JUGADORES-DIV-TBL.
           05 JD-ENTRADA OCCURS 500 TIMES.
              10 JD-DIVISION     PIC X(2).
              10 JD-ID           PIC X(4).
              10 JD-WINS         PIC 9(7).
              10 JD-LOSSES       PIC 9(7).
              10 JD-TIES         PIC 9(7).
              10 JD-PUNTOS       PIC 9(7).
              10 JD-POSICION     PIC 9(3).
              10 JD-SIM-WINS     PIC 9(7).
              10 JD-SIM-LOSSES   PIC 9(7).
              10 JD-SIM-TIES     PIC 9(7).
              10 JD-SIM-PUNTOS   PIC 9(7).
              10 JD-SIM-POSICION PIC 9(3).
              10 JD-DESTACADO    PIC X(1).
              10 JD-ESTADO       PIC X(1).
                  88 JD-DE-BAJA           VALUE 'B'.
       01 INDICE-JD              PIC 9(3).
       01 INDICE-ORIGEN          PIC 9(3).

      ******************************************************************
      * PUNTUACIONES DE FUERZA REAL Y SIMULADA DE CADA JUGADOR.
      ******************************************************************
       01 RT-COUNT               PIC 9(3) VALUE 0.
       01 RATINGS-TBL.
           05 RT-ENTRADA OCCURS 300 TIMES.
              10 RT-ID           PIC X(4).
              10 RT-VALOR        PIC 9(4).
              10 RT-PARTIDAS     PIC 9(7).
              10 RT-SIM-VALOR    PIC 9(4).
              10 RT-SIM-PARTIDAS PIC 9(7).
       01 INDICE-RT              PIC 9(3).
       01 RT-A                   PIC 9(3).
       01 RT-B                   PIC 9(3).
       01 JD-A                   PIC 9(3).
       01 JD-B                   PIC 9(3).

      ******************************************************************
      * TABLA DE ORDENACION PARA LAS POSICIONES: SE CARGA CON LOS
      * TOTALES SIMULADOS Y LUEGO CON LOS REALES, Y SE ORDENA COMO
      * CLASIFIC (PUNTOS, PORCENTAJE DE VICTORIAS Y VICTORIAS).
      ******************************************************************
       01 ORDEN-COUNT            PIC 9(3) VALUE 0.
       01 ORDEN-TBL.
           05 ORDEN-ENTRADA OCCURS 0 TO 500 TIMES
                   DEPENDING ON ORDEN-COUNT
                   INDEXED BY ORDEN-IDX.
              10 ORD-DIVISION    PIC X(2).
              10 ORD-PUNTOS      PIC 9(7).
              10 ORD-PCT         PIC 9(3)V9(2).
              10 ORD-WINS        PIC 9(7).
              10 ORD-INDICE      PIC 9(3).

      ******************************************************************
      * JUGADORES QUE MAS SE MUEVEN: POR POSICIONES Y, A IGUALDAD,
      * POR DIFERENCIA DE FUERZA.
      ******************************************************************
       01 MOVIDOS-COUNT          PIC 9(3) VALUE 0.
       01 MOVIDOS-TBL.
           05 MOVIDO-ENTRADA OCCURS 0 TO 500 TIMES
                   DEPENDING ON MOVIDOS-COUNT
                   INDEXED BY MOV-IDX.
              10 MOV-POSICIONES  PIC 9(3).
              10 MOV-FUERZA      PIC 9(4).
              10 MOV-INDICE      PIC 9(3).

       01 INDICE                 PIC 9(4).
       01 INDICE-BUSQUEDA        PIC 9(4).
       01 INDICE-HALLADO         PIC 9(4).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 DIVISION-BUSCADA       PIC X(2).
       01 DIVISION-CORTE         PIC X(2).
       01 NOMBRE-JUGADOR         PIC X(20).
       01 POSICION-ACTUAL        PIC 9(3).
       01 PARTIDAS-JUGADAS       PIC 9(7).
       01 MOVIMIENTO             PIC S9(3).
       01 MOVIMIENTO-ABS         PIC 9(3).
       01 DIFERENCIA-FUERZA      PIC S9(5).
       01 GRUPOS-REPRODUCIDOS    PIC 9(7) VALUE 0.
       01 DESCANSOS-REPRODUCIDOS PIC 9(5) VALUE 0.
       01 TRASPASOS-REPRODUCIDOS PIC 9(5) VALUE 0.
       01 LINEAS-FUERA           PIC 9(7) VALUE 0.

      ******************************************************************
      * CALCULO DE LA PUNTUACION DE FUERZA, COMO UPDATE-RATINGS Y
      * EXPECTED-SCORE DE RETO6. RESULTADO-A ES 100 SI GANA EL
      * JUGADOR 1, 50 EMPATE Y 0 SI GANA EL 2.
      ******************************************************************
       01 MARCADOR-P1            PIC 9(3).
       01 MARCADOR-P2            PIC 9(3).
       01 RESULTADO-A            PIC 9(3).
       01 RESULTADO-REAL         PIC 9(3).
       01 FACTOR-K               PIC 9(2).
       01 FUERZA-A               PIC 9(4).
       01 FUERZA-B               PIC 9(4).
       01 DIFERENCIA-RATING      PIC S9(5).
       01 ESPERADO-A             PIC 9(3).
       01 DELTA-RATING           PIC S9(5).
       01 RATING-NUEVO           PIC S9(5).

      ******************************************************************
      * LINEAS DEL INFORME.
      ******************************************************************
       01 CABECERA-1.
           05 FILLER             PIC X(32) VALUE
               'SIMULACION DE BAREMO - DIVISION'.
           05 CAB-DIVISION       PIC X(9).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(7)  VALUE 'PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
           05 FILLER             PIC X(27) VALUE SPACES.
       01 CABECERA-2.
           05 FILLER             PIC X(18) VALUE 'POS.R POS.S  MOV'.
           05 FILLER             PIC X(21) VALUE 'JUGADOR'.
           05 FILLER             PIC X(41) VALUE
               ' PTS.R  PTS.S  FZA.R  FZA.S  DIF.F'.
       01 LINEA-JUGADOR.
           05 DET-POSICION       PIC ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DET-POSICION-SIM   PIC ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-MOVIMIENTO     PIC X(4).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DET-NOMBRE         PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-PUNTOS         PIC Z(5)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-PUNTOS-SIM     PIC Z(5)9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DET-FUERZA         PIC ZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DET-FUERZA-SIM     PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-DIF-FUERZA     PIC -(5)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-DESTACADO      PIC X(3).
           05 FILLER             PIC X(3)  VALUE SPACES.
       01 LINEA-BAREMO.
           05 BAR-TEXTO          PIC X(20).
           05 FILLER             PIC X(11) VALUE 'VICTORIA: '.
           05 BAR-VICTORIA       PIC Z9.
           05 FILLER             PIC X(11) VALUE '  EMPATE: '.
           05 BAR-EMPATE         PIC Z9.
           05 FILLER             PIC X(12) VALUE '  FACTOR K: '.
           05 BAR-FACTOR-K       PIC Z9.
           05 FILLER             PIC X(20) VALUE SPACES.
       01 LINEA-GUIONES          PIC X(80) VALUE ALL '-'.
       01 CIFRA-EDITADA          PIC Z(6)9.

       01 NUMERO-PAGINA          PIC 9(4) VALUE 0.
       01 LINEAS-EN-PAGINA       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA      PIC 9(2) VALUE 55.
       01 LINEA-PENDIENTE        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM LEER-TARJETA-CONTROL
            PERFORM CARGAR-BAREMO-REAL
            PERFORM CARGAR-BAREMO-SIMULADO
            PERFORM CARGAR-REGLAS
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-FUERZA-INICIAL
            PERFORM CARGAR-CATALOGO
            SORT GENERACION ASCENDING KEY GEN-FECHA
            PERFORM AGREGAR-PISTA-VIGENTE
            PERFORM LEER-GENERACIONES
            IF GI-COUNT = 0
                DISPLAY 'LA PISTA DE LA TEMPORADA NO TIENE GRUPOS '
                    'QUE REPRODUCIR'
                STOP RUN
            END-IF
            PERFORM CERRAR-GRUPO
                VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
            PERFORM REPRODUCIR-DESCANSOS
            PERFORM APLICAR-DESCUENTO
                VARYING INDICE-DES FROM 1 BY 1
                UNTIL INDICE-DES > DESCUENTOS-COUNT
            PERFORM REPRODUCIR-TRASPASOS
            PERFORM CALCULAR-POSICIONES-SIM
            PERFORM CALCULAR-POSICIONES-REALES
            PERFORM SELECCIONAR-DESTACADOS
            PERFORM GRABAR-FICHEROS-TRABAJO
            PERFORM PUBLICAR-INFORME
            DISPLAY 'SIMULACION -- GENERACIONES: ' GENERACIONES-LEIDAS
                ' GRUPOS: ' GRUPOS-REPRODUCIDOS
                ' CON OTRO RESULTADO: ' GRUPOS-CAMBIADOS
                ' DESCANSOS: ' DESCANSOS-REPRODUCIDOS
                ' TRASPASOS: ' TRASPASOS-REPRODUCIDOS
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL. SIN ELLA SE REPRODUCE TODA LA
      * PISTA Y SE DESTACAN DIEZ JUGADORES.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF SIMCTL-FILE-STATUS = '00'
                OR SIMCTL-FILE-STATUS = '05'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF SIMCTL-FECHA-DESDE IS NUMERIC
                            MOVE SIMCTL-FECHA-DESDE TO FECHA-DESDE
                        END-IF
                        IF SIMCTL-DESTACADOS IS NUMERIC
                            AND SIMCTL-DESTACADOS > 0
                            MOVE SIMCTL-DESTACADOS TO MAX-DESTACADOS
                        END-IF
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF.

      ******************************************************************
      * CARGA EL BAREMO REAL DE PARMIN, COMO HACE RETO6.
      ******************************************************************
       CARGAR-BAREMO-REAL.

            OPEN INPUT PARM-FILE
            IF PARM-FILE-STATUS = '00'
                OR PARM-FILE-STATUS = '05'
                READ PARM-FILE
                    NOT AT END
                        IF PARM-PUNTOS-VICTORIA IS NUMERIC
                            MOVE PARM-PUNTOS-VICTORIA
                                TO PUNTOS-VICTORIA-REAL
                        END-IF
                        IF PARM-PUNTOS-EMPATE IS NUMERIC
                            MOVE PARM-PUNTOS-EMPATE
                                TO PUNTOS-EMPATE-REAL
                        END-IF
                        IF PARM-FACTOR-K IS NUMERIC
                            AND PARM-FACTOR-K > 0
                            MOVE PARM-FACTOR-K TO FACTOR-K-REAL
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

      ******************************************************************
      * CARGA EL BAREMO ALTERNATIVO. PARTE DEL REAL: LO QUE LA
      * TARJETA NO TRAE NO CAMBIA. SIN TARJETA NO HAY NADA QUE
      * SIMULAR Y SE PARA.
      ******************************************************************
       CARGAR-BAREMO-SIMULADO.

            MOVE PUNTOS-VICTORIA-REAL TO PUNTOS-VICTORIA-SIM
            MOVE PUNTOS-EMPATE-REAL TO PUNTOS-EMPATE-SIM
            MOVE FACTOR-K-REAL TO FACTOR-K-SIM
            OPEN INPUT SIM-PARM-FILE
            IF PARMSIM-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA TARJETA DEL BAREMO A '
                    'SIMULAR (PARMSIM)'
                STOP RUN
            END-IF
            READ SIM-PARM-FILE
                AT END
                    DISPLAY 'TARJETA DEL BAREMO A SIMULAR VACIA'
                    CLOSE SIM-PARM-FILE
                    STOP RUN
            END-READ
            IF PSIM-PUNTOS-VICTORIA IS NUMERIC
                MOVE PSIM-PUNTOS-VICTORIA TO PUNTOS-VICTORIA-SIM
            END-IF
            IF PSIM-PUNTOS-EMPATE IS NUMERIC
                MOVE PSIM-PUNTOS-EMPATE TO PUNTOS-EMPATE-SIM
            END-IF
            IF PSIM-FACTOR-K IS NUMERIC
                AND PSIM-FACTOR-K > 0
                MOVE PSIM-FACTOR-K TO FACTOR-K-SIM
            END-IF
            CLOSE SIM-PARM-FILE.

      ******************************************************************
      * CARGA LA TABLA DE REGLAS ALTERNATIVA. OPCIONAL: SIN ELLA CADA
      * TIRADA CONSERVA SU RESULTADO DE LA PISTA.
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

            IF REGLAS-COUNT = 200
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE REGLAS, '
                    'SE TRUNCA'
            ELSE
                ADD 1 TO REGLAS-COUNT
                MOVE RULE-GAME TO REG-JUGADA(REGLAS-COUNT)
                MOVE RULE-RESULT TO REG-RESULTADO(REGLAS-COUNT)
            END-IF
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
      * CARGA LAS PUNTUACIONES DE ARRANQUE, IGUALES EN LOS DOS LADOS.
      * OPCIONAL: SIN ELLAS CADA JUGADOR ARRANCA EN 1500.
      ******************************************************************
       CARGAR-FUERZA-INICIAL.

            OPEN INPUT INITIAL-RATING-FILE
            IF RATEINI-FILE-STATUS = '00'
                OR RATEINI-FILE-STATUS = '05'
                PERFORM LEER-FUERZA-INICIAL
                PERFORM ANOTAR-FUERZA-INICIAL UNTIL INICIAL-EOF
                CLOSE INITIAL-RATING-FILE
            END-IF.

       LEER-FUERZA-INICIAL.

            READ INITIAL-RATING-FILE
                AT END MOVE 'Y' TO INICIAL-EOF-SW
            END-READ.

       ANOTAR-FUERZA-INICIAL.

            IF RT-COUNT = 300
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE PUNTUACIONES '
                    'DE FUERZA, SE TRUNCA'
            ELSE
                ADD 1 TO RT-COUNT
                MOVE INI-PLAYER-ID TO RT-ID(RT-COUNT)
                MOVE INI-VALOR TO RT-VALOR(RT-COUNT)
                MOVE INI-VALOR TO RT-SIM-VALOR(RT-COUNT)
                MOVE 0 TO RT-PARTIDAS(RT-COUNT)
                MOVE 0 TO RT-SIM-PARTIDAS(RT-COUNT)
            END-IF
            PERFORM LEER-FUERZA-INICIAL.

      ******************************************************************
      * RECOGE DEL CATALOGO LAS GENERACIONES ARCHIVADAS DE AUDITOUT
      * DE LA TEMPORADA (LAS ANTERIORES A LA FECHA DE INICIO NO
      * ENTRAN).
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
                AND CAT-FECHA NOT < FECHA-DESDE
                IF GEN-COUNT = 200
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
      * ARCHIVADO.
      ******************************************************************
       AGREGAR-PISTA-VIGENTE.

            IF GEN-COUNT < 200
                ADD 1 TO GEN-COUNT
                MOVE 99999999 TO GEN-FECHA(GEN-COUNT)
                MOVE 'AUDITOUT' TO GEN-FICHERO(GEN-COUNT)
            END-IF.

      ******************************************************************
      * RECORRE LAS GENERACIONES EN ORDEN DE FECHA PLEGANDO CADA
      * LINEA EN SU INSTANCIA DE GRUPO.
      ******************************************************************
       LEER-GENERACIONES.

            PERFORM LEER-UNA-GENERACION
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > GEN-COUNT.

       LEER-UNA-GENERACION.

            MOVE SPACES TO NOMBRE-GENERACION
            MOVE GEN-FICHERO(INDICE) TO NOMBRE-GENERACION
            MOVE 'N' TO GENERACION-EOF-SW
            OPEN INPUT AUDIT-GEN-FILE
            IF AUDITGEN-FILE-STATUS NOT = '00'
                DISPLAY 'AVISO: NO SE PUDO LEER ' NOMBRE-GENERACION
                    ', SE SALTA'
            ELSE
                ADD 1 TO GENERACIONES-LEIDAS
                PERFORM LEER-LINEA-GENERACION
                PERFORM REPRODUCIR-LINEA UNTIL GENERACION-EOF
                CLOSE AUDIT-GEN-FILE
            END-IF.

       LEER-LINEA-GENERACION.

            READ AUDIT-GEN-FILE
                AT END MOVE 'Y' TO GENERACION-EOF-SW
            END-READ.

      ******************************************************************
      * REPRODUCE UNA LINEA DE LA PISTA. COMO EN VERIFICA, SOLO LAS
      * LINEAS NORMALES PUNTUAN Y LOS DESCUENTOS POR SANCION SE
      * ANOTAN APARTE; LAS TARDIAS Y LAS ANULADAS SE SALTAN. LA
      * PISTA NO GUARDA EL FORMATO DEL GRUPO, ASI QUE UNA TIRADA
      * TARDIA SIGUE SIN PUNTUAR AUNQUE LAS REGLAS ALTERNATIVAS
      * HUBIERAN DEJADO EL GRUPO SIN DECIDIR. LAS LINEAS SIN
      * JUGADORES (PISTAS ANTIGUAS) O ANTERIORES A LA FECHA DE
      * INICIO NO ENTRAN.
      ******************************************************************
       REPRODUCIR-LINEA.

            EVALUATE TRUE
                WHEN AUD-PLAYER-P1 = SPACES
                    ADD 1 TO LINEAS-FUERA
                WHEN AUD-FECHA IS NUMERIC
                    AND AUD-FECHA < FECHA-DESDE
                    ADD 1 TO LINEAS-FUERA
                WHEN AUD-MARCA-NORMAL
                    PERFORM PLEGAR-PARTIDA
                WHEN AUD-MARCA-SANCION
                    PERFORM ANOTAR-DESCUENTO
            END-EVALUATE
            PERFORM LEER-LINEA-GENERACION.

      ******************************************************************
      * ANOTA UN DESCUENTO DE PUNTOS POR SANCION PARA RESTARLO AL
      * FINAL EN LOS DOS LADOS.
      ******************************************************************
       ANOTAR-DESCUENTO.

            IF DESCUENTOS-COUNT = 500
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE DESCUENTOS, '
                    'SE IGNORA ' AUD-SANC-NUMERO
            ELSE
                ADD 1 TO DESCUENTOS-COUNT
                MOVE AUD-DIVISION TO DES-DIVISION(DESCUENTOS-COUNT)
                MOVE AUD-PLAYER-P1 TO DES-PLAYER-ID(DESCUENTOS-COUNT)
                MOVE AUD-SANC-PUNTOS TO DES-PUNTOS(DESCUENTOS-COUNT)
            END-IF.

      ******************************************************************
      * PLIEGA UNA PARTIDA EN SU INSTANCIA DE GRUPO, CON EL RESULTADO
      * DE LA PISTA EN EL MARCADOR REAL Y EL DE LAS REGLAS
      * ALTERNATIVAS EN EL SIMULADO.
      ******************************************************************
       PLEGAR-PARTIDA.

            MOVE 0 TO GI-ACTUAL
            PERFORM VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
                IF GI-LOTE-FECHA(INDICE-GI) = AUD-LOTE-FECHA
                    AND GI-LOTE-NUMERO(INDICE-GI) = AUD-LOTE-NUMERO
                    AND GI-DIVISION(INDICE-GI) = AUD-DIVISION
                    AND GI-GRUPO(INDICE-GI) = AUD-GRUPO
                    MOVE INDICE-GI TO GI-ACTUAL
                END-IF
            END-PERFORM
            IF GI-ACTUAL = 0
                IF GI-COUNT = 3000
                    DISPLAY 'SE ALCANZO EL MAXIMO DE GRUPOS, SE '
                        'DETIENE LA SIMULACION'
                    STOP RUN
                END-IF
                ADD 1 TO GI-COUNT
                MOVE GI-COUNT TO GI-ACTUAL
                MOVE AUD-LOTE-FECHA TO GI-LOTE-FECHA(GI-ACTUAL)
                MOVE AUD-LOTE-NUMERO TO GI-LOTE-NUMERO(GI-ACTUAL)
                MOVE AUD-DIVISION TO GI-DIVISION(GI-ACTUAL)
                MOVE AUD-GRUPO TO GI-GRUPO(GI-ACTUAL)
                MOVE AUD-PLAYER-P1 TO GI-P1(GI-ACTUAL)
                MOVE AUD-PLAYER-P2 TO GI-P2(GI-ACTUAL)
                MOVE 0 TO GI-S1(GI-ACTUAL)
                MOVE 0 TO GI-S2(GI-ACTUAL)
                MOVE 0 TO GI-SIM-S1(GI-ACTUAL)
                MOVE 0 TO GI-SIM-S2(GI-ACTUAL)
                MOVE 'N' TO GI-WALKOVER(GI-ACTUAL)
                MOVE 0 TO GI-HCP(GI-ACTUAL)
                MOVE 0 TO GI-HCP-LADO(GI-ACTUAL)
            END-IF
            IF AUD-GAME-WALKOVER
                MOVE 'Y' TO GI-WALKOVER(GI-ACTUAL)
            END-IF
            IF AUD-GAME-HANDICAP
                ADD 1 TO GI-HCP(GI-ACTUAL)
                MOVE AUD-RESULT TO GI-HCP-LADO(GI-ACTUAL)
            END-IF
            EVALUATE AUD-RESULT
                WHEN 1
                    ADD 1 TO GI-S1(GI-ACTUAL)
                WHEN 2
                    ADD 1 TO GI-S2(GI-ACTUAL)
            END-EVALUATE
            PERFORM ADJUDICAR-SIMULADA
            EVALUATE RESULTADO-SIMULADO
                WHEN 1
                    ADD 1 TO GI-SIM-S1(GI-ACTUAL)
                WHEN 2
                    ADD 1 TO GI-SIM-S2(GI-ACTUAL)
            END-EVALUATE.

      ******************************************************************
      * RESULTADO DE LA TIRADA CON LAS REGLAS ALTERNATIVAS. LO QUE NO
      * ES UNA TIRADA DE ELLAS (INCOMPARECENCIAS, RESULTADOS 'FD' DE
      * LA FEDERACION, O SIN TABLA ALTERNATIVA) CONSERVA EL DE LA
      * PISTA.
      ******************************************************************
       ADJUDICAR-SIMULADA.

            MOVE AUD-RESULT TO RESULTADO-SIMULADO
            IF REGLAS-COUNT > 0 AND NOT AUD-GAME-WALKOVER
                PERFORM VARYING INDICE-REGLA FROM 1 BY 1
                    UNTIL INDICE-REGLA > REGLAS-COUNT
                    IF REG-JUGADA(INDICE-REGLA) = AUD-GAME
                        MOVE REG-RESULTADO(INDICE-REGLA)
                            TO RESULTADO-SIMULADO
                    END-IF
                END-PERFORM
                IF RESULTADO-SIMULADO NOT = AUD-RESULT
                    ADD 1 TO PARTIDAS-CAMBIADAS
                END-IF
            END-IF.

      ******************************************************************
      * CIERRA LA INSTANCIA DE GRUPO EN INDICE-GI: LA ABONA EN LA
      * CLASIFICACION Y EN LA FUERZA DE LOS DOS LADOS. UNA
      * INCOMPARECENCIA NO MUEVE LA FUERZA, COMO EN RETO6, Y EN UN
      * GRUPO CON VENTAJA LA FUERZA SE MUEVE SOLO CON LAS PARTIDAS
      * JUGADAS (VER QUITAR-VENTAJA).
      ******************************************************************
       CERRAR-GRUPO.

            ADD 1 TO GRUPOS-REPRODUCIDOS
            MOVE GI-DIVISION(INDICE-GI) TO DIVISION-BUSCADA
            MOVE GI-P1(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-JUGADOR-DIV
            MOVE INDICE-HALLADO TO JD-A
            MOVE GI-P2(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-JUGADOR-DIV
            MOVE INDICE-HALLADO TO JD-B
            MOVE GI-S1(INDICE-GI) TO MARCADOR-P1
            MOVE GI-S2(INDICE-GI) TO MARCADOR-P2
            PERFORM ABONAR-REAL
            PERFORM DECIDIR-RESULTADO
            MOVE RESULTADO-A TO RESULTADO-REAL
            IF GI-WALKOVER(INDICE-GI) NOT = 'Y'
                PERFORM QUITAR-VENTAJA
                PERFORM ACTUALIZAR-FUERZA-REAL
            END-IF
            MOVE GI-SIM-S1(INDICE-GI) TO MARCADOR-P1
            MOVE GI-SIM-S2(INDICE-GI) TO MARCADOR-P2
            PERFORM ABONAR-SIMULADO
            PERFORM DECIDIR-RESULTADO
            IF RESULTADO-A NOT = RESULTADO-REAL
                ADD 1 TO GRUPOS-CAMBIADOS
            END-IF
            IF GI-WALKOVER(INDICE-GI) NOT = 'Y'
                PERFORM QUITAR-VENTAJA
                PERFORM ACTUALIZAR-FUERZA-SIM
            END-IF.

      ******************************************************************
      * DESCUENTA DEL MARCADOR LAS PARTIDAS DE VENTAJA 'HC' DEL
      * JUGADOR FAVORECIDO Y VUELVE A DECIDIR EL RESULTADO, QUE ES EL
      * QUE MUEVE LA FUERZA, COMO SET-PLAYED-SCORE EN RETO6.
      ******************************************************************
       QUITAR-VENTAJA.

            IF GI-HCP(INDICE-GI) > 0
                IF GI-HCP-LADO(INDICE-GI) = 1
                    SUBTRACT GI-HCP(INDICE-GI) FROM MARCADOR-P1
                ELSE
                    SUBTRACT GI-HCP(INDICE-GI) FROM MARCADOR-P2
                END-IF
                PERFORM DECIDIR-RESULTADO
            END-IF.

       DECIDIR-RESULTADO.

            EVALUATE TRUE
                WHEN MARCADOR-P1 = MARCADOR-P2
                    MOVE 50 TO RESULTADO-A
                WHEN MARCADOR-P1 > MARCADOR-P2
                    MOVE 100 TO RESULTADO-A
                WHEN OTHER
                    MOVE 0 TO RESULTADO-A
            END-EVALUATE.

      ******************************************************************
      * ABONA EL GRUPO EN LA CLASIFICACION REAL CON EL BAREMO REAL.
      * JD-A Y JD-B SON LAS FILAS DE LOS DOS JUGADORES EN LA TABLA
      * DE JUGADORES POR DIVISION.
      ******************************************************************
       ABONAR-REAL.

            EVALUATE TRUE
                WHEN MARCADOR-P1 = MARCADOR-P2
                    ADD 1 TO JD-TIES(JD-A)
                    ADD PUNTOS-EMPATE-REAL TO JD-PUNTOS(JD-A)
                    ADD 1 TO JD-TIES(JD-B)
                    ADD PUNTOS-EMPATE-REAL TO JD-PUNTOS(JD-B)
                WHEN MARCADOR-P1 > MARCADOR-P2
                    ADD 1 TO JD-WINS(JD-A)
                    ADD PUNTOS-VICTORIA-REAL TO JD-PUNTOS(JD-A)
                    ADD 1 TO JD-LOSSES(JD-B)
                WHEN OTHER
                    ADD 1 TO JD-WINS(JD-B)
                    ADD PUNTOS-VICTORIA-REAL TO JD-PUNTOS(JD-B)
                    ADD 1 TO JD-LOSSES(JD-A)
            END-EVALUATE.

       ABONAR-SIMULADO.

            EVALUATE TRUE
                WHEN MARCADOR-P1 = MARCADOR-P2
                    ADD 1 TO JD-SIM-TIES(JD-A)
                    ADD PUNTOS-EMPATE-SIM TO JD-SIM-PUNTOS(JD-A)
                    ADD 1 TO JD-SIM-TIES(JD-B)
                    ADD PUNTOS-EMPATE-SIM TO JD-SIM-PUNTOS(JD-B)
                WHEN MARCADOR-P1 > MARCADOR-P2
                    ADD 1 TO JD-SIM-WINS(JD-A)
                    ADD PUNTOS-VICTORIA-SIM TO JD-SIM-PUNTOS(JD-A)
                    ADD 1 TO JD-SIM-LOSSES(JD-B)
                WHEN OTHER
                    ADD 1 TO JD-SIM-WINS(JD-B)
                    ADD PUNTOS-VICTORIA-SIM TO JD-SIM-PUNTOS(JD-B)
                    ADD 1 TO JD-SIM-LOSSES(JD-A)
            END-EVALUATE.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA A CERO) AL JUGADOR EN SU DIVISION.
      * DEJA INDICE-HALLADO POSICIONADO.
      ******************************************************************
       LOCALIZAR-JUGADOR-DIV.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > JD-COUNT
                IF JD-DIVISION(INDICE-BUSQUEDA) = DIVISION-BUSCADA
                    AND JD-ID(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                    MOVE INDICE-BUSQUEDA TO INDICE-HALLADO
                END-IF
            END-PERFORM
            IF INDICE-HALLADO = 0
                IF JD-COUNT = 500
                    DISPLAY 'SE ALCANZO EL MAXIMO DE JUGADORES, SE '
                        'DETIENE LA SIMULACION'
                    STOP RUN
                END-IF
                ADD 1 TO JD-COUNT
                MOVE JD-COUNT TO INDICE-HALLADO
                MOVE DIVISION-BUSCADA TO JD-DIVISION(INDICE-HALLADO)
                MOVE JUGADOR-BUSCADO TO JD-ID(INDICE-HALLADO)
                MOVE 0 TO JD-WINS(INDICE-HALLADO)
                MOVE 0 TO JD-LOSSES(INDICE-HALLADO)
                MOVE 0 TO JD-TIES(INDICE-HALLADO)
                MOVE 0 TO JD-PUNTOS(INDICE-HALLADO)
                MOVE 0 TO JD-POSICION(INDICE-HALLADO)
                MOVE 0 TO JD-SIM-WINS(INDICE-HALLADO)
                MOVE 0 TO JD-SIM-LOSSES(INDICE-HALLADO)
                MOVE 0 TO JD-SIM-TIES(INDICE-HALLADO)
                MOVE 0 TO JD-SIM-PUNTOS(INDICE-HALLADO)
                MOVE 0 TO JD-SIM-POSICION(INDICE-HALLADO)
                MOVE 'N' TO JD-DESTACADO(INDICE-HALLADO)
                MOVE SPACE TO JD-ESTADO(INDICE-HALLADO)
            END-IF.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA EN 1500) AL JUGADOR EN LA TABLA DE
      * FUERZA. DEJA INDICE-RT POSICIONADO.
      ******************************************************************
       LOCALIZAR-FUERZA.

            MOVE 0 TO INDICE-RT
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > RT-COUNT
                IF RT-ID(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                    MOVE INDICE-BUSQUEDA TO INDICE-RT
                END-IF
            END-PERFORM
            IF INDICE-RT = 0
                IF RT-COUNT = 300
                    DISPLAY 'SE ALCANZO EL MAXIMO DE PUNTUACIONES DE '
                        'FUERZA, SE DETIENE LA SIMULACION'
                    STOP RUN
                END-IF
                ADD 1 TO RT-COUNT
                MOVE RT-COUNT TO INDICE-RT
                MOVE JUGADOR-BUSCADO TO RT-ID(INDICE-RT)
                MOVE 1500 TO RT-VALOR(INDICE-RT)
                MOVE 1500 TO RT-SIM-VALOR(INDICE-RT)
                MOVE 0 TO RT-PARTIDAS(INDICE-RT)
                MOVE 0 TO RT-SIM-PARTIDAS(INDICE-RT)
            END-IF.

      ******************************************************************
      * MUEVE LA FUERZA REAL DE LOS DOS JUGADORES DEL GRUPO CON EL
      * FACTOR K REAL, IGUAL QUE UPDATE-RATINGS EN RETO6.
      ******************************************************************
       ACTUALIZAR-FUERZA-REAL.

            MOVE GI-P1(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-FUERZA
            MOVE INDICE-RT TO RT-A
            MOVE GI-P2(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-FUERZA
            MOVE INDICE-RT TO RT-B
            MOVE RT-VALOR(RT-A) TO FUERZA-A
            MOVE RT-VALOR(RT-B) TO FUERZA-B
            MOVE FACTOR-K-REAL TO FACTOR-K
            PERFORM CALCULAR-ESPERADO
            COMPUTE DELTA-RATING ROUNDED =
                FACTOR-K * (RESULTADO-A - ESPERADO-A) / 100
            COMPUTE RATING-NUEVO = FUERZA-A + DELTA-RATING
            PERFORM ACOTAR-RATING
            MOVE RATING-NUEVO TO RT-VALOR(RT-A)
            ADD 1 TO RT-PARTIDAS(RT-A)
            COMPUTE DELTA-RATING ROUNDED =
                FACTOR-K * (ESPERADO-A - RESULTADO-A) / 100
            COMPUTE RATING-NUEVO = FUERZA-B + DELTA-RATING
            PERFORM ACOTAR-RATING
            MOVE RATING-NUEVO TO RT-VALOR(RT-B)
            ADD 1 TO RT-PARTIDAS(RT-B).

       ACTUALIZAR-FUERZA-SIM.

            MOVE GI-P1(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-FUERZA
            MOVE INDICE-RT TO RT-A
            MOVE GI-P2(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-FUERZA
            MOVE INDICE-RT TO RT-B
            MOVE RT-SIM-VALOR(RT-A) TO FUERZA-A
            MOVE RT-SIM-VALOR(RT-B) TO FUERZA-B
            MOVE FACTOR-K-SIM TO FACTOR-K
            PERFORM CALCULAR-ESPERADO
            COMPUTE DELTA-RATING ROUNDED =
                FACTOR-K * (RESULTADO-A - ESPERADO-A) / 100
            COMPUTE RATING-NUEVO = FUERZA-A + DELTA-RATING
            PERFORM ACOTAR-RATING
            MOVE RATING-NUEVO TO RT-SIM-VALOR(RT-A)
            ADD 1 TO RT-SIM-PARTIDAS(RT-A)
            COMPUTE DELTA-RATING ROUNDED =
                FACTOR-K * (ESPERADO-A - RESULTADO-A) / 100
            COMPUTE RATING-NUEVO = FUERZA-B + DELTA-RATING
            PERFORM ACOTAR-RATING
            MOVE RATING-NUEVO TO RT-SIM-VALOR(RT-B)
            ADD 1 TO RT-SIM-PARTIDAS(RT-B).

      ******************************************************************
      * PUNTUACION ESPERADA DEL JUGADOR 1 (EN TANTO POR CIEN), POR
      * LOS MISMOS TRAMOS QUE EXPECTED-SCORE EN RETO6.
      ******************************************************************
       CALCULAR-ESPERADO.

            COMPUTE DIFERENCIA-RATING = FUERZA-A - FUERZA-B
            EVALUATE TRUE
                WHEN DIFERENCIA-RATING >= +400
                    MOVE 92 TO ESPERADO-A
                WHEN DIFERENCIA-RATING >= +300
                    MOVE 85 TO ESPERADO-A
                WHEN DIFERENCIA-RATING >= +200
                    MOVE 76 TO ESPERADO-A
                WHEN DIFERENCIA-RATING >= +100
                    MOVE 64 TO ESPERADO-A
                WHEN DIFERENCIA-RATING >= +50
                    MOVE 57 TO ESPERADO-A
                WHEN DIFERENCIA-RATING > -50
                    MOVE 50 TO ESPERADO-A
                WHEN DIFERENCIA-RATING > -100
                    MOVE 43 TO ESPERADO-A
                WHEN DIFERENCIA-RATING > -200
                    MOVE 36 TO ESPERADO-A
                WHEN DIFERENCIA-RATING > -300
                    MOVE 24 TO ESPERADO-A
                WHEN DIFERENCIA-RATING > -400
                    MOVE 15 TO ESPERADO-A
                WHEN OTHER
                    MOVE 8 TO ESPERADO-A
            END-EVALUATE.

       ACOTAR-RATING.

            IF RATING-NUEVO < 0
                MOVE 0 TO RATING-NUEVO
            END-IF
            IF RATING-NUEVO > 9999
                MOVE 9999 TO RATING-NUEVO
            END-IF.

      ******************************************************************
      * RESTA UN DESCUENTO POR SANCION EN LOS DOS LADOS, SIN DEJAR
      * PUNTOS NEGATIVOS (RETO6 NUNCA DESCUENTA MAS DE LO QUE HAY).
      ******************************************************************
       APLICAR-DESCUENTO.

            MOVE DES-DIVISION(INDICE-DES) TO DIVISION-BUSCADA
            MOVE DES-PLAYER-ID(INDICE-DES) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-JUGADOR-DIV
            IF JD-PUNTOS(INDICE-HALLADO) < DES-PUNTOS(INDICE-DES)
                MOVE 0 TO JD-PUNTOS(INDICE-HALLADO)
            ELSE
                SUBTRACT DES-PUNTOS(INDICE-DES)
                    FROM JD-PUNTOS(INDICE-HALLADO)
            END-IF
            IF JD-SIM-PUNTOS(INDICE-HALLADO) < DES-PUNTOS(INDICE-DES)
                MOVE 0 TO JD-SIM-PUNTOS(INDICE-HALLADO)
            ELSE
                SUBTRACT DES-PUNTOS(INDICE-DES)
                    FROM JD-SIM-PUNTOS(INDICE-HALLADO)
            END-IF.

      ******************************************************************
      * REPRODUCE LOS DESCANSOS DE DESCAUD DESDE LA FECHA DE INICIO,
      * COMO VERIFICA: CADA UNO ES UNA VICTORIA MAS EN LA DIVISION DEL
      * TORNEO, CON LOS PUNTOS QUE SUIZO ABONO EN EL LADO REAL Y LOS
      * DE VICTORIA DEL BAREMO SIMULADO EN EL OTRO. UN DESCANSO NO
      * TIENE RIVAL Y NO MUEVE LA FUERZA. SIN DESCAUD NO HAY NADA
      * QUE REPRODUCIR.
      ******************************************************************
       REPRODUCIR-DESCANSOS.

            OPEN INPUT BYE-AUDIT-FILE
            IF DESCAUD-FILE-STATUS = '00'
                OR DESCAUD-FILE-STATUS = '05'
                PERFORM LEER-DESCANSO
                PERFORM ABONAR-DESCANSO UNTIL DESCAUD-EOF
                CLOSE BYE-AUDIT-FILE
            END-IF.

       LEER-DESCANSO.

            READ BYE-AUDIT-FILE
                AT END MOVE 'Y' TO DESCAUD-EOF-SW
            END-READ.

       ABONAR-DESCANSO.

            IF DAUD-FECHA NOT < FECHA-DESDE
                ADD 1 TO DESCANSOS-REPRODUCIDOS
                MOVE DAUD-DIVISION TO DIVISION-BUSCADA
                MOVE DAUD-PLAYER-ID TO JUGADOR-BUSCADO
                PERFORM LOCALIZAR-JUGADOR-DIV
                ADD 1 TO JD-WINS(INDICE-HALLADO)
                ADD DAUD-PUNTOS TO JD-PUNTOS(INDICE-HALLADO)
                ADD 1 TO JD-SIM-WINS(INDICE-HALLADO)
                ADD PUNTOS-VICTORIA-SIM TO JD-SIM-PUNTOS(INDICE-HALLADO)
            END-IF
            PERFORM LEER-DESCANSO.

      ******************************************************************
      * REPRODUCE LOS TRASPASOS DE DIVISION DE TRASAUD DESDE LA FECHA
      * DE INICIO, EN SU ORDEN Y YA APLICADOS LOS DESCUENTOS, COMO
      * VERIFICA: LA FILA DE LA DIVISION QUE SE DEJA PASA A BAJA Y LA
      * DE LA NUEVA SE LOCALIZA O SE DA DE ALTA, SUMANDOLE EN LOS DOS
      * LADOS LOS TOTALES SI VIAJARON CON EL JUGADOR. SIN TRASAUD NO
      * HAY NADA QUE REPRODUCIR.
      ******************************************************************
       REPRODUCIR-TRASPASOS.

            OPEN INPUT TRASPASO-AUDIT-FILE
            IF TRASAUD-FILE-STATUS = '00'
                OR TRASAUD-FILE-STATUS = '05'
                PERFORM LEER-TRASPASO
                PERFORM APLICAR-TRASPASO UNTIL TRASAUD-EOF
                CLOSE TRASPASO-AUDIT-FILE
            END-IF.

       LEER-TRASPASO.

            READ TRASPASO-AUDIT-FILE
                AT END MOVE 'Y' TO TRASAUD-EOF-SW
            END-READ.

       APLICAR-TRASPASO.

            IF TAUD-FECHA NOT < FECHA-DESDE
                AND TAUD-DIV-ORIGEN NOT = TAUD-DIV-DESTINO
                ADD 1 TO TRASPASOS-REPRODUCIDOS
                MOVE 0 TO INDICE-ORIGEN
                PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                    UNTIL INDICE-BUSQUEDA > JD-COUNT
                    IF JD-DIVISION(INDICE-BUSQUEDA) = TAUD-DIV-ORIGEN
                        AND JD-ID(INDICE-BUSQUEDA) = TAUD-PLAYER-ID
                        AND NOT JD-DE-BAJA(INDICE-BUSQUEDA)
                        MOVE INDICE-BUSQUEDA TO INDICE-ORIGEN
                    END-IF
                END-PERFORM
                MOVE TAUD-DIV-DESTINO TO DIVISION-BUSCADA
                MOVE TAUD-PLAYER-ID TO JUGADOR-BUSCADO
                PERFORM LOCALIZAR-JUGADOR-DIV
                MOVE SPACE TO JD-ESTADO(INDICE-HALLADO)
                IF INDICE-ORIGEN > 0
                    PERFORM TRASLADAR-TOTALES
                END-IF
            END-IF
            PERFORM LEER-TRASPASO.

       TRASLADAR-TOTALES.

            IF TAUD-CON-ARRASTRE
                ADD JD-WINS(INDICE-ORIGEN) TO JD-WINS(INDICE-HALLADO)
                ADD JD-LOSSES(INDICE-ORIGEN)
                    TO JD-LOSSES(INDICE-HALLADO)
                ADD JD-TIES(INDICE-ORIGEN) TO JD-TIES(INDICE-HALLADO)
                ADD JD-PUNTOS(INDICE-ORIGEN)
                    TO JD-PUNTOS(INDICE-HALLADO)
                ADD JD-SIM-WINS(INDICE-ORIGEN)
                    TO JD-SIM-WINS(INDICE-HALLADO)
                ADD JD-SIM-LOSSES(INDICE-ORIGEN)
                    TO JD-SIM-LOSSES(INDICE-HALLADO)
                ADD JD-SIM-TIES(INDICE-ORIGEN)
                    TO JD-SIM-TIES(INDICE-HALLADO)
                ADD JD-SIM-PUNTOS(INDICE-ORIGEN)
                    TO JD-SIM-PUNTOS(INDICE-HALLADO)
            END-IF
            MOVE 0 TO JD-WINS(INDICE-ORIGEN)
            MOVE 0 TO JD-LOSSES(INDICE-ORIGEN)
            MOVE 0 TO JD-TIES(INDICE-ORIGEN)
            MOVE 0 TO JD-PUNTOS(INDICE-ORIGEN)
            MOVE 0 TO JD-SIM-WINS(INDICE-ORIGEN)
            MOVE 0 TO JD-SIM-LOSSES(INDICE-ORIGEN)
            MOVE 0 TO JD-SIM-TIES(INDICE-ORIGEN)
            MOVE 0 TO JD-SIM-PUNTOS(INDICE-ORIGEN)
            MOVE 'B' TO JD-ESTADO(INDICE-ORIGEN).

      ******************************************************************
      * POSICIONES SIMULADAS: ORDENA POR DIVISION Y, DENTRO, POR
      * PUNTOS, PORCENTAJE DE VICTORIAS Y VICTORIAS, COMO CLASIFIC.
      ******************************************************************
       CALCULAR-POSICIONES-SIM.

            MOVE 0 TO ORDEN-COUNT
            PERFORM CARGAR-ORDEN-SIM
                VARYING INDICE-JD FROM 1 BY 1
                UNTIL INDICE-JD > JD-COUNT
            SORT ORDEN-ENTRADA
                ASCENDING KEY ORD-DIVISION
                DESCENDING KEY ORD-PUNTOS ORD-PCT ORD-WINS
            MOVE LOW-VALUES TO DIVISION-CORTE
            PERFORM ASIGNAR-POSICION-SIM
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ORDEN-COUNT.

       CARGAR-ORDEN-SIM.

            IF NOT JD-DE-BAJA(INDICE-JD)
                ADD 1 TO ORDEN-COUNT
                MOVE JD-DIVISION(INDICE-JD) TO ORD-DIVISION(ORDEN-COUNT)
                MOVE JD-SIM-PUNTOS(INDICE-JD) TO ORD-PUNTOS(ORDEN-COUNT)
                MOVE JD-SIM-WINS(INDICE-JD) TO ORD-WINS(ORDEN-COUNT)
                MOVE INDICE-JD TO ORD-INDICE(ORDEN-COUNT)
                COMPUTE PARTIDAS-JUGADAS = JD-SIM-WINS(INDICE-JD)
                    + JD-SIM-LOSSES(INDICE-JD) + JD-SIM-TIES(INDICE-JD)
                IF PARTIDAS-JUGADAS = 0
                    MOVE 0 TO ORD-PCT(ORDEN-COUNT)
                ELSE
                    COMPUTE ORD-PCT(ORDEN-COUNT) ROUNDED =
                        JD-SIM-WINS(INDICE-JD) * 100 / PARTIDAS-JUGADAS
                END-IF
            END-IF.

       ASIGNAR-POSICION-SIM.

            IF ORD-DIVISION(INDICE) NOT = DIVISION-CORTE
                MOVE ORD-DIVISION(INDICE) TO DIVISION-CORTE
                MOVE 0 TO POSICION-ACTUAL
            END-IF
            ADD 1 TO POSICION-ACTUAL
            MOVE POSICION-ACTUAL
                TO JD-SIM-POSICION(ORD-INDICE(INDICE)).

      ******************************************************************
      * POSICIONES REALES, DEL MISMO MODO. LA TABLA DE ORDENACION
      * QUEDA EN ORDEN REAL, QUE ES EL DEL INFORME.
      ******************************************************************
       CALCULAR-POSICIONES-REALES.

            MOVE 0 TO ORDEN-COUNT
            PERFORM CARGAR-ORDEN-REAL
                VARYING INDICE-JD FROM 1 BY 1
                UNTIL INDICE-JD > JD-COUNT
            SORT ORDEN-ENTRADA
                ASCENDING KEY ORD-DIVISION
                DESCENDING KEY ORD-PUNTOS ORD-PCT ORD-WINS
            MOVE LOW-VALUES TO DIVISION-CORTE
            PERFORM ASIGNAR-POSICION-REAL
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ORDEN-COUNT.

       CARGAR-ORDEN-REAL.

            IF NOT JD-DE-BAJA(INDICE-JD)
                ADD 1 TO ORDEN-COUNT
                MOVE JD-DIVISION(INDICE-JD) TO ORD-DIVISION(ORDEN-COUNT)
                MOVE JD-PUNTOS(INDICE-JD) TO ORD-PUNTOS(ORDEN-COUNT)
                MOVE JD-WINS(INDICE-JD) TO ORD-WINS(ORDEN-COUNT)
                MOVE INDICE-JD TO ORD-INDICE(ORDEN-COUNT)
                COMPUTE PARTIDAS-JUGADAS = JD-WINS(INDICE-JD)
                    + JD-LOSSES(INDICE-JD) + JD-TIES(INDICE-JD)
                IF PARTIDAS-JUGADAS = 0
                    MOVE 0 TO ORD-PCT(ORDEN-COUNT)
                ELSE
                    COMPUTE ORD-PCT(ORDEN-COUNT) ROUNDED =
                        JD-WINS(INDICE-JD) * 100 / PARTIDAS-JUGADAS
                END-IF
            END-IF.

       ASIGNAR-POSICION-REAL.

            IF ORD-DIVISION(INDICE) NOT = DIVISION-CORTE
                MOVE ORD-DIVISION(INDICE) TO DIVISION-CORTE
                MOVE 0 TO POSICION-ACTUAL
            END-IF
            ADD 1 TO POSICION-ACTUAL
            MOVE POSICION-ACTUAL TO JD-POSICION(ORD-INDICE(INDICE)).

      ******************************************************************
      * ELIGE A LOS JUGADORES QUE MAS SE MUEVEN (POSICIONES Y, A
      * IGUALDAD, FUERZA) Y LOS MARCA PARA DESTACARLOS. QUIEN NO SE
      * MUEVE NADA NO SE DESTACA.
      ******************************************************************
       SELECCIONAR-DESTACADOS.

            MOVE 0 TO MOVIDOS-COUNT
            PERFORM CARGAR-MOVIDO
                VARYING INDICE-JD FROM 1 BY 1
                UNTIL INDICE-JD > JD-COUNT
            SORT MOVIDO-ENTRADA
                DESCENDING KEY MOV-POSICIONES MOV-FUERZA
            PERFORM MARCAR-DESTACADO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > MOVIDOS-COUNT
                OR INDICE > MAX-DESTACADOS.

       CARGAR-MOVIDO.

            IF NOT JD-DE-BAJA(INDICE-JD)
                PERFORM CALCULAR-MOVIMIENTO
                ADD 1 TO MOVIDOS-COUNT
                IF MOVIMIENTO < 0
                    COMPUTE MOV-POSICIONES(MOVIDOS-COUNT) =
                        0 - MOVIMIENTO
                ELSE
                    MOVE MOVIMIENTO TO MOV-POSICIONES(MOVIDOS-COUNT)
                END-IF
                IF DIFERENCIA-FUERZA < 0
                    COMPUTE MOV-FUERZA(MOVIDOS-COUNT) =
                        0 - DIFERENCIA-FUERZA
                ELSE
                    MOVE DIFERENCIA-FUERZA TO MOV-FUERZA(MOVIDOS-COUNT)
                END-IF
                MOVE INDICE-JD TO MOV-INDICE(MOVIDOS-COUNT)
            END-IF.

       MARCAR-DESTACADO.

            IF MOV-POSICIONES(INDICE) > 0 OR MOV-FUERZA(INDICE) > 0
                MOVE 'Y' TO JD-DESTACADO(MOV-INDICE(INDICE))
            END-IF.

      ******************************************************************
      * MOVIMIENTO DEL JUGADOR EN INDICE-JD (POSITIVO: SUBE CON EL
      * BAREMO SIMULADO) Y SU DIFERENCIA DE FUERZA (SIMULADA MENOS
      * REAL).
      ******************************************************************
       CALCULAR-MOVIMIENTO.

            COMPUTE MOVIMIENTO = JD-POSICION(INDICE-JD)
                - JD-SIM-POSICION(INDICE-JD)
            MOVE JD-ID(INDICE-JD) TO JUGADOR-BUSCADO
            PERFORM LOCALIZAR-FUERZA
            COMPUTE DIFERENCIA-FUERZA = RT-SIM-VALOR(INDICE-RT)
                - RT-VALOR(INDICE-RT).

      ******************************************************************
      * GRABA LA CLASIFICACION Y LAS PUNTUACIONES SIMULADAS EN LOS
      * FICHEROS DE TRABAJO.
      ******************************************************************
       GRABAR-FICHEROS-TRABAJO.

            OPEN OUTPUT SIM-STATS-FILE
            IF SIMSTAT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE TRABAJO '
                    'SIMSTAT'
                STOP RUN
            END-IF
            PERFORM GRABAR-ESTADISTICA-SIM
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ORDEN-COUNT
            CLOSE SIM-STATS-FILE
            OPEN OUTPUT SIM-RATING-FILE
            IF SIMRATE-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE TRABAJO '
                    'SIMRATE'
                STOP RUN
            END-IF
            PERFORM GRABAR-FUERZA-SIM
                VARYING INDICE-RT FROM 1 BY 1
                UNTIL INDICE-RT > RT-COUNT
            CLOSE SIM-RATING-FILE.

       GRABAR-ESTADISTICA-SIM.

            MOVE ORD-INDICE(INDICE) TO INDICE-JD
            MOVE JD-DIVISION(INDICE-JD) TO PSTAT-DIVISION
            MOVE JD-ID(INDICE-JD) TO PSTAT-PLAYER-ID
            MOVE JD-SIM-WINS(INDICE-JD) TO PSTAT-WINS
            MOVE JD-SIM-LOSSES(INDICE-JD) TO PSTAT-LOSSES
            MOVE JD-SIM-TIES(INDICE-JD) TO PSTAT-TIES
            MOVE JD-SIM-PUNTOS(INDICE-JD) TO PSTAT-PUNTOS
            WRITE PSTAT-RECORD.

       GRABAR-FUERZA-SIM.

            MOVE RT-ID(INDICE-RT) TO RATE-PLAYER-ID
            MOVE RT-SIM-VALOR(INDICE-RT) TO RATE-VALOR
            MOVE RT-SIM-PARTIDAS(INDICE-RT) TO RATE-PARTIDAS
            WRITE RATING-RECORD.

      ******************************************************************
      * PUBLICA EL INFORME: LOS DOS BAREMOS, LA TABLA COMPARADA POR
      * DIVISION EN ORDEN REAL Y LA LISTA DE LOS QUE MAS SE MUEVEN.
      ******************************************************************
       PUBLICAR-INFORME.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE SIMULACION'
                STOP RUN
            END-IF
            PERFORM PUBLICAR-BAREMOS
            MOVE LOW-VALUES TO DIVISION-CORTE
            PERFORM PUBLICAR-JUGADOR
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ORDEN-COUNT
            PERFORM PUBLICAR-DESTACADOS
            CLOSE PRINT-FILE.

       PUBLICAR-BAREMOS.

            MOVE 'SIMULACION DE BAREMO DE LA TEMPORADA'
                TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'BAREMO REAL' TO BAR-TEXTO
            MOVE PUNTOS-VICTORIA-REAL TO BAR-VICTORIA
            MOVE PUNTOS-EMPATE-REAL TO BAR-EMPATE
            MOVE FACTOR-K-REAL TO BAR-FACTOR-K
            MOVE LINEA-BAREMO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'BAREMO SIMULADO' TO BAR-TEXTO
            MOVE PUNTOS-VICTORIA-SIM TO BAR-VICTORIA
            MOVE PUNTOS-EMPATE-SIM TO BAR-EMPATE
            MOVE FACTOR-K-SIM TO BAR-FACTOR-K
            MOVE LINEA-BAREMO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            IF REGLAS-COUNT = 0
                MOVE 'REGLAS: LAS DE LA TEMPORADA' TO LINEA-IMPRESION
            ELSE
                MOVE PARTIDAS-CAMBIADAS TO CIFRA-EDITADA
                STRING 'REGLAS: ALTERNATIVAS (RULESSIM), TIRADAS '
                    'CON OTRO RESULTADO: ' CIFRA-EDITADA
                    DELIMITED BY SIZE INTO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            MOVE GRUPOS-REPRODUCIDOS TO CIFRA-EDITADA
            STRING 'GRUPOS REPRODUCIDOS: ' CIFRA-EDITADA
                DELIMITED BY SIZE INTO LINEA-IMPRESION
            MOVE GRUPOS-CAMBIADOS TO CIFRA-EDITADA
            STRING '   CON OTRO RESULTADO: ' CIFRA-EDITADA
                DELIMITED BY SIZE INTO LINEA-IMPRESION(30:40)
            WRITE LINEA-IMPRESION
            IF DESCANSOS-REPRODUCIDOS > 0 OR TRASPASOS-REPRODUCIDOS > 0
                MOVE SPACES TO LINEA-IMPRESION
                MOVE DESCANSOS-REPRODUCIDOS TO CIFRA-EDITADA
                STRING 'DESCANSOS SUIZOS:    ' CIFRA-EDITADA
                    DELIMITED BY SIZE INTO LINEA-IMPRESION
                MOVE TRASPASOS-REPRODUCIDOS TO CIFRA-EDITADA
                STRING '   TRASPASOS DE DIVISION: ' CIFRA-EDITADA
                    DELIMITED BY SIZE INTO LINEA-IMPRESION(30:40)
                WRITE LINEA-IMPRESION
            END-IF
            IF FECHA-DESDE > 0
                MOVE SPACES TO LINEA-IMPRESION
                STRING 'TEMPORADA DESDE EL ' FECHA-DESDE
                    DELIMITED BY SIZE INTO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            MOVE '<<< : JUGADOR DESTACADO ENTRE LOS QUE MAS SE MUEVEN'
                TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * PUBLICA LA LINEA COMPARADA DE UN JUGADOR, CON SALTO DE PAGINA
      * AL CAMBIAR DE DIVISION.
      ******************************************************************
       PUBLICAR-JUGADOR.

            MOVE ORD-INDICE(INDICE) TO INDICE-JD
            IF JD-DIVISION(INDICE-JD) NOT = DIVISION-CORTE
                MOVE JD-DIVISION(INDICE-JD) TO DIVISION-CORTE
                MOVE SPACES TO CAB-DIVISION
                IF DIVISION-CORTE = SPACES
                    MOVE 'GENERAL ' TO CAB-DIVISION
                ELSE
                    MOVE DIVISION-CORTE TO CAB-DIVISION
                END-IF
                PERFORM SALTAR-PAGINA
            END-IF
            PERFORM ARMAR-LINEA-JUGADOR
            MOVE LINEA-JUGADOR TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

       ARMAR-LINEA-JUGADOR.

            PERFORM CALCULAR-MOVIMIENTO
            MOVE JD-POSICION(INDICE-JD) TO DET-POSICION
            MOVE JD-SIM-POSICION(INDICE-JD) TO DET-POSICION-SIM
            EVALUATE TRUE
                WHEN MOVIMIENTO = 0
                    MOVE '   =' TO DET-MOVIMIENTO
                WHEN MOVIMIENTO > 0
                    MOVE MOVIMIENTO TO MOVIMIENTO-ABS
                    MOVE '+' TO DET-MOVIMIENTO(1:1)
                    MOVE MOVIMIENTO-ABS TO DET-MOVIMIENTO(2:3)
                WHEN OTHER
                    COMPUTE MOVIMIENTO-ABS = 0 - MOVIMIENTO
                    MOVE '-' TO DET-MOVIMIENTO(1:1)
                    MOVE MOVIMIENTO-ABS TO DET-MOVIMIENTO(2:3)
            END-EVALUATE
            MOVE JD-ID(INDICE-JD) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE NOMBRE-JUGADOR TO DET-NOMBRE
            MOVE JD-PUNTOS(INDICE-JD) TO DET-PUNTOS
            MOVE JD-SIM-PUNTOS(INDICE-JD) TO DET-PUNTOS-SIM
            MOVE RT-VALOR(INDICE-RT) TO DET-FUERZA
            MOVE RT-SIM-VALOR(INDICE-RT) TO DET-FUERZA-SIM
            MOVE DIFERENCIA-FUERZA TO DET-DIF-FUERZA
            IF JD-DESTACADO(INDICE-JD) = 'Y'
                MOVE '<<<' TO DET-DESTACADO
            ELSE
                MOVE SPACES TO DET-DESTACADO
            END-IF.

      ******************************************************************
      * LISTA APARTE, DE MAYOR A MENOR, LOS JUGADORES DESTACADOS.
      ******************************************************************
       PUBLICAR-DESTACADOS.

            MOVE 'TODAS' TO CAB-DIVISION
            PERFORM SALTAR-PAGINA
            MOVE 'JUGADORES QUE MAS SE MUEVEN CON EL BAREMO SIMULADO'
                TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            PERFORM PUBLICAR-UN-DESTACADO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > MOVIDOS-COUNT
                OR INDICE > MAX-DESTACADOS.

       PUBLICAR-UN-DESTACADO.

            MOVE MOV-INDICE(INDICE) TO INDICE-JD
            IF JD-DESTACADO(INDICE-JD) = 'Y'
                PERFORM ARMAR-LINEA-JUGADOR
                MOVE JD-DIVISION(INDICE-JD) TO DET-DESTACADO(1:2)
                MOVE SPACE TO DET-DESTACADO(3:1)
                MOVE LINEA-JUGADOR TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-IF.

      ******************************************************************
      * RESUELVE EL NOMBRE DE JUGADOR-BUSCADO EN EL MAESTRO.
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

            IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
                MOVE LINEA-IMPRESION TO LINEA-PENDIENTE
                PERFORM SALTAR-PAGINA
                MOVE LINEA-PENDIENTE TO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            ADD 1 TO LINEAS-EN-PAGINA.
       END PROGRAM SIMULA.
