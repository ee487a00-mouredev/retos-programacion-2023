      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Programacion de fechas de juego. GENFIX y SUIZO
      *            apuntan cada grupo en FIXLEDG solo con su fecha de
      *            generacion y quien juega que noche se decidia en
      *            papel, por eso los emparejamientos se quedaban sin
      *            jugar hasta que FIXRECON los denunciaba al cierre.
      *            Este programa da a cada linea pendiente sin
      *            programar del libro (ver FIXREC.CPY) la primera
      *            noche procesable del calendario CALENDIN (ver
      *            CALREC.CPY) en que:
      *            - ninguno de sus jugadores este ausente segun el
      *              fichero de ausencias NODISPON (NODISREC.CPY);
      *            - ninguno de sus jugadores llegue ya al maximo de
      *              grupos por jugador y noche;
      *            - la noche no llegue al maximo de grupos por noche;
      *            - si un participante es el ganador 'Wnnn' de otro
      *              grupo del cuadro, ese grupo este programado en
      *              una noche anterior (si aun no lo esta, la linea
      *              espera a la pasada siguiente).
      *            Los maximos, la primera fecha programable y el
      *            torneo a programar salen de la tarjeta AGENDCTL.
      *            Las lineas ya programadas se respetan y ocupan su
      *            noche. El libro se regraba con la fecha y la semana
      *            de juego, y AGENDRPT lista el calendario semanal
      *            por division y lo que no se pudo programar.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones. Al reprogramar se
      *            conserva el arbitro asignado.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXTURE-LEDGER-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALEND-FILE-STATUS.
           SELECT OPTIONAL ABSENCE-FILE ASSIGN TO 'NODISPON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NODISP-FILE-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'AGENDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENDCTL-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'AGENDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS, REGRABADO CON LA PROGRAMACION.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * CALENDARIO DE PROCESO DE LA TEMPORADA.
      ******************************************************************
       FD  CALENDAR-FILE
           RECORD CONTAINS 11 CHARACTERS.
           COPY CALREC.

      ******************************************************************
      * AUSENCIAS DE JUGADORES. OPCIONAL: SIN EL NADIE FALTA.
      ******************************************************************
       FD  ABSENCE-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY NODISREC.

      ******************************************************************
      * TARJETA DE CONTROL: MAXIMO DE GRUPOS POR JUGADOR Y NOCHE (EN
      * BLANCO, 1), MAXIMO DE GRUPOS POR NOCHE (EN BLANCO, 20),
      * PRIMERA FECHA PROGRAMABLE (EN BLANCO, EL DIA SIGUIENTE AL DE
      * PROCESO) Y TORNEO A PROGRAMAR (EN BLANCO, TODOS).
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 5 TO 21 CHARACTERS.
       01  AGENDCTL-RECORD.
           05 AGENDCTL-MAX-JUGADOR PIC 9(2).
           05 AGENDCTL-MAX-NOCHE   PIC 9(3).
           05 AGENDCTL-DESDE       PIC 9(8).
           05 AGENDCTL-TORNEO      PIC X(8).

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA LOS NOMBRES DEL CALENDARIO.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * CALENDARIO SEMANAL DE JUEGO POR DIVISION, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 CALEND-FILE-STATUS     PIC X(2).
       01 NODISP-FILE-STATUS     PIC X(2).
       01 AGENDCTL-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 CALENDARIO-EOF-SW      PIC X(1) VALUE 'N'.
           88 CALENDARIO-EOF              VALUE 'Y'.
       01 AUSENCIAS-EOF-SW       PIC X(1) VALUE 'N'.
           88 AUSENCIAS-EOF               VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-DESDE            PIC 9(8) VALUE 0.
       01 MAX-GRUPOS-JUGADOR     PIC 9(2) VALUE 1.
       01 MAX-GRUPOS-NOCHE       PIC 9(3) VALUE 20.
       01 TORNEO-PROGRAMAR       PIC X(8) VALUE SPACES.

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS EN MEMORIA, CON EL MOTIVO DE LAS
      * LINEAS QUE NO SE PUDIERON PROGRAMAR EN ESTA PASADA.
      ******************************************************************
       01 LIBRO-COUNT            PIC 9(4) VALUE 0.
       01 LIBRO-TBL.
           05 LIBRO-ENTRADA OCCURS 2000 TIMES.
              10 LIB-TORNEO      PIC X(8).
              10 LIB-DIVISION    PIC X(2).
              10 LIB-GRUPO       PIC 9(3).
              10 LIB-P1          PIC X(4).
              10 LIB-P2          PIC X(4).
              10 LIB-FECHA-GEN   PIC 9(8).
              10 LIB-ESTADO      PIC X(1).
              10 LIB-FECHA-JUG   PIC 9(8).
              10 LIB-FECHA-PROG  PIC 9(8).
              10 LIB-SEMANA      PIC 9(2).
              10 LIB-ARBITRO     PIC X(4).
              10 LIB-MOTIVO      PIC X(24).

      ******************************************************************
      * NOCHES PROCESABLES DEL CALENDARIO DESDE LA PRIMERA FECHA
      * PROGRAMABLE, CON LOS GRUPOS YA CITADOS CADA NOCHE.
      ******************************************************************
       01 NOCHES-COUNT           PIC 9(3) VALUE 0.
       01 NOCHES-TBL.
           05 NOCHE-ENTRADA OCCURS 400 TIMES.
              10 NOC-FECHA       PIC 9(8).
              10 NOC-SEMANA      PIC 9(2).
              10 NOC-GRUPOS      PIC 9(3).

      ******************************************************************
      * JUGADORES DEL LIBRO CON SU OCUPACION Y SUS AUSENCIAS POR
      * NOCHE DEL CALENDARIO.
      ******************************************************************
       01 JUGADORES-COUNT        PIC 9(3) VALUE 0.
       01 JUGADORES-TBL.
           05 JUGADOR-ENTRADA OCCURS 300 TIMES.
              10 JUG-ID          PIC X(4).
              10 JUG-NOCHE OCCURS 400 TIMES.
                 15 JN-GRUPOS    PIC 9(2).
                 15 JN-AUSENTE   PIC X(1).

      ******************************************************************
      * CALENDARIO A PUBLICAR, ORDENADO POR DIVISION, SEMANA, FECHA,
      * TORNEO Y GRUPO.
      ******************************************************************
       01 LISTA-COUNT            PIC 9(4) VALUE 0.
       01 LISTA-TBL.
           05 LISTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON LISTA-COUNT.
              10 LIS-DIVISION    PIC X(2).
              10 LIS-SEMANA      PIC 9(2).
              10 LIS-FECHA       PIC 9(8).
              10 LIS-TORNEO      PIC X(8).
              10 LIS-GRUPO       PIC 9(3).
              10 LIS-P1          PIC X(4).
              10 LIS-P2          PIC X(4).

       01 INDICE                 PIC 9(4).
       01 INDICE-REF             PIC 9(4).
       01 INDICE-NOCHE           PIC 9(3).
       01 INDICE-JUG             PIC 9(3).
       01 NOCHE-ELEGIDA          PIC 9(3).
       01 JUG-P1                 PIC 9(3).
       01 JUG-P2                 PIC 9(3).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 JUGADOR-HALLADO        PIC 9(3).
       01 PARTICIPANTE           PIC X(4).
       01 PARTICIPANTE-R REDEFINES PARTICIPANTE.
           05 PART-MARCA         PIC X(1).
           05 PART-GRUPO         PIC X(3).
       01 GRUPO-REFERIDO         PIC 9(3).
       01 FECHA-MINIMA           PIC 9(8).
       01 ESPERA-SW              PIC X(1).
           88 ESPERA-CUADRO               VALUE 'Y'.
       01 NOCHE-VALIDA-SW        PIC X(1).
           88 NOCHE-VALIDA                VALUE 'Y'.
       01 NOMBRE-JUGADOR         PIC X(20).
       01 DIVISION-CORTE         PIC X(2).
       01 SEMANA-CORTE           PIC 9(2).
       01 PROGRAMADOS-HOY        PIC 9(4) VALUE 0.
       01 SIN-NOCHE              PIC 9(4) VALUE 0.
       01 EN-ESPERA              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM LEER-TARJETA-CONTROL
            PERFORM CARGAR-CALENDARIO
            PERFORM CARGAR-LIBRO
            PERFORM CARGAR-AUSENCIAS
            PERFORM ABRIR-PLANTILLA
            PERFORM OCUPAR-PROGRAMADOS
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM PROGRAMAR-LINEA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM PUBLICAR-CALENDARIO
            PERFORM REGRABAR-LIBRO
            PERFORM CERRAR-PLANTILLA
            DISPLAY 'PROGRAMACION DE FECHAS -- PROGRAMADOS HOY: '
                PROGRAMADOS-HOY ' SIN NOCHE DISPONIBLE: ' SIN-NOCHE
                ' EN ESPERA DEL CUADRO: ' EN-ESPERA
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL, SI LA HAY.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF AGENDCTL-FILE-STATUS = '00'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF AGENDCTL-MAX-JUGADOR IS NUMERIC
                            AND AGENDCTL-MAX-JUGADOR > 0
                            MOVE AGENDCTL-MAX-JUGADOR
                                TO MAX-GRUPOS-JUGADOR
                        END-IF
                        IF AGENDCTL-MAX-NOCHE IS NUMERIC
                            AND AGENDCTL-MAX-NOCHE > 0
                            MOVE AGENDCTL-MAX-NOCHE
                                TO MAX-GRUPOS-NOCHE
                        END-IF
                        IF AGENDCTL-DESDE IS NUMERIC
                            AND AGENDCTL-DESDE > 0
                            MOVE AGENDCTL-DESDE TO FECHA-DESDE
                        END-IF
                        MOVE AGENDCTL-TORNEO TO TORNEO-PROGRAMAR
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF
            IF FECHA-DESDE = 0
                COMPUTE FECHA-DESDE = FECHA-PROCESO + 1
            END-IF.

      ******************************************************************
      * CARGA LAS NOCHES PROCESABLES DESDE LA PRIMERA FECHA
      * PROGRAMABLE. SIN CALENDARIO NO HAY NOCHES QUE DAR Y SE PARA.
      ******************************************************************
       CARGAR-CALENDARIO.

            OPEN INPUT CALENDAR-FILE
            IF CALEND-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL CALENDARIO (CALENDIN)'
                STOP RUN
            END-IF
            PERFORM LEER-CALENDARIO
            PERFORM ANOTAR-NOCHE UNTIL CALENDARIO-EOF
            CLOSE CALENDAR-FILE
            IF NOCHES-COUNT = 0
                DISPLAY 'EL CALENDARIO NO TIENE NOCHES PROCESABLES '
                    'DESDE ' FECHA-DESDE
                STOP RUN
            END-IF.

       LEER-CALENDARIO.

            READ CALENDAR-FILE
                AT END MOVE 'Y' TO CALENDARIO-EOF-SW
            END-READ.

       ANOTAR-NOCHE.

            IF CAL-PROCESABLE AND CAL-FECHA NOT < FECHA-DESDE
                IF NOCHES-COUNT = 400
                    DISPLAY 'AVISO: DEMASIADAS NOCHES EN EL '
                        'CALENDARIO, SE TRUNCA'
                ELSE
                    ADD 1 TO NOCHES-COUNT
                    MOVE CAL-FECHA TO NOC-FECHA(NOCHES-COUNT)
                    MOVE CAL-SEMANA TO NOC-SEMANA(NOCHES-COUNT)
                    MOVE 0 TO NOC-GRUPOS(NOCHES-COUNT)
                END-IF
            END-IF
            PERFORM LEER-CALENDARIO.

      ******************************************************************
      * CARGA EL LIBRO DE EMPAREJAMIENTOS Y ANOTA SUS JUGADORES REALES.
      * SIN LIBRO NO HAY NADA QUE PROGRAMAR Y SE PARA.
      ******************************************************************
       CARGAR-LIBRO.

            OPEN INPUT FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE '
                    'EMPAREJAMIENTOS'
                STOP RUN
            END-IF
            PERFORM LEER-LIBRO
            PERFORM ANOTAR-LIBRO UNTIL LIBRO-EOF
            CLOSE FIXTURE-LEDGER-FILE
            IF LIBRO-COUNT = 0
                DISPLAY 'LIBRO DE EMPAREJAMIENTOS VACIO'
                STOP RUN
            END-IF.

       LEER-LIBRO.

            READ FIXTURE-LEDGER-FILE
                AT END MOVE 'Y' TO LIBRO-EOF-SW
            END-READ.

       ANOTAR-LIBRO.

            IF LIBRO-COUNT = 2000
                DISPLAY 'AVISO: LIBRO DE EMPAREJAMIENTOS LLENO, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO LIBRO-COUNT
                MOVE FIX-TORNEO TO LIB-TORNEO(LIBRO-COUNT)
                MOVE FIX-DIVISION TO LIB-DIVISION(LIBRO-COUNT)
                MOVE FIX-GRUPO TO LIB-GRUPO(LIBRO-COUNT)
                MOVE FIX-PLAYER-P1 TO LIB-P1(LIBRO-COUNT)
                MOVE FIX-PLAYER-P2 TO LIB-P2(LIBRO-COUNT)
                MOVE FIX-FECHA-GEN TO LIB-FECHA-GEN(LIBRO-COUNT)
                MOVE FIX-ESTADO TO LIB-ESTADO(LIBRO-COUNT)
                MOVE FIX-FECHA-JUGADO TO LIB-FECHA-JUG(LIBRO-COUNT)
                IF FIX-FECHA-PROG IS NUMERIC
                    MOVE FIX-FECHA-PROG TO LIB-FECHA-PROG(LIBRO-COUNT)
                    MOVE FIX-SEMANA TO LIB-SEMANA(LIBRO-COUNT)
                ELSE
                    MOVE 0 TO LIB-FECHA-PROG(LIBRO-COUNT)
                    MOVE 0 TO LIB-SEMANA(LIBRO-COUNT)
                END-IF
                MOVE FIX-ARBITRO TO LIB-ARBITRO(LIBRO-COUNT)
                MOVE SPACES TO LIB-MOTIVO(LIBRO-COUNT)
                IF FIX-PENDIENTE
                    MOVE FIX-PLAYER-P1 TO JUGADOR-BUSCADO
                    PERFORM ALTA-JUGADOR
                    MOVE FIX-PLAYER-P2 TO JUGADOR-BUSCADO
                    PERFORM ALTA-JUGADOR
                END-IF
            END-IF
            PERFORM LEER-LIBRO.

      ******************************************************************
      * DA DE ALTA AL JUGADOR REAL JUGADOR-BUSCADO EN LA TABLA DE
      * OCUPACION SI NO ESTA. LAS REFERENCIAS 'Wnnn' DEL CUADRO Y LOS
      * RIVALES EN BLANCO NO SON JUGADORES.
      ******************************************************************
       ALTA-JUGADOR.

            MOVE JUGADOR-BUSCADO TO PARTICIPANTE
            IF PARTICIPANTE NOT = SPACES
                AND NOT (PART-MARCA = 'W' AND PART-GRUPO IS NUMERIC)
                PERFORM BUSCAR-JUGADOR
                IF JUGADOR-HALLADO = 0
                    IF JUGADORES-COUNT = 300
                        DISPLAY 'AVISO: DEMASIADOS JUGADORES, '
                            JUGADOR-BUSCADO ' SE PROGRAMA SIN '
                            'LIMITES NI AUSENCIAS'
                    ELSE
                        ADD 1 TO JUGADORES-COUNT
                        MOVE JUGADOR-BUSCADO TO JUG-ID(JUGADORES-COUNT)
                        PERFORM VARYING INDICE-NOCHE FROM 1 BY 1
                            UNTIL INDICE-NOCHE > 400
                            MOVE 0 TO JN-GRUPOS(JUGADORES-COUNT,
                                INDICE-NOCHE)
                            MOVE 'N' TO JN-AUSENTE(JUGADORES-COUNT,
                                INDICE-NOCHE)
                        END-PERFORM
                    END-IF
                END-IF
            END-IF.

       BUSCAR-JUGADOR.

            MOVE 0 TO JUGADOR-HALLADO
            PERFORM VARYING INDICE-JUG FROM 1 BY 1
                UNTIL INDICE-JUG > JUGADORES-COUNT
                    OR JUGADOR-HALLADO > 0
                IF JUG-ID(INDICE-JUG) = JUGADOR-BUSCADO
                    MOVE INDICE-JUG TO JUGADOR-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * MARCA LAS NOCHES DEL CALENDARIO EN QUE CADA JUGADOR FALTA.
      * EL FICHERO DE AUSENCIAS ES OPCIONAL.
      ******************************************************************
       CARGAR-AUSENCIAS.

            OPEN INPUT ABSENCE-FILE
            IF NODISP-FILE-STATUS = '00'
                PERFORM LEER-AUSENCIA
                PERFORM ANOTAR-AUSENCIA UNTIL AUSENCIAS-EOF
                CLOSE ABSENCE-FILE
            END-IF.

       LEER-AUSENCIA.

            READ ABSENCE-FILE
                AT END MOVE 'Y' TO AUSENCIAS-EOF-SW
            END-READ.

       ANOTAR-AUSENCIA.

            MOVE NDIS-PLAYER-ID TO JUGADOR-BUSCADO
            PERFORM BUSCAR-JUGADOR
            IF JUGADOR-HALLADO > 0
                AND NDIS-FECHA-DESDE IS NUMERIC
                IF NDIS-FECHA-HASTA NOT NUMERIC
                    OR NDIS-FECHA-HASTA = 0
                    MOVE NDIS-FECHA-DESDE TO NDIS-FECHA-HASTA
                END-IF
                PERFORM VARYING INDICE-NOCHE FROM 1 BY 1
                    UNTIL INDICE-NOCHE > NOCHES-COUNT
                    IF NOC-FECHA(INDICE-NOCHE) NOT < NDIS-FECHA-DESDE
                        AND NOC-FECHA(INDICE-NOCHE)
                            NOT > NDIS-FECHA-HASTA
                        MOVE 'S' TO JN-AUSENTE(JUGADOR-HALLADO,
                            INDICE-NOCHE)
                    END-IF
                END-PERFORM
            END-IF
            PERFORM LEER-AUSENCIA.

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
      * LAS LINEAS PENDIENTES YA PROGRAMADAS EN UNA NOCHE DEL
      * CALENDARIO OCUPAN ESA NOCHE A ELLAS Y A SUS JUGADORES.
      ******************************************************************
       OCUPAR-PROGRAMADOS.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-FECHA-PROG(INDICE) > 0
                PERFORM VARYING INDICE-NOCHE FROM 1 BY 1
                    UNTIL INDICE-NOCHE > NOCHES-COUNT
                    IF NOC-FECHA(INDICE-NOCHE)
                        = LIB-FECHA-PROG(INDICE)
                        MOVE INDICE-NOCHE TO NOCHE-ELEGIDA
                        PERFORM OCUPAR-NOCHE
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * APUNTA LA LINEA EN INDICE EN LA NOCHE NOCHE-ELEGIDA.
      ******************************************************************
       OCUPAR-NOCHE.

            ADD 1 TO NOC-GRUPOS(NOCHE-ELEGIDA)
            MOVE LIB-P1(INDICE) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-JUGADOR
            IF JUGADOR-HALLADO > 0
                ADD 1 TO JN-GRUPOS(JUGADOR-HALLADO, NOCHE-ELEGIDA)
            END-IF
            MOVE LIB-P2(INDICE) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-JUGADOR
            IF JUGADOR-HALLADO > 0
                ADD 1 TO JN-GRUPOS(JUGADOR-HALLADO, NOCHE-ELEGIDA)
            END-IF.

      ******************************************************************
      * PROGRAMA LA LINEA PENDIENTE SIN FECHA EN INDICE (DEL TORNEO
      * DE LA TARJETA, SI LO HAY) EN LA PRIMERA NOCHE VALIDA.
      ******************************************************************
       PROGRAMAR-LINEA.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-FECHA-PROG(INDICE) = 0
                AND (TORNEO-PROGRAMAR = SPACES
                OR LIB-TORNEO(INDICE) = TORNEO-PROGRAMAR)
                MOVE 0 TO FECHA-MINIMA
                MOVE 'N' TO ESPERA-SW
                MOVE LIB-P1(INDICE) TO PARTICIPANTE
                PERFORM COMPROBAR-REFERENCIA
                MOVE LIB-P2(INDICE) TO PARTICIPANTE
                PERFORM COMPROBAR-REFERENCIA
                IF ESPERA-CUADRO
                    ADD 1 TO EN-ESPERA
                    MOVE 'ESPERA GRUPO DEL CUADRO' TO LIB-MOTIVO(INDICE)
                ELSE
                    MOVE LIB-P1(INDICE) TO JUGADOR-BUSCADO
                    PERFORM BUSCAR-JUGADOR
                    MOVE JUGADOR-HALLADO TO JUG-P1
                    MOVE LIB-P2(INDICE) TO JUGADOR-BUSCADO
                    PERFORM BUSCAR-JUGADOR
                    MOVE JUGADOR-HALLADO TO JUG-P2
                    MOVE 0 TO NOCHE-ELEGIDA
                    PERFORM PROBAR-NOCHE
                        VARYING INDICE-NOCHE FROM 1 BY 1
                        UNTIL INDICE-NOCHE > NOCHES-COUNT
                            OR NOCHE-ELEGIDA > 0
                    IF NOCHE-ELEGIDA = 0
                        ADD 1 TO SIN-NOCHE
                        MOVE 'SIN NOCHE DISPONIBLE'
                            TO LIB-MOTIVO(INDICE)
                    ELSE
                        ADD 1 TO PROGRAMADOS-HOY
                        MOVE NOC-FECHA(NOCHE-ELEGIDA)
                            TO LIB-FECHA-PROG(INDICE)
                        MOVE NOC-SEMANA(NOCHE-ELEGIDA)
                            TO LIB-SEMANA(INDICE)
                        PERFORM OCUPAR-NOCHE
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * UN PARTICIPANTE 'Wnnn' ES EL GANADOR DEL GRUPO nnn DEL MISMO
      * TORNEO Y DIVISION: SI ESE GRUPO SIGUE PENDIENTE Y SIN FECHA,
      * LA LINEA ESPERA; SI ESTA PROGRAMADO, SE JUEGA DESPUES.
      ******************************************************************
       COMPROBAR-REFERENCIA.

            IF PART-MARCA = 'W' AND PART-GRUPO IS NUMERIC
                MOVE PART-GRUPO TO GRUPO-REFERIDO
                PERFORM VARYING INDICE-REF FROM 1 BY 1
                    UNTIL INDICE-REF > LIBRO-COUNT
                    IF LIB-TORNEO(INDICE-REF) = LIB-TORNEO(INDICE)
                        AND LIB-DIVISION(INDICE-REF)
                            = LIB-DIVISION(INDICE)
                        AND LIB-GRUPO(INDICE-REF) = GRUPO-REFERIDO
                        AND LIB-ESTADO(INDICE-REF) = 'P'
                        IF LIB-FECHA-PROG(INDICE-REF) = 0
                            MOVE 'Y' TO ESPERA-SW
                        ELSE
                            IF LIB-FECHA-PROG(INDICE-REF)
                                > FECHA-MINIMA
                                MOVE LIB-FECHA-PROG(INDICE-REF)
                                    TO FECHA-MINIMA
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * LA NOCHE EN INDICE-NOCHE VALE SI ES POSTERIOR A LA FECHA
      * MINIMA DEL CUADRO, NO ESTA LLENA Y NINGUN JUGADOR FALTA NI HA
      * LLEGADO A SU MAXIMO DE GRUPOS ESA NOCHE.
      ******************************************************************
       PROBAR-NOCHE.

            MOVE 'Y' TO NOCHE-VALIDA-SW
            IF NOC-FECHA(INDICE-NOCHE) NOT > FECHA-MINIMA
                MOVE 'N' TO NOCHE-VALIDA-SW
            END-IF
            IF NOC-GRUPOS(INDICE-NOCHE) NOT < MAX-GRUPOS-NOCHE
                MOVE 'N' TO NOCHE-VALIDA-SW
            END-IF
            IF JUG-P1 > 0
                IF JN-AUSENTE(JUG-P1, INDICE-NOCHE) = 'S'
                    OR JN-GRUPOS(JUG-P1, INDICE-NOCHE)
                        NOT < MAX-GRUPOS-JUGADOR
                    MOVE 'N' TO NOCHE-VALIDA-SW
                END-IF
            END-IF
            IF JUG-P2 > 0
                IF JN-AUSENTE(JUG-P2, INDICE-NOCHE) = 'S'
                    OR JN-GRUPOS(JUG-P2, INDICE-NOCHE)
                        NOT < MAX-GRUPOS-JUGADOR
                    MOVE 'N' TO NOCHE-VALIDA-SW
                END-IF
            END-IF
            IF NOCHE-VALIDA
                MOVE INDICE-NOCHE TO NOCHE-ELEGIDA
            END-IF.

      ******************************************************************
      * PUBLICA EL CALENDARIO SEMANAL POR DIVISION DE LAS LINEAS
      * PENDIENTES PROGRAMADAS DESDE LA PRIMERA FECHA PROGRAMABLE, Y
      * DESPUES LAS QUE NO SE PUDIERON PROGRAMAR CON SU MOTIVO.
      ******************************************************************
       PUBLICAR-CALENDARIO.

            PERFORM ANOTAR-LISTA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            IF LISTA-COUNT > 1
                SORT LISTA-ENTRADA
                    ASCENDING KEY LIS-DIVISION LIS-SEMANA LIS-FECHA
                        LIS-TORNEO LIS-GRUPO
            END-IF
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL CALENDARIO DE JUEGO'
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'CALENDARIO DE JUEGO POR DIVISION Y SEMANA DESDE '
                TO LINEA-IMPRESION(1:48)
            MOVE FECHA-DESDE TO LINEA-IMPRESION(49:8)
            WRITE LINEA-IMPRESION
            MOVE ALL '=' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE HIGH-VALUES TO DIVISION-CORTE
            MOVE 0 TO SEMANA-CORTE
            PERFORM IMPRIMIR-LINEA-LISTA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LISTA-COUNT
            IF SIN-NOCHE > 0 OR EN-ESPERA > 0
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'EMPAREJAMIENTOS SIN PROGRAMAR'
                    TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE ALL '-' TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                PERFORM IMPRIMIR-SIN-PROGRAMAR
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIBRO-COUNT
            END-IF
            CLOSE PRINT-FILE.

       ANOTAR-LISTA.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-FECHA-PROG(INDICE) NOT < FECHA-DESDE
                ADD 1 TO LISTA-COUNT
                MOVE LIB-DIVISION(INDICE) TO LIS-DIVISION(LISTA-COUNT)
                MOVE LIB-SEMANA(INDICE) TO LIS-SEMANA(LISTA-COUNT)
                MOVE LIB-FECHA-PROG(INDICE) TO LIS-FECHA(LISTA-COUNT)
                MOVE LIB-TORNEO(INDICE) TO LIS-TORNEO(LISTA-COUNT)
                MOVE LIB-GRUPO(INDICE) TO LIS-GRUPO(LISTA-COUNT)
                MOVE LIB-P1(INDICE) TO LIS-P1(LISTA-COUNT)
                MOVE LIB-P2(INDICE) TO LIS-P2(LISTA-COUNT)
            END-IF.

       IMPRIMIR-LINEA-LISTA.

            IF LIS-DIVISION(INDICE) NOT = DIVISION-CORTE
                MOVE LIS-DIVISION(INDICE) TO DIVISION-CORTE
                MOVE 0 TO SEMANA-CORTE
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'DIVISION ' TO LINEA-IMPRESION(1:9)
                MOVE LIS-DIVISION(INDICE) TO LINEA-IMPRESION(10:2)
                WRITE LINEA-IMPRESION
            END-IF
            IF LIS-SEMANA(INDICE) NOT = SEMANA-CORTE
                MOVE LIS-SEMANA(INDICE) TO SEMANA-CORTE
                MOVE SPACES TO LINEA-IMPRESION
                MOVE 'SEMANA ' TO LINEA-IMPRESION(3:7)
                MOVE LIS-SEMANA(INDICE) TO LINEA-IMPRESION(10:2)
                WRITE LINEA-IMPRESION
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE LIS-FECHA(INDICE) TO LINEA-IMPRESION(5:8)
            MOVE LIS-TORNEO(INDICE) TO LINEA-IMPRESION(14:8)
            MOVE 'GRUPO ' TO LINEA-IMPRESION(23:6)
            MOVE LIS-GRUPO(INDICE) TO LINEA-IMPRESION(29:3)
            MOVE LIS-P1(INDICE) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(33:20)
            MOVE '-' TO LINEA-IMPRESION(54:1)
            MOVE LIS-P2(INDICE) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(56:20)
            WRITE LINEA-IMPRESION.

       IMPRIMIR-SIN-PROGRAMAR.

            IF LIB-MOTIVO(INDICE) NOT = SPACES
                MOVE SPACES TO LINEA-IMPRESION
                MOVE LIB-TORNEO(INDICE) TO LINEA-IMPRESION(1:8)
                MOVE LIB-DIVISION(INDICE) TO LINEA-IMPRESION(10:2)
                MOVE 'GRUPO ' TO LINEA-IMPRESION(13:6)
                MOVE LIB-GRUPO(INDICE) TO LINEA-IMPRESION(19:3)
                MOVE LIB-P1(INDICE) TO LINEA-IMPRESION(23:4)
                MOVE 'VS' TO LINEA-IMPRESION(28:2)
                MOVE LIB-P2(INDICE) TO LINEA-IMPRESION(31:4)
                MOVE LIB-MOTIVO(INDICE) TO LINEA-IMPRESION(37:24)
                WRITE LINEA-IMPRESION
            END-IF.

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
      * REGRABA EL LIBRO CON LA PROGRAMACION AL DIA.
      ******************************************************************
       REGRABAR-LIBRO.

            OPEN OUTPUT FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO REGRABAR EL LIBRO DE '
                    'EMPAREJAMIENTOS'
            ELSE
                PERFORM REGRABAR-UNA-LINEA
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIBRO-COUNT
                CLOSE FIXTURE-LEDGER-FILE
            END-IF.

       REGRABAR-UNA-LINEA.

            MOVE LIB-TORNEO(INDICE) TO FIX-TORNEO
            MOVE LIB-DIVISION(INDICE) TO FIX-DIVISION
            MOVE LIB-GRUPO(INDICE) TO FIX-GRUPO
            MOVE LIB-P1(INDICE) TO FIX-PLAYER-P1
            MOVE LIB-P2(INDICE) TO FIX-PLAYER-P2
            MOVE LIB-FECHA-GEN(INDICE) TO FIX-FECHA-GEN
            MOVE LIB-ESTADO(INDICE) TO FIX-ESTADO
            MOVE LIB-FECHA-JUG(INDICE) TO FIX-FECHA-JUGADO
            MOVE LIB-FECHA-PROG(INDICE) TO FIX-FECHA-PROG
            MOVE LIB-SEMANA(INDICE) TO FIX-SEMANA
            MOVE LIB-ARBITRO(INDICE) TO FIX-ARBITRO
            WRITE FIXTURE-RECORD.
       END PROGRAM AGENDA.
