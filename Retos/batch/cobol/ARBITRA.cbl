      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Asignacion de arbitros. Cada grupo necesita un
      *            arbitro y las designaciones se llevaban en una
      *            libreta: dos veces en la temporada un arbitro
      *            dirigio un grupo de un compañero de su propio
      *            equipo y casi se anulan los resultados. Este
      *            programa da a cada linea pendiente y programada
      *            del libro (ver FIXREC.CPY) que aun no tiene
      *            arbitro, desde la primera fecha asignable, un
      *            arbitro del maestro ARBITROS (ver ARBITREC.CPY)
      *            que:
      *            - este en activo;
      *            - no juegue en el grupo;
      *            - no sea del equipo de ninguno de los dos
      *              jugadores segun EQUIPOSIN (ver EQUIPREC.CPY);
      *            - no llegue ya esa noche a su maximo de grupos.
      *            Entre los validos se elige el que menos grupos
      *            lleva esa noche y, a igualdad, el que menos lleva
      *            en la temporada. Una linea con un participante
      *            'Wnnn' del cuadro espera a que el grupo se
      *            resuelva. Las asignaciones ya hechas se respetan,
      *            ocupan su noche y se revisan: las que ahora estan
      *            en conflicto se denuncian, no se cambian. El
      *            maximo por defecto, la primera fecha asignable y
      *            el torneo salen de la tarjeta ARBICTL. El libro se
      *            regraba con los arbitros y ARBIRPT lista las
      *            designaciones por noche, lo que quedo sin arbitro
      *            y los conflictos.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - EQUIPOSIN crece con la fecha desde la
      *            que vale cada afiliacion (ver EQUIPREC.CPY); se
      *            siguen leyendo las lineas antiguas de 28 posiciones.
      *            La ultima linea de cada jugador sigue siendo su club.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBITRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXTURE-LEDGER-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT REFEREE-FILE ASSIGN TO 'ARBITROS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBITROS-FILE-STATUS.
           SELECT OPTIONAL TEAM-MASTER-FILE ASSIGN TO 'EQUIPOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQUIPOS-FILE-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'ARBICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBICTL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'ARBIRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS, REGRABADO CON LOS ARBITROS.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * MAESTRO DE ARBITROS.
      ******************************************************************
       FD  REFEREE-FILE
           RECORD CONTAINS 29 TO 31 CHARACTERS.
           COPY ARBITREC.

      ******************************************************************
      * MAESTRO DE EQUIPOS. OPCIONAL: SIN EL NADIE TIENE CLUB SALVO
      * LOS ARBITROS QUE LO TRAEN EN SU FICHA.
      ******************************************************************
       FD  TEAM-MASTER-FILE
           RECORD CONTAINS 28 TO 36 CHARACTERS.
           COPY EQUIPREC.

      ******************************************************************
      * TARJETA DE CONTROL: MAXIMO DE GRUPOS POR ARBITRO Y NOCHE PARA
      * LOS ARBITROS QUE NO LO TRAEN EN SU FICHA (EN BLANCO, 2),
      * PRIMERA FECHA ASIGNABLE (EN BLANCO, LA DE PROCESO) Y TORNEO A
      * ASIGNAR (EN BLANCO, TODOS).
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 2 TO 18 CHARACTERS.
       01  ARBICTL-RECORD.
           05 ARBICTL-MAX-NOCHE    PIC 9(2).
           05 ARBICTL-DESDE        PIC 9(8).
           05 ARBICTL-TORNEO       PIC X(8).

      ******************************************************************
      * DESIGNACIONES POR NOCHE, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 ARBITROS-FILE-STATUS   PIC X(2).
       01 EQUIPOS-FILE-STATUS    PIC X(2).
       01 ARBICTL-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 ARBITROS-EOF-SW        PIC X(1) VALUE 'N'.
           88 ARBITROS-EOF                VALUE 'Y'.
       01 EQUIPOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 EQUIPOS-EOF                 VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-DESDE            PIC 9(8) VALUE 0.
       01 MAX-GRUPOS-ARBITRO     PIC 9(2) VALUE 2.
       01 TORNEO-ASIGNAR         PIC X(8) VALUE SPACES.

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS EN MEMORIA. LIB-NUEVO 'S' MARCA LAS
      * LINEAS QUE RECIBEN ARBITRO EN ESTA PASADA; LIB-MOTIVO LLEVA
      * POR QUE UNA LINEA SE QUEDO SIN ARBITRO Y LIB-CONFLICTO POR QUE
      * UNA ASIGNACION ANTERIOR YA NO VALE.
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
              10 LIB-NUEVO       PIC X(1).
              10 LIB-MOTIVO      PIC X(24).
              10 LIB-CONFLICTO   PIC X(28).

      ******************************************************************
      * NOCHES CON GRUPOS PROGRAMADOS EN EL LIBRO.
      ******************************************************************
       01 NOCHES-COUNT           PIC 9(3) VALUE 0.
       01 NOCHES-TBL.
           05 NOC-FECHA          PIC 9(8) OCCURS 400 TIMES.

      ******************************************************************
      * ARBITROS DEL MAESTRO CON SU EQUIPO Y SU MAXIMO YA RESUELTOS,
      * LOS GRUPOS QUE LLEVAN EN LA TEMPORADA Y LOS DE CADA NOCHE.
      ******************************************************************
       01 ARBITROS-COUNT         PIC 9(3) VALUE 0.
       01 ARBITROS-TBL.
           05 ARBITRO-ENTRADA OCCURS 200 TIMES.
              10 ARBT-ID         PIC X(4).
              10 ARBT-NOMBRE     PIC X(20).
              10 ARBT-ACTIVO     PIC X(1).
              10 ARBT-EQUIPO     PIC X(4).
              10 ARBT-MAXIMO     PIC 9(2).
              10 ARBT-TOTAL      PIC 9(4).
              10 ARBT-NOCHE      PIC 9(2) OCCURS 400 TIMES.

      ******************************************************************
      * AFILIACION DE CADA JUGADOR A SU EQUIPO.
      ******************************************************************
       01 AFILIACION-COUNT       PIC 9(3) VALUE 0.
       01 AFILIACIONES-TBL.
           05 AFILIACION-ENTRADA OCCURS 500 TIMES.
              10 AFIL-JUGADOR    PIC X(4).
              10 AFIL-EQUIPO     PIC X(4).

      ******************************************************************
      * DESIGNACIONES A PUBLICAR, ORDENADAS POR NOCHE, TORNEO,
      * DIVISION Y GRUPO.
      ******************************************************************
       01 LISTA-COUNT            PIC 9(4) VALUE 0.
       01 LISTA-TBL.
           05 LISTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON LISTA-COUNT.
              10 LIS-FECHA       PIC 9(8).
              10 LIS-TORNEO      PIC X(8).
              10 LIS-DIVISION    PIC X(2).
              10 LIS-GRUPO       PIC 9(3).
              10 LIS-P1          PIC X(4).
              10 LIS-P2          PIC X(4).
              10 LIS-ARBITRO     PIC X(4).
              10 LIS-NUEVO       PIC X(1).

       01 INDICE                 PIC 9(4).
       01 INDICE-NOCHE           PIC 9(3).
       01 INDICE-ARBITRO         PIC 9(3).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 NOCHE-HALLADA          PIC 9(3).
       01 ARBITRO-HALLADO        PIC 9(3).
       01 ARBITRO-ELEGIDO        PIC 9(3).
       01 ARBITRO-BUSCADO        PIC X(4).
       01 AFILIADO-BUSCADO       PIC X(4).
       01 EQUIPO-HALLADO         PIC X(4).
       01 EQUIPO-P1              PIC X(4).
       01 EQUIPO-P2              PIC X(4).
       01 PARTICIPANTE           PIC X(4).
       01 PARTICIPANTE-R REDEFINES PARTICIPANTE.
           05 PART-MARCA         PIC X(1).
           05 PART-GRUPO         PIC X(3).
       01 ESPERA-SW              PIC X(1).
           88 ESPERA-CUADRO               VALUE 'Y'.
       01 MOTIVO-CONFLICTO       PIC X(28).
       01 NOMBRE-ARBITRO         PIC X(20).
       01 FECHA-CORTE            PIC 9(8).
       01 ASIGNADOS-HOY          PIC 9(4) VALUE 0.
       01 SIN-ARBITRO            PIC 9(4) VALUE 0.
       01 EN-ESPERA              PIC 9(4) VALUE 0.
       01 EN-CONFLICTO           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM LEER-TARJETA-CONTROL
            PERFORM CARGAR-LIBRO
            PERFORM CARGAR-AFILIACIONES
            PERFORM CARGAR-ARBITROS
            PERFORM OCUPAR-ASIGNADOS
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM REVISAR-ASIGNADO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM ASIGNAR-LINEA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM PUBLICAR-DESIGNACIONES
            PERFORM REGRABAR-LIBRO
            DISPLAY 'ASIGNACION DE ARBITROS -- ASIGNADOS HOY: '
                ASIGNADOS-HOY ' SIN ARBITRO: ' SIN-ARBITRO
                ' EN ESPERA DEL CUADRO: ' EN-ESPERA
                ' EN CONFLICTO: ' EN-CONFLICTO
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL, SI LA HAY.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF ARBICTL-FILE-STATUS = '00'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF ARBICTL-MAX-NOCHE IS NUMERIC
                            AND ARBICTL-MAX-NOCHE > 0
                            MOVE ARBICTL-MAX-NOCHE
                                TO MAX-GRUPOS-ARBITRO
                        END-IF
                        IF ARBICTL-DESDE IS NUMERIC
                            AND ARBICTL-DESDE > 0
                            MOVE ARBICTL-DESDE TO FECHA-DESDE
                        END-IF
                        MOVE ARBICTL-TORNEO TO TORNEO-ASIGNAR
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF
            IF FECHA-DESDE = 0
                MOVE FECHA-PROCESO TO FECHA-DESDE
            END-IF.

      ******************************************************************
      * CARGA EL LIBRO DE EMPAREJAMIENTOS Y ANOTA SUS NOCHES
      * PROGRAMADAS. SIN LIBRO NO HAY NADA QUE ASIGNAR Y SE PARA.
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
                MOVE 'N' TO LIB-NUEVO(LIBRO-COUNT)
                MOVE SPACES TO LIB-MOTIVO(LIBRO-COUNT)
                MOVE SPACES TO LIB-CONFLICTO(LIBRO-COUNT)
                IF LIB-FECHA-PROG(LIBRO-COUNT) > 0
                    PERFORM ALTA-NOCHE
                END-IF
            END-IF
            PERFORM LEER-LIBRO.

      ******************************************************************
      * DA DE ALTA LA NOCHE PROGRAMADA DE LA ULTIMA LINEA LEIDA SI NO
      * ESTA YA EN LA TABLA.
      ******************************************************************
       ALTA-NOCHE.

            MOVE LIB-FECHA-PROG(LIBRO-COUNT) TO FECHA-CORTE
            PERFORM BUSCAR-NOCHE
            IF NOCHE-HALLADA = 0
                IF NOCHES-COUNT = 400
                    DISPLAY 'AVISO: DEMASIADAS NOCHES PROGRAMADAS, '
                        'LA NOCHE ' FECHA-CORTE ' NO SE CONTROLA'
                ELSE
                    ADD 1 TO NOCHES-COUNT
                    MOVE FECHA-CORTE TO NOC-FECHA(NOCHES-COUNT)
                END-IF
            END-IF.

       BUSCAR-NOCHE.

            MOVE 0 TO NOCHE-HALLADA
            PERFORM VARYING INDICE-NOCHE FROM 1 BY 1
                UNTIL INDICE-NOCHE > NOCHES-COUNT
                    OR NOCHE-HALLADA > 0
                IF NOC-FECHA(INDICE-NOCHE) = FECHA-CORTE
                    MOVE INDICE-NOCHE TO NOCHE-HALLADA
                END-IF
            END-PERFORM.

      ******************************************************************
      * CARGA LA AFILIACION DE CADA JUGADOR A SU EQUIPO. OPCIONAL.
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

       BUSCAR-AFILIACION.

            MOVE SPACES TO EQUIPO-HALLADO
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > AFILIACION-COUNT
                IF AFIL-JUGADOR(INDICE-BUSQUEDA) = AFILIADO-BUSCADO
                    MOVE AFIL-EQUIPO(INDICE-BUSQUEDA) TO EQUIPO-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * CARGA EL MAESTRO DE ARBITROS, RESOLVIENDO EL EQUIPO DE LOS QUE
      * NO LO TRAEN (EL SUYO EN EQUIPOSIN) Y EL MAXIMO DE LOS QUE NO
      * LO TRAEN (EL DE LA TARJETA). SIN MAESTRO NO HAY A QUIEN
      * ASIGNAR Y SE PARA.
      ******************************************************************
       CARGAR-ARBITROS.

            OPEN INPUT REFEREE-FILE
            IF ARBITROS-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE ARBITROS'
                STOP RUN
            END-IF
            PERFORM LEER-ARBITRO
            PERFORM ANOTAR-ARBITRO UNTIL ARBITROS-EOF
            CLOSE REFEREE-FILE
            IF ARBITROS-COUNT = 0
                DISPLAY 'MAESTRO DE ARBITROS VACIO'
                STOP RUN
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
                MOVE ARB-NOMBRE TO ARBT-NOMBRE(ARBITROS-COUNT)
                MOVE ARB-ACTIVO TO ARBT-ACTIVO(ARBITROS-COUNT)
                MOVE ARB-EQUIPO-ID TO ARBT-EQUIPO(ARBITROS-COUNT)
                IF ARB-EQUIPO-ID = SPACES
                    MOVE ARB-ID TO AFILIADO-BUSCADO
                    PERFORM BUSCAR-AFILIACION
                    MOVE EQUIPO-HALLADO TO ARBT-EQUIPO(ARBITROS-COUNT)
                END-IF
                IF ARB-MAX-NOCHE IS NUMERIC AND ARB-MAX-NOCHE > 0
                    MOVE ARB-MAX-NOCHE TO ARBT-MAXIMO(ARBITROS-COUNT)
                ELSE
                    MOVE MAX-GRUPOS-ARBITRO
                        TO ARBT-MAXIMO(ARBITROS-COUNT)
                END-IF
                MOVE 0 TO ARBT-TOTAL(ARBITROS-COUNT)
                PERFORM VARYING INDICE-NOCHE FROM 1 BY 1
                    UNTIL INDICE-NOCHE > 400
                    MOVE 0 TO ARBT-NOCHE(ARBITROS-COUNT, INDICE-NOCHE)
                END-PERFORM
            END-IF
            PERFORM LEER-ARBITRO.

       BUSCAR-ARBITRO.

            MOVE 0 TO ARBITRO-HALLADO
            PERFORM VARYING INDICE-ARBITRO FROM 1 BY 1
                UNTIL INDICE-ARBITRO > ARBITROS-COUNT
                    OR ARBITRO-HALLADO > 0
                IF ARBT-ID(INDICE-ARBITRO) = ARBITRO-BUSCADO
                    MOVE INDICE-ARBITRO TO ARBITRO-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * CADA LINEA QUE YA TIENE ARBITRO CUENTA EN SU TEMPORADA Y, SI
      * ESTA PROGRAMADA, EN SU NOCHE.
      ******************************************************************
       OCUPAR-ASIGNADOS.

            IF LIB-ARBITRO(INDICE) NOT = SPACES
                MOVE LIB-ARBITRO(INDICE) TO ARBITRO-BUSCADO
                PERFORM BUSCAR-ARBITRO
                IF ARBITRO-HALLADO > 0
                    ADD 1 TO ARBT-TOTAL(ARBITRO-HALLADO)
                    IF LIB-FECHA-PROG(INDICE) > 0
                        MOVE LIB-FECHA-PROG(INDICE) TO FECHA-CORTE
                        PERFORM BUSCAR-NOCHE
                        IF NOCHE-HALLADA > 0
                            ADD 1 TO ARBT-NOCHE(ARBITRO-HALLADO,
                                NOCHE-HALLADA)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * UNA LINEA PENDIENTE CON ARBITRO YA ASIGNADO SE REVISA: EL
      * ARBITRO PUDO DARSE DE BAJA O CAMBIAR DE EQUIPO, O UN JUGADOR
      * PUDO FICHAR POR SU CLUB, DESDE QUE SE ASIGNO.
      ******************************************************************
       REVISAR-ASIGNADO.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-ARBITRO(INDICE) NOT = SPACES
                AND (TORNEO-ASIGNAR = SPACES
                OR LIB-TORNEO(INDICE) = TORNEO-ASIGNAR)
                MOVE LIB-ARBITRO(INDICE) TO ARBITRO-BUSCADO
                PERFORM BUSCAR-ARBITRO
                IF ARBITRO-HALLADO = 0
                    MOVE 'ARBITRO NO ESTA EN MAESTRO'
                        TO MOTIVO-CONFLICTO
                ELSE
                    PERFORM RESOLVER-EQUIPOS
                    PERFORM COMPROBAR-CONFLICTO
                END-IF
                IF MOTIVO-CONFLICTO NOT = SPACES
                    MOVE MOTIVO-CONFLICTO TO LIB-CONFLICTO(INDICE)
                    ADD 1 TO EN-CONFLICTO
                END-IF
            END-IF.

      ******************************************************************
      * EQUIPOS DE LOS DOS JUGADORES DE LA LINEA EN INDICE.
      ******************************************************************
       RESOLVER-EQUIPOS.

            MOVE LIB-P1(INDICE) TO AFILIADO-BUSCADO
            PERFORM BUSCAR-AFILIACION
            MOVE EQUIPO-HALLADO TO EQUIPO-P1
            MOVE LIB-P2(INDICE) TO AFILIADO-BUSCADO
            PERFORM BUSCAR-AFILIACION
            MOVE EQUIPO-HALLADO TO EQUIPO-P2.

      ******************************************************************
      * EL ARBITRO EN ARBITRO-HALLADO NO PUEDE ARBITRAR LA LINEA EN
      * INDICE SI NO ESTA EN ACTIVO, SI JUEGA EN ELLA O SI ES DEL
      * EQUIPO DE UNO DE SUS JUGADORES. DEJA EL MOTIVO, O BLANCOS.
      ******************************************************************
       COMPROBAR-CONFLICTO.

            MOVE SPACES TO MOTIVO-CONFLICTO
            EVALUATE TRUE
                WHEN ARBT-ACTIVO(ARBITRO-HALLADO) NOT = 'A'
                    MOVE 'ARBITRO NO ESTA EN ACTIVO'
                        TO MOTIVO-CONFLICTO
                WHEN ARBT-ID(ARBITRO-HALLADO) = LIB-P1(INDICE)
                    OR ARBT-ID(ARBITRO-HALLADO) = LIB-P2(INDICE)
                    MOVE 'ARBITRO JUEGA EN EL GRUPO'
                        TO MOTIVO-CONFLICTO
                WHEN ARBT-EQUIPO(ARBITRO-HALLADO) = SPACES
                    CONTINUE
                WHEN ARBT-EQUIPO(ARBITRO-HALLADO) = EQUIPO-P1
                    MOVE 'MISMO EQUIPO QUE JUGADOR 1'
                        TO MOTIVO-CONFLICTO
                WHEN ARBT-EQUIPO(ARBITRO-HALLADO) = EQUIPO-P2
                    MOVE 'MISMO EQUIPO QUE JUGADOR 2'
                        TO MOTIVO-CONFLICTO
            END-EVALUATE.

      ******************************************************************
      * DA ARBITRO A LA LINEA PENDIENTE, PROGRAMADA DESDE LA PRIMERA
      * FECHA ASIGNABLE Y SIN ARBITRO EN INDICE (DEL TORNEO DE LA
      * TARJETA, SI LO HAY).
      ******************************************************************
       ASIGNAR-LINEA.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-FECHA-PROG(INDICE) NOT < FECHA-DESDE
                AND LIB-ARBITRO(INDICE) = SPACES
                AND (TORNEO-ASIGNAR = SPACES
                OR LIB-TORNEO(INDICE) = TORNEO-ASIGNAR)
                MOVE 'N' TO ESPERA-SW
                MOVE LIB-P1(INDICE) TO PARTICIPANTE
                PERFORM COMPROBAR-REFERENCIA
                MOVE LIB-P2(INDICE) TO PARTICIPANTE
                PERFORM COMPROBAR-REFERENCIA
                IF ESPERA-CUADRO
                    ADD 1 TO EN-ESPERA
                    MOVE 'ESPERA GRUPO DEL CUADRO' TO LIB-MOTIVO(INDICE)
                ELSE
                    MOVE LIB-FECHA-PROG(INDICE) TO FECHA-CORTE
                    PERFORM BUSCAR-NOCHE
                    PERFORM RESOLVER-EQUIPOS
                    MOVE 0 TO ARBITRO-ELEGIDO
                    PERFORM PROBAR-ARBITRO
                        VARYING ARBITRO-HALLADO FROM 1 BY 1
                        UNTIL ARBITRO-HALLADO > ARBITROS-COUNT
                    IF ARBITRO-ELEGIDO = 0
                        ADD 1 TO SIN-ARBITRO
                        MOVE 'SIN ARBITRO DISPONIBLE'
                            TO LIB-MOTIVO(INDICE)
                    ELSE
                        ADD 1 TO ASIGNADOS-HOY
                        MOVE ARBT-ID(ARBITRO-ELEGIDO)
                            TO LIB-ARBITRO(INDICE)
                        MOVE 'S' TO LIB-NUEVO(INDICE)
                        ADD 1 TO ARBT-TOTAL(ARBITRO-ELEGIDO)
                        IF NOCHE-HALLADA > 0
                            ADD 1 TO ARBT-NOCHE(ARBITRO-ELEGIDO,
                                NOCHE-HALLADA)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * UN PARTICIPANTE 'Wnnn' ES EL GANADOR DE OTRO GRUPO DEL CUADRO:
      * HASTA QUE SE SEPA QUIEN ES NO SE PUEDE MIRAR SU EQUIPO.
      ******************************************************************
       COMPROBAR-REFERENCIA.

            IF PART-MARCA = 'W' AND PART-GRUPO IS NUMERIC
                MOVE 'Y' TO ESPERA-SW
            END-IF.

      ******************************************************************
      * EL ARBITRO EN ARBITRO-HALLADO VALE SI NO TIENE CONFLICTO CON
      * LA LINEA Y NO HA LLEGADO A SU MAXIMO ESA NOCHE. SE QUEDA EN
      * ARBITRO-ELEGIDO SI LLEVA MENOS GRUPOS ESA NOCHE QUE EL
      * ELEGIDO HASTA AHORA, O LOS MISMOS Y MENOS EN LA TEMPORADA.
      ******************************************************************
       PROBAR-ARBITRO.

            PERFORM COMPROBAR-CONFLICTO
            IF MOTIVO-CONFLICTO = SPACES
                AND NOCHE-HALLADA > 0
                IF ARBT-NOCHE(ARBITRO-HALLADO, NOCHE-HALLADA)
                    NOT < ARBT-MAXIMO(ARBITRO-HALLADO)
                    MOVE 'ARBITRO COMPLETO' TO MOTIVO-CONFLICTO
                END-IF
            END-IF
            IF MOTIVO-CONFLICTO = SPACES
                IF ARBITRO-ELEGIDO = 0
                    MOVE ARBITRO-HALLADO TO ARBITRO-ELEGIDO
                ELSE
                    IF NOCHE-HALLADA > 0
                        IF ARBT-NOCHE(ARBITRO-HALLADO, NOCHE-HALLADA)
                            < ARBT-NOCHE(ARBITRO-ELEGIDO, NOCHE-HALLADA)
                            MOVE ARBITRO-HALLADO TO ARBITRO-ELEGIDO
                        ELSE
                            IF ARBT-NOCHE(ARBITRO-HALLADO,
                                NOCHE-HALLADA)
                                = ARBT-NOCHE(ARBITRO-ELEGIDO,
                                NOCHE-HALLADA)
                                AND ARBT-TOTAL(ARBITRO-HALLADO)
                                    < ARBT-TOTAL(ARBITRO-ELEGIDO)
                                MOVE ARBITRO-HALLADO TO ARBITRO-ELEGIDO
                            END-IF
                        END-IF
                    ELSE
                        IF ARBT-TOTAL(ARBITRO-HALLADO)
                            < ARBT-TOTAL(ARBITRO-ELEGIDO)
                            MOVE ARBITRO-HALLADO TO ARBITRO-ELEGIDO
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * PUBLICA LAS DESIGNACIONES POR NOCHE DE LAS LINEAS PENDIENTES
      * PROGRAMADAS DESDE LA PRIMERA FECHA ASIGNABLE, Y DESPUES LAS
      * QUE SE QUEDARON SIN ARBITRO Y LAS ASIGNACIONES EN CONFLICTO.
      ******************************************************************
       PUBLICAR-DESIGNACIONES.

            PERFORM ANOTAR-LISTA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            IF LISTA-COUNT > 1
                SORT LISTA-ENTRADA
                    ASCENDING KEY LIS-FECHA LIS-TORNEO LIS-DIVISION
                        LIS-GRUPO
            END-IF
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE DESIGNACIONES'
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'DESIGNACIONES DE ARBITROS POR NOCHE DESDE '
                TO LINEA-IMPRESION(1:42)
            MOVE FECHA-DESDE TO LINEA-IMPRESION(43:8)
            WRITE LINEA-IMPRESION
            MOVE ALL '=' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 0 TO FECHA-CORTE
            PERFORM IMPRIMIR-LINEA-LISTA
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LISTA-COUNT
            IF SIN-ARBITRO > 0 OR EN-ESPERA > 0
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'GRUPOS PROGRAMADOS SIN ARBITRO'
                    TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE ALL '-' TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                PERFORM IMPRIMIR-SIN-ARBITRO
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIBRO-COUNT
            END-IF
            IF EN-CONFLICTO > 0
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'ASIGNACIONES EN CONFLICTO (REVISAR A MANO)'
                    TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE ALL '-' TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                PERFORM IMPRIMIR-CONFLICTO
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIBRO-COUNT
            END-IF
            CLOSE PRINT-FILE.

       ANOTAR-LISTA.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-FECHA-PROG(INDICE) NOT < FECHA-DESDE
                AND LIB-ARBITRO(INDICE) NOT = SPACES
                ADD 1 TO LISTA-COUNT
                MOVE LIB-FECHA-PROG(INDICE) TO LIS-FECHA(LISTA-COUNT)
                MOVE LIB-TORNEO(INDICE) TO LIS-TORNEO(LISTA-COUNT)
                MOVE LIB-DIVISION(INDICE) TO LIS-DIVISION(LISTA-COUNT)
                MOVE LIB-GRUPO(INDICE) TO LIS-GRUPO(LISTA-COUNT)
                MOVE LIB-P1(INDICE) TO LIS-P1(LISTA-COUNT)
                MOVE LIB-P2(INDICE) TO LIS-P2(LISTA-COUNT)
                MOVE LIB-ARBITRO(INDICE) TO LIS-ARBITRO(LISTA-COUNT)
                MOVE LIB-NUEVO(INDICE) TO LIS-NUEVO(LISTA-COUNT)
            END-IF.

       IMPRIMIR-LINEA-LISTA.

            IF LIS-FECHA(INDICE) NOT = FECHA-CORTE
                MOVE LIS-FECHA(INDICE) TO FECHA-CORTE
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'NOCHE ' TO LINEA-IMPRESION(1:6)
                MOVE LIS-FECHA(INDICE) TO LINEA-IMPRESION(7:8)
                WRITE LINEA-IMPRESION
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE LIS-TORNEO(INDICE) TO LINEA-IMPRESION(3:8)
            MOVE LIS-DIVISION(INDICE) TO LINEA-IMPRESION(12:2)
            MOVE 'GRUPO ' TO LINEA-IMPRESION(15:6)
            MOVE LIS-GRUPO(INDICE) TO LINEA-IMPRESION(21:3)
            MOVE LIS-P1(INDICE) TO LINEA-IMPRESION(25:4)
            MOVE 'VS' TO LINEA-IMPRESION(30:2)
            MOVE LIS-P2(INDICE) TO LINEA-IMPRESION(33:4)
            MOVE 'ARBITRO ' TO LINEA-IMPRESION(39:8)
            MOVE LIS-ARBITRO(INDICE) TO LINEA-IMPRESION(47:4)
            MOVE LIS-ARBITRO(INDICE) TO ARBITRO-BUSCADO
            PERFORM BUSCAR-NOMBRE-ARBITRO
            MOVE NOMBRE-ARBITRO TO LINEA-IMPRESION(52:20)
            IF LIS-NUEVO(INDICE) = 'S'
                MOVE '(NUEVO)' TO LINEA-IMPRESION(73:7)
            END-IF
            WRITE LINEA-IMPRESION.

       IMPRIMIR-SIN-ARBITRO.

            IF LIB-MOTIVO(INDICE) NOT = SPACES
                MOVE SPACES TO LINEA-IMPRESION
                MOVE LIB-FECHA-PROG(INDICE) TO LINEA-IMPRESION(1:8)
                MOVE LIB-TORNEO(INDICE) TO LINEA-IMPRESION(10:8)
                MOVE LIB-DIVISION(INDICE) TO LINEA-IMPRESION(19:2)
                MOVE 'GRUPO ' TO LINEA-IMPRESION(22:6)
                MOVE LIB-GRUPO(INDICE) TO LINEA-IMPRESION(28:3)
                MOVE LIB-P1(INDICE) TO LINEA-IMPRESION(32:4)
                MOVE 'VS' TO LINEA-IMPRESION(37:2)
                MOVE LIB-P2(INDICE) TO LINEA-IMPRESION(40:4)
                MOVE LIB-MOTIVO(INDICE) TO LINEA-IMPRESION(46:24)
                WRITE LINEA-IMPRESION
            END-IF.

       IMPRIMIR-CONFLICTO.

            IF LIB-CONFLICTO(INDICE) NOT = SPACES
                MOVE SPACES TO LINEA-IMPRESION
                MOVE LIB-FECHA-PROG(INDICE) TO LINEA-IMPRESION(1:8)
                MOVE LIB-TORNEO(INDICE) TO LINEA-IMPRESION(10:8)
                MOVE LIB-DIVISION(INDICE) TO LINEA-IMPRESION(19:2)
                MOVE 'GRUPO ' TO LINEA-IMPRESION(22:6)
                MOVE LIB-GRUPO(INDICE) TO LINEA-IMPRESION(28:3)
                MOVE LIB-P1(INDICE) TO LINEA-IMPRESION(32:4)
                MOVE 'VS' TO LINEA-IMPRESION(37:2)
                MOVE LIB-P2(INDICE) TO LINEA-IMPRESION(40:4)
                MOVE LIB-ARBITRO(INDICE) TO LINEA-IMPRESION(46:4)
                MOVE LIB-CONFLICTO(INDICE) TO LINEA-IMPRESION(51:28)
                WRITE LINEA-IMPRESION
            END-IF.

       BUSCAR-NOMBRE-ARBITRO.

            MOVE SPACES TO NOMBRE-ARBITRO
            PERFORM BUSCAR-ARBITRO
            IF ARBITRO-HALLADO > 0
                MOVE ARBT-NOMBRE(ARBITRO-HALLADO) TO NOMBRE-ARBITRO
            END-IF.

      ******************************************************************
      * REGRABA EL LIBRO CON LOS ARBITROS AL DIA.
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
       END PROGRAM ARBITRA.
