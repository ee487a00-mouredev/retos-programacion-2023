      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Traspaso de jugadores a mitad de temporada entre
      *            divisiones y equipos. Hasta ahora un cambio de
      *            division se hacia a mano sobre PSTATFILE, el libro
      *            de emparejamientos y EQUIPOSIN por separado, y
      *            cada vez quedaba algo descolgado: emparejamientos
      *            pendientes con un jugador que ya no estaba en la
      *            division, o un club que seguia puntuando con el.
      *            Cada transaccion de TRASTRAN (un jugador, su fecha
      *            de efecto, la division de origen y la de destino,
      *            el equipo nuevo, el sustituto y el motivo) hace
      *            todo el traspaso de una vez:
      *            - cierra (borra) su registro de PSTATFILE en la
      *              division que deja y abre o actualiza el de la
      *              nueva; si los totales viajan con el lo dice la
      *              tarjeta TRASCTL ('S' o 'N', por defecto 'N'),
      *              salvo que la transaccion lo fije ella misma,
      *            - anula (estado 'A') sus emparejamientos pendientes
      *              de la division que deja programados desde la
      *              fecha de efecto, o sin programar, o los pasa al
      *              sustituto si la transaccion lo nombra (ver
      *              FIXREC.CPY),
      *            - añade a EQUIPOSIN su nueva afiliacion con la
      *              fecha de efecto (ver EQUIPREC.CPY).
      *            La fecha de efecto no puede ser posterior a la de
      *            proceso. Cada transaccion exige que su TRAS-USUARIO
      *            figure en OPERAUT (ver OPERREC.CPY), activo y con
      *            la funcion 'M' concedida; cada comprobacion queda
      *            en ACCESLOG y cada traspaso aplicado en la
      *            auditoria TRASAUD (ver TRASAUD.CPY). El informe
      *            TRASRPT lista cada transaccion, las rechazadas con
      *            su motivo, y cada registro que se toco.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - FIXLEDG/EQUIPOSIN ausentes se cierran
      *            tras abrir
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASPASO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'TRASTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'TRASCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASCTL-FILE-STATUS.
           SELECT OPTIONAL PLAYER-STATS-FILE ASSIGN TO 'PSTATFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTAT-CLAVE
               FILE STATUS IS PSTAT-FILE-STATUS.
           SELECT OPTIONAL FIXTURE-LEDGER-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT OPTIONAL TEAM-MASTER-FILE ASSIGN TO 'EQUIPOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQUIPOS-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL TRASPASO-AUDIT-FILE ASSIGN TO 'TRASAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASAUD-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'TRASRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TRANSACCIONES DE TRASPASO. LA DIVISION DE DESTINO IGUAL A LA
      * DE ORIGEN ES UN CAMBIO DE EQUIPO SOLO; EL EQUIPO EN BLANCO
      * (O EL MISMO) ES UN CAMBIO DE DIVISION SOLO. EL NOMBRE DEL
      * EQUIPO SOLO HACE FALTA SI ES UN CLUB NUEVO EN EQUIPOSIN.
      * TRAS-ARRASTRE EN BLANCO TOMA EL DE LA TARJETA TRASCTL.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  TRASPASO-TRAN-RECORD.
           05 TRAS-PLAYER-ID     PIC X(4).
           05 TRAS-FECHA-EFECTO  PIC 9(8).
           05 TRAS-DIV-ORIGEN    PIC X(2).
           05 TRAS-DIV-DESTINO   PIC X(2).
           05 TRAS-EQUIPO-DESTINO PIC X(4).
           05 TRAS-EQUIPO-NOMBRE PIC X(20).
           05 TRAS-ARRASTRE      PIC X(1).
           05 TRAS-SUSTITUTO     PIC X(4).
           05 TRAS-MOTIVO        PIC X(30).
           05 TRAS-USUARIO       PIC X(8).

      ******************************************************************
      * TARJETA DE POLITICA: 'S' LOS TOTALES DE LA DIVISION QUE SE
      * DEJA SE SUMAN A LOS DE LA NUEVA; 'N' (POR DEFECTO) EL JUGADOR
      * EMPIEZA EN LA NUEVA CON LO QUE YA TUVIERA EN ELLA.
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01  TRASCTL-RECORD.
           05 TRASCTL-ARRASTRE   PIC X(1).

       FD  PLAYER-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PSTATREC.

       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

       FD  TEAM-MASTER-FILE
           RECORD CONTAINS 28 TO 36 CHARACTERS.
           COPY EQUIPREC.

       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * AUDITORIA DE TRASPASOS, EN EXTEND PARA CONSERVAR EL HISTORICO.
      ******************************************************************
       FD  TRASPASO-AUDIT-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY TRASAUD.

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
      * INFORME DE TRASPASOS, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 TRAN-FILE-STATUS       PIC X(2).
       01 TRASCTL-FILE-STATUS    PIC X(2).
       01 PSTAT-FILE-STATUS      PIC X(2).
       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 EQUIPOS-FILE-STATUS    PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 TRASAUD-FILE-STATUS    PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.
       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 EQUIPOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 EQUIPOS-EOF                 VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 LIBRO-SW               PIC X(1) VALUE 'N'.
           88 HAY-LIBRO                   VALUE 'Y'.
       01 LIBRO-CAMBIADO-SW      PIC X(1) VALUE 'N'.
           88 LIBRO-CAMBIADO              VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).
       01 ARRASTRE-DEFECTO       PIC X(1) VALUE 'N'.
       01 ARRASTRE-TRASPASO      PIC X(1).
           88 ARRASTRE-VALIDO             VALUE 'S' 'N'.
           88 CON-ARRASTRE                VALUE 'S'.

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS EN MEMORIA, COMO EN AGENDA: SE
      * CARGA ENTERO, SE RETOCA TRASPASO A TRASPASO Y SE REGRABA AL
      * FINAL SI ALGUNO LO TOCO.
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

      ******************************************************************
      * AFILIACIONES DE EQUIPOSIN EN MEMORIA, EN EL ORDEN DEL FICHERO:
      * LA ULTIMA LINEA DE UN JUGADOR ES SU CLUB ACTUAL. LAS QUE AÑADE
      * ESTA PASADA SE APUNTAN TAMBIEN AQUI.
      ******************************************************************
       01 AFILIACION-COUNT       PIC 9(3) VALUE 0.
       01 AFILIACIONES-TBL.
           05 AFILIACION-ENTRADA OCCURS 500 TIMES.
              10 AFIL-JUGADOR    PIC X(4).
              10 AFIL-EQUIPO     PIC X(4).
              10 AFIL-NOMBRE     PIC X(20).
              10 AFIL-FECHA      PIC 9(8).
       01 INDICE-AFIL            PIC 9(3).

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA TRANSACCION EXIGE SU
      * USUARIO ACTIVO Y CON LA FUNCION 'M' CONCEDIDA.
      ******************************************************************
       01 OPERADORES-EOF-SW      PIC X(1) VALUE 'N'.
           88 OPERADORES-EOF              VALUE 'Y'.
       01 OPER-COUNT             PIC 9(2) VALUE 0.
       01 OPERADORES-TBL.
           05 OPER-ENTRADA OCCURS 50 TIMES.
              10 OPER-ID         PIC X(8).
              10 OPER-FUNCIONES  PIC X(10).
              10 OPER-ACTIVO     PIC X(1).
       01 INDICE-OPER            PIC 9(2).
       01 INDICE-FUN             PIC 9(2).
       01 AUTORIZADO-SW          PIC X(1).
           88 USUARIO-AUTORIZADO          VALUE 'Y'.

      ******************************************************************
      * ESTADO DEL TRASPASO EN CURSO.
      ******************************************************************
       01 JUGADOR-BUSCADO        PIC X(4).
       01 JUGADOR-HALLADO-SW     PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.
       01 JUGADOR-ACTIVO-SW      PIC X(1).
           88 JUGADOR-ACTIVO              VALUE 'Y'.
       01 SUSTITUTO-VALIDO-SW    PIC X(1).
           88 SUSTITUTO-VALIDO            VALUE 'Y'.
       01 CAMBIA-DIVISION-SW     PIC X(1).
           88 CAMBIA-DIVISION             VALUE 'Y'.
       01 CAMBIA-EQUIPO-SW       PIC X(1).
           88 CAMBIA-EQUIPO               VALUE 'Y'.
       01 ORIGEN-HALLADO-SW      PIC X(1).
           88 ORIGEN-HALLADO              VALUE 'Y'.
       01 DESTINO-HALLADO-SW     PIC X(1).
           88 DESTINO-HALLADO             VALUE 'Y'.
       01 EQUIPO-ACTUAL          PIC X(4).
       01 FECHA-AFILIACION       PIC 9(8).
       01 NOMBRE-NUEVO           PIC X(20).
       01 LINEAS-ORIGEN          PIC 9(4).
       01 ORI-WINS               PIC 9(7).
       01 ORI-LOSSES             PIC 9(7).
       01 ORI-TIES               PIC 9(7).
       01 ORI-PUNTOS             PIC 9(7).
       01 ANULADOS-TRASPASO      PIC 9(3).
       01 REASIGNADOS-TRASPASO   PIC 9(3).
       01 MOTIVO-RECHAZO         PIC X(40).

       01 INDICE                 PIC 9(4).
       01 TRANS-LEIDAS           PIC 9(5) VALUE 0.
       01 TRANS-APLICADAS        PIC 9(5) VALUE 0.
       01 TRANS-RECHAZADAS       PIC 9(5) VALUE 0.
       01 TOTAL-ANULADOS         PIC 9(5) VALUE 0.
       01 TOTAL-REASIGNADOS      PIC 9(5) VALUE 0.

       01 CABECERA-1.
           05 FILLER             PIC X(42) VALUE
               'INFORME DE TRASPASOS DE JUGADORES - FECHA '.
           05 CAB-FECHA          PIC 9(8).
           05 FILLER             PIC X(30) VALUE SPACES.

       01 LINEA-TRASPASO.
           05 FILLER             PIC X(9)  VALUE 'TRASPASO '.
           05 LT-PLAYER          PIC X(4).
           05 FILLER             PIC X(8)  VALUE ' EFECTO '.
           05 LT-EFECTO          PIC 9(8).
           05 FILLER             PIC X(5)  VALUE ' DIV '.
           05 LT-DIV-ORIGEN      PIC X(2).
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 LT-DIV-DESTINO     PIC X(2).
           05 FILLER             PIC X(8)  VALUE ' EQUIPO '.
           05 LT-EQUIPO-ANT      PIC X(4).
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 LT-EQUIPO-NUEVO    PIC X(4).
           05 FILLER             PIC X(5)  VALUE ' USR '.
           05 LT-USUARIO         PIC X(8).
           05 FILLER             PIC X(5)  VALUE SPACES.

       01 LINEA-RECHAZO.
           05 FILLER             PIC X(10) VALUE 'RECHAZADO '.
           05 LR-PLAYER          PIC X(4).
           05 FILLER             PIC X(5)  VALUE ' USR '.
           05 LR-USUARIO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE ': '.
           05 LR-MOTIVO          PIC X(40).
           05 FILLER             PIC X(11) VALUE SPACES.

       01 LINEA-PSTAT.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 LP-ACCION          PIC X(14).
           05 LP-DIVISION        PIC X(2).
           05 FILLER             PIC X(1)  VALUE '/'.
           05 LP-PLAYER          PIC X(4).
           05 FILLER             PIC X(3)  VALUE ' V '.
           05 LP-WINS            PIC Z(6)9.
           05 FILLER             PIC X(3)  VALUE ' D '.
           05 LP-LOSSES          PIC Z(6)9.
           05 FILLER             PIC X(3)  VALUE ' E '.
           05 LP-TIES            PIC Z(6)9.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 LP-PUNTOS          PIC Z(6)9.
           05 FILLER             PIC X(15) VALUE SPACES.

       01 LINEA-LIBRO.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 LL-ACCION          PIC X(14).
           05 LL-TORNEO          PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LL-DIVISION        PIC X(2).
           05 FILLER             PIC X(7)  VALUE ' GRUPO '.
           05 LL-GRUPO           PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LL-P1              PIC X(4).
           05 FILLER             PIC X(1)  VALUE '-'.
           05 LL-P2              PIC X(4).
           05 FILLER             PIC X(6)  VALUE ' PROG '.
           05 LL-FECHA-PROG      PIC 9(8).
           05 LL-NOTA            PIC X(10).
           05 FILLER             PIC X(7)  VALUE SPACES.

       01 LINEA-EQUIPO.
           05 FILLER             PIC X(15) VALUE '    AFILIACION '.
           05 LE-EQUIPO          PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LE-NOMBRE          PIC X(20).
           05 FILLER             PIC X(7)  VALUE ' DESDE '.
           05 LE-FECHA           PIC 9(8).
           05 FILLER             PIC X(25) VALUE SPACES.

       01 LINEA-NOTA.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 LN-TEXTO           PIC X(76).

       01 LINEA-TOTAL.
           05 LTOT-TEXTO         PIC X(40).
           05 LTOT-VALOR         PIC Z(4)9.
           05 FILLER             PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM LEER-TARJETA-CONTROL
            PERFORM CARGAR-OPERADORES
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-LIBRO
            PERFORM CARGAR-EQUIPOS
            PERFORM ABRIR-FICHEROS
            PERFORM LEER-TRANSACCION
            PERFORM APLICAR-TRANSACCION UNTIL TRAN-EOF
            PERFORM REGRABAR-LIBRO
            PERFORM IMPRIMIR-TOTALES
            PERFORM CERRAR-FICHEROS
            PERFORM CERRAR-PLANTILLA
            DISPLAY 'TRASPASOS -- LEIDOS: ' TRANS-LEIDAS
                ' APLICADOS: ' TRANS-APLICADAS
                ' RECHAZADOS: ' TRANS-RECHAZADAS
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE POLITICA. SIN TARJETA, O CON UNA MARCA QUE
      * NO ES 'S' NI 'N', LOS TOTALES NO VIAJAN.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF TRASCTL-FILE-STATUS = '00'
                OR TRASCTL-FILE-STATUS = '05'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF TRASCTL-ARRASTRE = 'S'
                            OR TRASCTL-ARRASTRE = 'N'
                            MOVE TRASCTL-ARRASTRE TO ARRASTRE-DEFECTO
                        END-IF
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF.

      ******************************************************************
      * CARGA EL LIBRO DE EMPAREJAMIENTOS. SIN LIBRO NO HAY NADA QUE
      * ANULAR Y SOLO SE TRASPASAN ESTADISTICAS Y EQUIPO.
      ******************************************************************
       CARGAR-LIBRO.

            OPEN INPUT FIXTURE-LEDGER-FILE
            IF FIXLEDG-FILE-STATUS = '00'
                OR FIXLEDG-FILE-STATUS = '05'
                IF FIXLEDG-FILE-STATUS = '00'
                    MOVE 'Y' TO LIBRO-SW
                END-IF
                PERFORM LEER-LIBRO
                PERFORM ANOTAR-LIBRO UNTIL LIBRO-EOF
                CLOSE FIXTURE-LEDGER-FILE
            END-IF.

       LEER-LIBRO.

            READ FIXTURE-LEDGER-FILE
                AT END MOVE 'Y' TO LIBRO-EOF-SW
            END-READ.

       ANOTAR-LIBRO.

            IF LIBRO-COUNT = 2000
                DISPLAY 'LIBRO DE EMPAREJAMIENTOS LLENO, NO SE PUEDE '
                    'REGRABAR SIN PERDER LINEAS'
                STOP RUN
            END-IF
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
            PERFORM LEER-LIBRO.

      ******************************************************************
      * CARGA LAS AFILIACIONES DE EQUIPOSIN. LAS LINEAS ANTIGUAS SIN
      * FECHA VALEN DESDE SIEMPRE.
      ******************************************************************
       CARGAR-EQUIPOS.

            OPEN INPUT TEAM-MASTER-FILE
            IF EQUIPOS-FILE-STATUS = '00'
                OR EQUIPOS-FILE-STATUS = '05'
                PERFORM LEER-EQUIPO
                PERFORM ANOTAR-EQUIPO UNTIL EQUIPOS-EOF
                CLOSE TEAM-MASTER-FILE
            END-IF.

       LEER-EQUIPO.

            READ TEAM-MASTER-FILE
                AT END MOVE 'Y' TO EQUIPOS-EOF-SW
            END-READ.

       ANOTAR-EQUIPO.

            IF AFILIACION-COUNT = 500
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE AFILIACIONES '
                    'DEL MAESTRO, SE TRUNCA'
            ELSE
                ADD 1 TO AFILIACION-COUNT
                MOVE EQ-PLAYER-ID TO AFIL-JUGADOR(AFILIACION-COUNT)
                MOVE EQ-EQUIPO-ID TO AFIL-EQUIPO(AFILIACION-COUNT)
                MOVE EQ-EQUIPO-NOMBRE TO AFIL-NOMBRE(AFILIACION-COUNT)
                IF EQ-FECHA-DESDE IS NUMERIC
                    MOVE EQ-FECHA-DESDE TO AFIL-FECHA(AFILIACION-COUNT)
                ELSE
                    MOVE 0 TO AFIL-FECHA(AFILIACION-COUNT)
                END-IF
            END-IF
            PERFORM LEER-EQUIPO.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES, SI LO HAY, PARA CONTRASTAR POR
      * SU CLAVE EL JUGADOR Y EL SUSTITUTO.
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

       BUSCAR-JUGADOR.

            MOVE 'Y' TO JUGADOR-HALLADO-SW
            MOVE 'Y' TO JUGADOR-ACTIVO-SW
            IF HAY-PLANTILLA
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY
                        MOVE 'N' TO JUGADOR-HALLADO-SW
                        MOVE 'N' TO JUGADOR-ACTIVO-SW
                    NOT INVALID KEY
                        IF ROST-DE-BAJA
                            MOVE 'N' TO JUGADOR-ACTIVO-SW
                        END-IF
                END-READ
            END-IF.

       ABRIR-FICHEROS.

            OPEN INPUT TRAN-FILE
            IF TRAN-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LAS TRANSACCIONES DE '
                    'TRASPASO'
                STOP RUN
            END-IF
            OPEN I-O PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS NOT = '00'
                AND PSTAT-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LAS ESTADISTICAS'
                STOP RUN
            END-IF
            OPEN EXTEND TEAM-MASTER-FILE
            IF EQUIPOS-FILE-STATUS NOT = '00'
                AND EQUIPOS-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE EQUIPOS'
                STOP RUN
            END-IF
            OPEN EXTEND TRASPASO-AUDIT-FILE
            IF TRASAUD-FILE-STATUS NOT = '00'
                AND TRASAUD-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LA AUDITORIA DE TRASPASOS'
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE TRASPASOS'
                STOP RUN
            END-IF
            MOVE FECHA-PROCESO TO CAB-FECHA
            MOVE CABECERA-1 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       LEER-TRANSACCION.

            READ TRAN-FILE
                AT END MOVE 'Y' TO TRAN-EOF-SW
            END-READ.

      ******************************************************************
      * APLICA UNA TRANSACCION VALIDADA; UNA INVALIDA SE RECHAZA CON
      * SU MOTIVO, POR CONSOLA Y EN EL INFORME, Y NO TOCA NADA.
      ******************************************************************
       APLICAR-TRANSACCION.

            ADD 1 TO TRANS-LEIDAS
            PERFORM COMPROBAR-USUARIO
            IF NOT USUARIO-AUTORIZADO
                MOVE 'USUARIO SIN AUTORIZACION DE TRASPASOS'
                    TO MOTIVO-RECHAZO
                PERFORM RECHAZAR-TRASPASO
            ELSE
                PERFORM VALIDAR-TRASPASO
                IF MOTIVO-RECHAZO NOT = SPACES
                    PERFORM RECHAZAR-TRASPASO
                ELSE
                    PERFORM EJECUTAR-TRASPASO
                END-IF
            END-IF
            PERFORM LEER-TRANSACCION.

       RECHAZAR-TRASPASO.

            ADD 1 TO TRANS-RECHAZADAS
            DISPLAY 'RECHAZADA: ' MOTIVO-RECHAZO ' (JUGADOR '
                TRAS-PLAYER-ID ')'
            MOVE TRAS-PLAYER-ID TO LR-PLAYER
            MOVE TRAS-USUARIO TO LR-USUARIO
            MOVE MOTIVO-RECHAZO TO LR-MOTIVO
            MOVE LINEA-RECHAZO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * REGLAS DEL TRASPASO. LA PRIMERA QUE FALLA FIJA EL MOTIVO. LA
      * FECHA DE EFECTO NO PUEDE SER FUTURA (LOS LECTORES DE
      * EQUIPOSIN TOMAN LA ULTIMA AFILIACION DEL JUGADOR COMO LA
      * VIGENTE) NI ANTERIOR A LA AFILIACION QUE SUSTITUYE.
      ******************************************************************
       VALIDAR-TRASPASO.

            MOVE SPACES TO MOTIVO-RECHAZO
            IF TRAS-ARRASTRE = SPACE
                MOVE ARRASTRE-DEFECTO TO ARRASTRE-TRASPASO
            ELSE
                MOVE TRAS-ARRASTRE TO ARRASTRE-TRASPASO
            END-IF
            MOVE TRAS-PLAYER-ID TO JUGADOR-BUSCADO
            PERFORM BUSCAR-JUGADOR
            PERFORM BUSCAR-AFILIACION
            MOVE 'N' TO CAMBIA-DIVISION-SW
            IF TRAS-DIV-DESTINO NOT = TRAS-DIV-ORIGEN
                MOVE 'Y' TO CAMBIA-DIVISION-SW
            END-IF
            MOVE 'N' TO CAMBIA-EQUIPO-SW
            IF TRAS-EQUIPO-DESTINO NOT = SPACES
                AND TRAS-EQUIPO-DESTINO NOT = EQUIPO-ACTUAL
                MOVE 'Y' TO CAMBIA-EQUIPO-SW
            END-IF
            MOVE 'N' TO ORIGEN-HALLADO-SW
            MOVE 0 TO LINEAS-ORIGEN
            IF CAMBIA-DIVISION
                PERFORM LEER-PSTAT-ORIGEN
                PERFORM CONTAR-LINEA-ORIGEN
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIBRO-COUNT
            END-IF
            MOVE SPACES TO NOMBRE-NUEVO
            IF CAMBIA-EQUIPO
                PERFORM BUSCAR-NOMBRE-EQUIPO
            END-IF
            MOVE 'Y' TO SUSTITUTO-VALIDO-SW
            IF TRAS-SUSTITUTO NOT = SPACES
                MOVE TRAS-SUSTITUTO TO JUGADOR-BUSCADO
                PERFORM BUSCAR-JUGADOR
                IF NOT JUGADOR-ACTIVO
                    MOVE 'N' TO SUSTITUTO-VALIDO-SW
                END-IF
                MOVE TRAS-PLAYER-ID TO JUGADOR-BUSCADO
                PERFORM BUSCAR-JUGADOR
            END-IF
            EVALUATE TRUE
                WHEN TRAS-PLAYER-ID = SPACES
                    MOVE 'TRASPASO SIN JUGADOR' TO MOTIVO-RECHAZO
                WHEN NOT JUGADOR-HALLADO
                    MOVE 'JUGADOR NO EN PLANTILLA' TO MOTIVO-RECHAZO
                WHEN NOT JUGADOR-ACTIVO
                    MOVE 'JUGADOR DE BAJA' TO MOTIVO-RECHAZO
                WHEN TRAS-FECHA-EFECTO IS NOT NUMERIC
                    OR TRAS-FECHA-EFECTO = 0
                    MOVE 'SIN FECHA DE EFECTO' TO MOTIVO-RECHAZO
                WHEN TRAS-FECHA-EFECTO > FECHA-PROCESO
                    MOVE 'FECHA DE EFECTO FUTURA' TO MOTIVO-RECHAZO
                WHEN TRAS-MOTIVO = SPACES
                    MOVE 'TRASPASO SIN MOTIVO' TO MOTIVO-RECHAZO
                WHEN NOT ARRASTRE-VALIDO
                    MOVE 'MARCA DE ARRASTRE INVALIDA' TO MOTIVO-RECHAZO
                WHEN NOT CAMBIA-DIVISION AND NOT CAMBIA-EQUIPO
                    MOVE 'TRASPASO SIN CAMBIO' TO MOTIVO-RECHAZO
                WHEN CAMBIA-DIVISION AND NOT ORIGEN-HALLADO
                    AND LINEAS-ORIGEN = 0
                    MOVE 'JUGADOR AJENO A LA DIVISION DE ORIGEN'
                        TO MOTIVO-RECHAZO
                WHEN CAMBIA-EQUIPO
                    AND TRAS-FECHA-EFECTO < FECHA-AFILIACION
                    MOVE 'EFECTO ANTERIOR A LA AFILIACION VIGENTE'
                        TO MOTIVO-RECHAZO
                WHEN CAMBIA-EQUIPO AND NOMBRE-NUEVO = SPACES
                    MOVE 'EQUIPO NUEVO SIN NOMBRE' TO MOTIVO-RECHAZO
                WHEN CAMBIA-EQUIPO AND AFILIACION-COUNT = 500
                    MOVE 'MAESTRO DE EQUIPOS LLENO' TO MOTIVO-RECHAZO
                WHEN TRAS-SUSTITUTO NOT = SPACES
                    AND NOT CAMBIA-DIVISION
                    MOVE 'SUSTITUTO SIN CAMBIO DE DIVISION'
                        TO MOTIVO-RECHAZO
                WHEN TRAS-SUSTITUTO = TRAS-PLAYER-ID
                    MOVE 'SUSTITUTO IGUAL AL JUGADOR' TO MOTIVO-RECHAZO
                WHEN NOT SUSTITUTO-VALIDO
                    MOVE 'SUSTITUTO NO EN PLANTILLA O DE BAJA'
                        TO MOTIVO-RECHAZO
            END-EVALUATE.

      ******************************************************************
      * CLUB ACTUAL DEL JUGADOR: SU ULTIMA LINEA EN EQUIPOSIN. SIN
      * LINEA NO TIENE CLUB (EN BLANCO) Y CUALQUIER FECHA VALE.
      ******************************************************************
       BUSCAR-AFILIACION.

            MOVE SPACES TO EQUIPO-ACTUAL
            MOVE 0 TO FECHA-AFILIACION
            PERFORM VARYING INDICE-AFIL FROM 1 BY 1
                UNTIL INDICE-AFIL > AFILIACION-COUNT
                IF AFIL-JUGADOR(INDICE-AFIL) = TRAS-PLAYER-ID
                    MOVE AFIL-EQUIPO(INDICE-AFIL) TO EQUIPO-ACTUAL
                    MOVE AFIL-FECHA(INDICE-AFIL) TO FECHA-AFILIACION
                END-IF
            END-PERFORM.

      ******************************************************************
      * NOMBRE DEL EQUIPO NUEVO: EL DE LA TRANSACCION O, EN BLANCO,
      * EL QUE YA LLEVA EL EQUIPO EN EQUIPOSIN.
      ******************************************************************
       BUSCAR-NOMBRE-EQUIPO.

            MOVE TRAS-EQUIPO-NOMBRE TO NOMBRE-NUEVO
            IF NOMBRE-NUEVO = SPACES
                PERFORM VARYING INDICE-AFIL FROM 1 BY 1
                    UNTIL INDICE-AFIL > AFILIACION-COUNT
                    IF AFIL-EQUIPO(INDICE-AFIL) = TRAS-EQUIPO-DESTINO
                        MOVE AFIL-NOMBRE(INDICE-AFIL) TO NOMBRE-NUEVO
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * REGISTRO DEL JUGADOR EN LA DIVISION QUE DEJA, CON SUS TOTALES.
      ******************************************************************
       LEER-PSTAT-ORIGEN.

            MOVE 0 TO ORI-WINS
            MOVE 0 TO ORI-LOSSES
            MOVE 0 TO ORI-TIES
            MOVE 0 TO ORI-PUNTOS
            MOVE TRAS-DIV-ORIGEN TO PSTAT-DIVISION
            MOVE TRAS-PLAYER-ID TO PSTAT-PLAYER-ID
            READ PLAYER-STATS-FILE
                INVALID KEY
                    MOVE 'N' TO ORIGEN-HALLADO-SW
                NOT INVALID KEY
                    MOVE 'Y' TO ORIGEN-HALLADO-SW
                    MOVE PSTAT-WINS TO ORI-WINS
                    MOVE PSTAT-LOSSES TO ORI-LOSSES
                    MOVE PSTAT-TIES TO ORI-TIES
                    MOVE PSTAT-PUNTOS TO ORI-PUNTOS
            END-READ.

       CONTAR-LINEA-ORIGEN.

            IF LIB-DIVISION(INDICE) = TRAS-DIV-ORIGEN
                AND (LIB-P1(INDICE) = TRAS-PLAYER-ID
                OR LIB-P2(INDICE) = TRAS-PLAYER-ID)
                ADD 1 TO LINEAS-ORIGEN
            END-IF.

      ******************************************************************
      * APLICA EL TRASPASO YA VALIDADO: ESTADISTICAS Y EMPAREJAMIENTOS
      * SI CAMBIA DE DIVISION, AFILIACION SI CAMBIA DE EQUIPO, Y LA
      * LINEA DE AUDITORIA.
      ******************************************************************
       EJECUTAR-TRASPASO.

            ADD 1 TO TRANS-APLICADAS
            MOVE 0 TO ANULADOS-TRASPASO
            MOVE 0 TO REASIGNADOS-TRASPASO
            MOVE TRAS-PLAYER-ID TO LT-PLAYER
            MOVE TRAS-FECHA-EFECTO TO LT-EFECTO
            MOVE TRAS-DIV-ORIGEN TO LT-DIV-ORIGEN
            MOVE TRAS-DIV-DESTINO TO LT-DIV-DESTINO
            MOVE EQUIPO-ACTUAL TO LT-EQUIPO-ANT
            IF CAMBIA-EQUIPO
                MOVE TRAS-EQUIPO-DESTINO TO LT-EQUIPO-NUEVO
            ELSE
                MOVE EQUIPO-ACTUAL TO LT-EQUIPO-NUEVO
            END-IF
            MOVE TRAS-USUARIO TO LT-USUARIO
            MOVE LINEA-TRASPASO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            IF CAMBIA-DIVISION
                PERFORM CERRAR-PSTAT-ORIGEN
                PERFORM ABRIR-PSTAT-DESTINO
                PERFORM REPASAR-LINEA-LIBRO
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIBRO-COUNT
                ADD ANULADOS-TRASPASO TO TOTAL-ANULADOS
                ADD REASIGNADOS-TRASPASO TO TOTAL-REASIGNADOS
            END-IF
            IF CAMBIA-EQUIPO
                PERFORM GRABAR-AFILIACION
            END-IF
            PERFORM GRABAR-AUDITORIA
            DISPLAY 'TRASPASO DE ' TRAS-PLAYER-ID ' DIVISION '
                TRAS-DIV-ORIGEN ' -> ' TRAS-DIV-DESTINO ' EQUIPO '
                LT-EQUIPO-ANT ' -> ' LT-EQUIPO-NUEVO ' ANULADOS '
                ANULADOS-TRASPASO ' REASIGNADOS ' REASIGNADOS-TRASPASO.

      ******************************************************************
      * CIERRA EL REGISTRO DE LA DIVISION QUE SE DEJA. SUS TOTALES
      * QUEDAN EN LA AUDITORIA DEL TRASPASO.
      ******************************************************************
       CERRAR-PSTAT-ORIGEN.

            IF ORIGEN-HALLADO
                MOVE TRAS-DIV-ORIGEN TO PSTAT-DIVISION
                MOVE TRAS-PLAYER-ID TO PSTAT-PLAYER-ID
                DELETE PLAYER-STATS-FILE RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO CERRAR ' PSTAT-DIVISION
                            '/' PSTAT-PLAYER-ID
                END-DELETE
                MOVE 'CERRADO' TO LP-ACCION
                MOVE TRAS-DIV-ORIGEN TO LP-DIVISION
                MOVE TRAS-PLAYER-ID TO LP-PLAYER
                MOVE ORI-WINS TO LP-WINS
                MOVE ORI-LOSSES TO LP-LOSSES
                MOVE ORI-TIES TO LP-TIES
                MOVE ORI-PUNTOS TO LP-PUNTOS
                MOVE LINEA-PSTAT TO LINEA-IMPRESION
            ELSE
                MOVE 'SIN ESTADISTICAS EN LA DIVISION DE ORIGEN'
                    TO LN-TEXTO
                MOVE LINEA-NOTA TO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * ABRE EL REGISTRO DE LA DIVISION NUEVA, O ACTUALIZA EL QUE YA
      * TUVIERA EN ELLA, SUMANDOLE LOS TOTALES QUE TRAE SI VIAJAN.
      ******************************************************************
       ABRIR-PSTAT-DESTINO.

            MOVE TRAS-DIV-DESTINO TO PSTAT-DIVISION
            MOVE TRAS-PLAYER-ID TO PSTAT-PLAYER-ID
            READ PLAYER-STATS-FILE
                INVALID KEY
                    MOVE 'N' TO DESTINO-HALLADO-SW
                NOT INVALID KEY
                    MOVE 'Y' TO DESTINO-HALLADO-SW
            END-READ
            IF DESTINO-HALLADO
                IF CON-ARRASTRE
                    ADD ORI-WINS TO PSTAT-WINS
                    ADD ORI-LOSSES TO PSTAT-LOSSES
                    ADD ORI-TIES TO PSTAT-TIES
                    ADD ORI-PUNTOS TO PSTAT-PUNTOS
                    MOVE 'ACTUALIZADO' TO LP-ACCION
                ELSE
                    MOVE 'CONSERVADO' TO LP-ACCION
                END-IF
                REWRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO REGRABAR ' PSTAT-DIVISION
                            '/' PSTAT-PLAYER-ID
                END-REWRITE
            ELSE
                MOVE TRAS-DIV-DESTINO TO PSTAT-DIVISION
                MOVE TRAS-PLAYER-ID TO PSTAT-PLAYER-ID
                IF CON-ARRASTRE
                    MOVE ORI-WINS TO PSTAT-WINS
                    MOVE ORI-LOSSES TO PSTAT-LOSSES
                    MOVE ORI-TIES TO PSTAT-TIES
                    MOVE ORI-PUNTOS TO PSTAT-PUNTOS
                ELSE
                    MOVE 0 TO PSTAT-WINS
                    MOVE 0 TO PSTAT-LOSSES
                    MOVE 0 TO PSTAT-TIES
                    MOVE 0 TO PSTAT-PUNTOS
                END-IF
                MOVE 'ABIERTO' TO LP-ACCION
                WRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO GRABAR ' PSTAT-DIVISION
                            '/' PSTAT-PLAYER-ID
                END-WRITE
            END-IF
            MOVE TRAS-DIV-DESTINO TO LP-DIVISION
            MOVE TRAS-PLAYER-ID TO LP-PLAYER
            MOVE PSTAT-WINS TO LP-WINS
            MOVE PSTAT-LOSSES TO LP-LOSSES
            MOVE PSTAT-TIES TO LP-TIES
            MOVE PSTAT-PUNTOS TO LP-PUNTOS
            MOVE LINEA-PSTAT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * UNA LINEA PENDIENTE DEL JUGADOR EN LA DIVISION QUE DEJA, SIN
      * PROGRAMAR O PROGRAMADA DESDE LA FECHA DE EFECTO, SE PASA AL
      * SUSTITUTO O SE ANULA. SE ANULA TAMBIEN SI EL SUSTITUTO ES EL
      * RIVAL DE LA LINEA. LAS PROGRAMADAS ANTES DE LA FECHA DE
      * EFECTO ERAN SUYAS Y SE DEJAN PARA LA CONCILIACION.
      ******************************************************************
       REPASAR-LINEA-LIBRO.

            IF LIB-ESTADO(INDICE) = 'P'
                AND LIB-DIVISION(INDICE) = TRAS-DIV-ORIGEN
                AND (LIB-P1(INDICE) = TRAS-PLAYER-ID
                OR LIB-P2(INDICE) = TRAS-PLAYER-ID)
                AND (LIB-FECHA-PROG(INDICE) = 0
                OR LIB-FECHA-PROG(INDICE) NOT < TRAS-FECHA-EFECTO)
                PERFORM TRATAR-LINEA-LIBRO
            END-IF.

       TRATAR-LINEA-LIBRO.

            MOVE 'Y' TO LIBRO-CAMBIADO-SW
            IF TRAS-SUSTITUTO = SPACES
                OR TRAS-SUSTITUTO = LIB-P1(INDICE)
                OR TRAS-SUSTITUTO = LIB-P2(INDICE)
                MOVE 'A' TO LIB-ESTADO(INDICE)
                MOVE TRAS-FECHA-EFECTO TO LIB-FECHA-JUG(INDICE)
                ADD 1 TO ANULADOS-TRASPASO
                MOVE 'ANULADO' TO LL-ACCION
                MOVE SPACES TO LL-NOTA
            ELSE
                IF LIB-P1(INDICE) = TRAS-PLAYER-ID
                    MOVE TRAS-SUSTITUTO TO LIB-P1(INDICE)
                ELSE
                    MOVE TRAS-SUSTITUTO TO LIB-P2(INDICE)
                END-IF
                ADD 1 TO REASIGNADOS-TRASPASO
                MOVE 'REASIGNADO' TO LL-ACCION
                MOVE SPACES TO LL-NOTA
                STRING ' ERA ' TRAS-PLAYER-ID
                    DELIMITED BY SIZE INTO LL-NOTA
            END-IF
            MOVE LIB-TORNEO(INDICE) TO LL-TORNEO
            MOVE LIB-DIVISION(INDICE) TO LL-DIVISION
            MOVE LIB-GRUPO(INDICE) TO LL-GRUPO
            MOVE LIB-P1(INDICE) TO LL-P1
            MOVE LIB-P2(INDICE) TO LL-P2
            MOVE LIB-FECHA-PROG(INDICE) TO LL-FECHA-PROG
            MOVE LINEA-LIBRO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * AÑADE LA NUEVA AFILIACION AL FINAL DE EQUIPOSIN CON LA FECHA
      * DE EFECTO. LA ANTERIOR SE CONSERVA COMO HISTORIA.
      ******************************************************************
       GRABAR-AFILIACION.

            MOVE TRAS-PLAYER-ID TO EQ-PLAYER-ID
            MOVE TRAS-EQUIPO-DESTINO TO EQ-EQUIPO-ID
            MOVE NOMBRE-NUEVO TO EQ-EQUIPO-NOMBRE
            MOVE TRAS-FECHA-EFECTO TO EQ-FECHA-DESDE
            WRITE EQUIPO-JUGADOR-RECORD
            ADD 1 TO AFILIACION-COUNT
            MOVE EQ-PLAYER-ID TO AFIL-JUGADOR(AFILIACION-COUNT)
            MOVE EQ-EQUIPO-ID TO AFIL-EQUIPO(AFILIACION-COUNT)
            MOVE EQ-EQUIPO-NOMBRE TO AFIL-NOMBRE(AFILIACION-COUNT)
            MOVE EQ-FECHA-DESDE TO AFIL-FECHA(AFILIACION-COUNT)
            MOVE EQ-EQUIPO-ID TO LE-EQUIPO
            MOVE EQ-EQUIPO-NOMBRE TO LE-NOMBRE
            MOVE EQ-FECHA-DESDE TO LE-FECHA
            MOVE LINEA-EQUIPO TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * GRABA LA LINEA DE AUDITORIA DEL TRASPASO RECIEN APLICADO.
      ******************************************************************
       GRABAR-AUDITORIA.

            ACCEPT TAUD-FECHA FROM DATE YYYYMMDD
            MOVE TRAS-USUARIO TO TAUD-USUARIO
            MOVE TRAS-PLAYER-ID TO TAUD-PLAYER-ID
            MOVE TRAS-FECHA-EFECTO TO TAUD-FECHA-EFECTO
            MOVE TRAS-DIV-ORIGEN TO TAUD-DIV-ORIGEN
            MOVE TRAS-DIV-DESTINO TO TAUD-DIV-DESTINO
            MOVE LT-EQUIPO-ANT TO TAUD-EQUIPO-ANT
            MOVE LT-EQUIPO-NUEVO TO TAUD-EQUIPO-NUEVO
            IF CAMBIA-DIVISION
                MOVE ARRASTRE-TRASPASO TO TAUD-ARRASTRE
            ELSE
                MOVE 'N' TO TAUD-ARRASTRE
            END-IF
            MOVE ORI-WINS TO TAUD-WINS
            MOVE ORI-LOSSES TO TAUD-LOSSES
            MOVE ORI-TIES TO TAUD-TIES
            MOVE ORI-PUNTOS TO TAUD-PUNTOS
            MOVE ANULADOS-TRASPASO TO TAUD-ANULADOS
            MOVE REASIGNADOS-TRASPASO TO TAUD-REASIGNADOS
            MOVE TRAS-SUSTITUTO TO TAUD-SUSTITUTO
            MOVE TRAS-MOTIVO TO TAUD-MOTIVO
            WRITE TRASPASO-AUDIT-RECORD.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * NADA Y EL TRASPASO SE NIEGA A CORRER.
      ******************************************************************
       CARGAR-OPERADORES.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), EL TRASPASO SE NIEGA'
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
      * EL USUARIO DE LA TRANSACCION DEBE SER UN OPERADOR ACTIVO CON
      * LA FUNCION 'M' CONCEDIDA. LA COMPROBACION, PERMITIDA O
      * DENEGADA, QUEDA EN EL REGISTRO DE ACCESOS.
      ******************************************************************
       COMPROBAR-USUARIO.

            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = TRAS-USUARIO
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'M'
                            MOVE 'Y' TO AUTORIZADO-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            PERFORM ANOTAR-ACCESO.

       ANOTAR-ACCESO.

            OPEN EXTEND ACCESS-LOG-FILE
            IF ACCESLOG-FILE-STATUS = '00'
                OR ACCESLOG-FILE-STATUS = '05'
                ACCEPT ACC-FECHA FROM DATE YYYYMMDD
                ACCEPT ACC-HORA FROM TIME
                MOVE TRAS-USUARIO TO ACC-OPERADOR
                MOVE 'TRASPASO' TO ACC-FUNCION
                IF USUARIO-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.

      ******************************************************************
      * REGRABA EL LIBRO CON LAS LINEAS ANULADAS Y REASIGNADAS, SOLO
      * SI ALGUN TRASPASO LO TOCO.
      ******************************************************************
       REGRABAR-LIBRO.

            IF HAY-LIBRO AND LIBRO-CAMBIADO
                OPEN OUTPUT FIXTURE-LEDGER-FILE
                IF FIXLEDG-FILE-STATUS NOT = '00'
                    DISPLAY 'NO SE PUDO REGRABAR EL LIBRO DE '
                        'EMPAREJAMIENTOS'
                ELSE
                    PERFORM REGRABAR-UNA-LINEA
                        VARYING INDICE FROM 1 BY 1
                        UNTIL INDICE > LIBRO-COUNT
                    CLOSE FIXTURE-LEDGER-FILE
                END-IF
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

       IMPRIMIR-TOTALES.

            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'TRANSACCIONES LEIDAS' TO LTOT-TEXTO
            MOVE TRANS-LEIDAS TO LTOT-VALOR
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'TRASPASOS APLICADOS' TO LTOT-TEXTO
            MOVE TRANS-APLICADAS TO LTOT-VALOR
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'TRANSACCIONES RECHAZADAS' TO LTOT-TEXTO
            MOVE TRANS-RECHAZADAS TO LTOT-VALOR
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'EMPAREJAMIENTOS ANULADOS' TO LTOT-TEXTO
            MOVE TOTAL-ANULADOS TO LTOT-VALOR
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'EMPAREJAMIENTOS REASIGNADOS' TO LTOT-TEXTO
            MOVE TOTAL-REASIGNADOS TO LTOT-VALOR
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       CERRAR-FICHEROS.

            CLOSE TRAN-FILE
            CLOSE PLAYER-STATS-FILE
            CLOSE TEAM-MASTER-FILE
            CLOSE TRASPASO-AUDIT-FILE
            CLOSE PRINT-FILE.
       END PROGRAM TRASPASO.
