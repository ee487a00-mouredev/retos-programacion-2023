      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Mantenimiento del registro de sanciones
      *            disciplinarias (SANCIONES, ver SANCREC.CPY). Lo que
      *            decide el comite de disciplina sobre la lista de
      *            SOSPECHA entra aqui con transacciones validadas
      *            (SANCTRAN) y no a mano:
      *            'A' alta de sancion nueva; el numero de referencia
      *                lo asigna el programa (el mayor existente mas
      *                uno) y se anuncia por consola,
      *            'L' levantamiento de una sancion vigente, que se
      *                conserva como historico.
      *            El registro nuevo sale por SANCOUT y el operador lo
      *            pone en servicio tras revisarlo, como con la
      *            plantilla de ROSTMANT. Cada transaccion exige que
      *            su STRAN-USUARIO figure en el fichero de operadores
      *            OPERAUT (ver OPERREC.CPY), activo y con la funcion
      *            'S' concedida; cada comprobacion queda en ACCESLOG
      *            y cada cambio aplicado en la auditoria SANCAUD (ver
      *            SANCAUD.CPY).
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
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
       PROGRAM-ID. SANCMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTION-FILE ASSIGN TO 'SANCIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCION-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO 'SANCTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT SANCTION-OUT-FILE ASSIGN TO 'SANCOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCOUT-FILE-STATUS.
           SELECT OPTIONAL SANCTION-AUDIT-FILE ASSIGN TO 'SANCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCAUD-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * REGISTRO DE SANCIONES VIGENTE (OPCIONAL: LA PRIMERA PASADA
      * ARRANCA DE VACIO) Y REGISTRO NUEVO CON LOS CAMBIOS.
      ******************************************************************
       FD  SANCTION-FILE
           RECORD CONTAINS 88 CHARACTERS.
           COPY SANCREC.

       FD  SANCTION-OUT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  SANCION-OUT-RECORD    PIC X(88).

      ******************************************************************
      * TRANSACCIONES DE MANTENIMIENTO DE SANCIONES. EN EL ALTA
      * STRAN-NUMERO VA A CERO; EN EL LEVANTAMIENTO SOLO CUENTAN EL
      * NUMERO, EL MOTIVO Y EL USUARIO.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  SANCION-TRAN-RECORD.
           05 STRAN-ACCION       PIC X(1).
               88 STRAN-ALTA              VALUE 'A'.
               88 STRAN-LEVANTAMIENTO     VALUE 'L'.
           05 STRAN-NUMERO       PIC 9(4).
           05 STRAN-PLAYER-ID    PIC X(4).
           05 STRAN-TIPO         PIC X(1).
           05 STRAN-FECHA-EFECTO PIC 9(8).
           05 STRAN-FECHA-FIN    PIC 9(8).
           05 STRAN-DIAS         PIC 9(3).
           05 STRAN-TORNEO       PIC X(8).
           05 STRAN-DIVISION     PIC X(2).
           05 STRAN-PUNTOS       PIC 9(4).
           05 STRAN-GRUPOS.
               10 STRAN-GRUPO        PIC 9(3) OCCURS 5 TIMES.
           05 STRAN-MOTIVO       PIC X(30).
           05 STRAN-USUARIO      PIC X(8).

      ******************************************************************
      * AUDITORIA DE CAMBIOS, EN EXTEND PARA CONSERVAR EL HISTORICO.
      ******************************************************************
       FD  SANCTION-AUDIT-FILE
           RECORD CONTAINS 66 CHARACTERS.
           COPY SANCAUD.

      ******************************************************************
      * PLANTILLA DE JUGADORES: EL ALTA EXIGE UN JUGADOR CONOCIDO.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * OPERADORES AUTORIZADOS Y REGISTRO DE ACCESOS.
      ******************************************************************
       FD  OPERATOR-FILE
           RECORD CONTAINS 19 CHARACTERS.
           COPY OPERREC.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 33 CHARACTERS.
           COPY ACCESREC.

       WORKING-STORAGE SECTION.

       01 SANCION-FILE-STATUS    PIC X(2).
       01 TRAN-FILE-STATUS       PIC X(2).
       01 SANCOUT-FILE-STATUS    PIC X(2).
       01 SANCAUD-FILE-STATUS    PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).

       01 MAESTRO-EOF-SW         PIC X(1) VALUE 'N'.
           88 MAESTRO-EOF                 VALUE 'Y'.
       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

      ******************************************************************
      * REGISTRO DE SANCIONES EN MEMORIA, EN LA MISMA FORMA QUE EL
      * FICHERO (VER SANCREC.CPY).
      ******************************************************************
       01 SANCIONES-COUNT        PIC 9(3) VALUE 0.
       01 SANCIONES-TBL.
           05 SANCION-ENTRADA    PIC X(88) OCCURS 500 TIMES.
       01 ULTIMO-NUMERO          PIC 9(4) VALUE 0.

      ******************************************************************
      * JUGADOR DEL ALTA EN EL MAESTRO DE JUGADORES. SIN MAESTRO
      * PRESENTE NO SE CONTRASTA.
      ******************************************************************
       01 JUGADOR-HALLADO-SW     PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA TRANSACCION EXIGE SU
      * USUARIO ACTIVO Y CON LA FUNCION 'S' CONCEDIDA.
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

       01 INDICE                 PIC 9(3).
       01 INDICE-HALLADO         PIC 9(3).
       01 INDICE-GRUPO           PIC 9(1).
       01 GRUPOS-NOMBRADOS       PIC 9(1).
       01 ESTADO-ANTERIOR        PIC X(1).
       01 MOTIVO-AUDITORIA       PIC X(30).
       01 MOTIVO-RECHAZO         PIC X(40).
       01 TRANS-LEIDAS           PIC 9(5) VALUE 0.
       01 TRANS-APLICADAS        PIC 9(5) VALUE 0.
       01 TRANS-RECHAZADAS       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-OPERADORES
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-MAESTRO
            PERFORM ABRIR-FICHEROS
            PERFORM LEER-TRANSACCION
            PERFORM APLICAR-TRANSACCION UNTIL TRAN-EOF
            PERFORM GRABAR-MAESTRO-NUEVO
            PERFORM CERRAR-FICHEROS
            PERFORM CERRAR-PLANTILLA
            DISPLAY 'MANTENIMIENTO DE SANCIONES -- LEIDAS: '
                TRANS-LEIDAS ' APLICADAS: ' TRANS-APLICADAS
                ' RECHAZADAS: ' TRANS-RECHAZADAS
            STOP RUN.

      ******************************************************************
      * CARGA EL REGISTRO VIGENTE Y ANOTA EL MAYOR NUMERO DE
      * REFERENCIA USADO, PARA NUMERAR LAS ALTAS.
      ******************************************************************
       CARGAR-MAESTRO.

            OPEN INPUT SANCTION-FILE
            IF SANCION-FILE-STATUS = '00'
                OR SANCION-FILE-STATUS = '05'
                PERFORM LEER-SANCION
                PERFORM ANOTAR-SANCION UNTIL MAESTRO-EOF
                CLOSE SANCTION-FILE
            END-IF.

       LEER-SANCION.

            READ SANCTION-FILE
                AT END MOVE 'Y' TO MAESTRO-EOF-SW
            END-READ.

       ANOTAR-SANCION.

            IF SANCIONES-COUNT = 500
                DISPLAY 'AVISO: REGISTRO DE SANCIONES LLENO, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO SANCIONES-COUNT
                MOVE SANCION-RECORD TO SANCION-ENTRADA(SANCIONES-COUNT)
                IF SANC-NUMERO IS NUMERIC
                    AND SANC-NUMERO > ULTIMO-NUMERO
                    MOVE SANC-NUMERO TO ULTIMO-NUMERO
                END-IF
            END-IF
            PERFORM LEER-SANCION.

      ******************************************************************
      * BUSCA STRAN-NUMERO EN LA TABLA; DEJA SU POSICION EN
      * INDICE-HALLADO, O CERO SI NO ESTA. LA ENTRADA HALLADA QUEDA
      * CARGADA EN EL AREA DEL REGISTRO.
      ******************************************************************
       BUSCAR-SANCION.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > SANCIONES-COUNT
                MOVE SANCION-ENTRADA(INDICE) TO SANCION-RECORD
                IF SANC-NUMERO = STRAN-NUMERO
                    MOVE INDICE TO INDICE-HALLADO
                END-IF
            END-PERFORM
            IF INDICE-HALLADO > 0
                MOVE SANCION-ENTRADA(INDICE-HALLADO) TO SANCION-RECORD
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES, SI LO HAY, PARA CONTRASTAR POR
      * SU CLAVE EL JUGADOR DEL ALTA.
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
            IF HAY-PLANTILLA
                MOVE STRAN-PLAYER-ID TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY MOVE 'N' TO JUGADOR-HALLADO-SW
                END-READ
            END-IF.

       ABRIR-FICHEROS.

            OPEN INPUT TRAN-FILE
            IF TRAN-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LAS TRANSACCIONES DE '
                    'SANCIONES'
                STOP RUN
            END-IF
            OPEN OUTPUT SANCTION-OUT-FILE
            IF SANCOUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL REGISTRO DE SALIDA'
                STOP RUN
            END-IF
            OPEN EXTEND SANCTION-AUDIT-FILE
            IF SANCAUD-FILE-STATUS NOT = '00'
                AND SANCAUD-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LA AUDITORIA DE SANCIONES'
                STOP RUN
            END-IF.

       LEER-TRANSACCION.

            READ TRAN-FILE
                AT END MOVE 'Y' TO TRAN-EOF-SW
            END-READ.

      ******************************************************************
      * APLICA UNA TRANSACCION VALIDADA; UNA INVALIDA SE RECHAZA CON
      * SU MOTIVO POR CONSOLA Y NO TOCA EL REGISTRO.
      ******************************************************************
       APLICAR-TRANSACCION.

            ADD 1 TO TRANS-LEIDAS
            PERFORM COMPROBAR-USUARIO
            IF NOT USUARIO-AUTORIZADO
                ADD 1 TO TRANS-RECHAZADAS
                DISPLAY 'RECHAZADA: USUARIO ' STRAN-USUARIO
                    ' SIN AUTORIZACION DE SANCIONES'
            ELSE
                EVALUATE TRUE
                    WHEN STRAN-ALTA
                        PERFORM APLICAR-ALTA
                    WHEN STRAN-LEVANTAMIENTO
                        PERFORM APLICAR-LEVANTAMIENTO
                    WHEN OTHER
                        ADD 1 TO TRANS-RECHAZADAS
                        DISPLAY 'RECHAZADA: ACCION DESCONOCIDA '
                            STRAN-ACCION
                END-EVALUATE
            END-IF
            PERFORM LEER-TRANSACCION.

      ******************************************************************
      * ALTA DE UNA SANCION NUEVA: SE VALIDA SEGUN SU TIPO Y SE LE
      * ASIGNA EL SIGUIENTE NUMERO DE REFERENCIA.
      ******************************************************************
       APLICAR-ALTA.

            PERFORM VALIDAR-ALTA
            IF MOTIVO-RECHAZO NOT = SPACES
                ADD 1 TO TRANS-RECHAZADAS
                DISPLAY 'RECHAZADA: ' MOTIVO-RECHAZO ' (JUGADOR '
                    STRAN-PLAYER-ID ')'
            ELSE
                ADD 1 TO ULTIMO-NUMERO
                ADD 1 TO SANCIONES-COUNT
                MOVE ULTIMO-NUMERO TO SANC-NUMERO
                MOVE STRAN-PLAYER-ID TO SANC-PLAYER-ID
                MOVE STRAN-TIPO TO SANC-TIPO
                MOVE STRAN-FECHA-EFECTO TO SANC-FECHA-EFECTO
                MOVE STRAN-FECHA-FIN TO SANC-FECHA-FIN
                MOVE STRAN-DIAS TO SANC-DIAS
                MOVE STRAN-TORNEO TO SANC-TORNEO
                MOVE STRAN-DIVISION TO SANC-DIVISION
                MOVE STRAN-PUNTOS TO SANC-PUNTOS
                MOVE STRAN-GRUPOS TO SANC-GRUPOS
                MOVE 'A' TO SANC-ESTADO
                MOVE STRAN-MOTIVO TO SANC-MOTIVO
                MOVE SANCION-RECORD TO SANCION-ENTRADA(SANCIONES-COUNT)
                MOVE SPACE TO ESTADO-ANTERIOR
                MOVE SANC-MOTIVO TO MOTIVO-AUDITORIA
                PERFORM GRABAR-AUDITORIA
                ADD 1 TO TRANS-APLICADAS
                DISPLAY 'ALTA DE SANCION ' SANC-NUMERO ' TIPO '
                    SANC-TIPO ' PARA ' SANC-PLAYER-ID
            END-IF.

      ******************************************************************
      * REGLAS DEL ALTA. LA PRIMERA QUE FALLA FIJA EL MOTIVO.
      ******************************************************************
       VALIDAR-ALTA.

            MOVE SPACES TO MOTIVO-RECHAZO
            MOVE 0 TO GRUPOS-NOMBRADOS
            IF STRAN-GRUPOS IS NUMERIC
                PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                    UNTIL INDICE-GRUPO > 5
                    IF STRAN-GRUPO(INDICE-GRUPO) > 0
                        ADD 1 TO GRUPOS-NOMBRADOS
                    END-IF
                END-PERFORM
            END-IF
            PERFORM BUSCAR-JUGADOR
            MOVE STRAN-TIPO TO SANC-TIPO
            EVALUATE TRUE
                WHEN NOT JUGADOR-HALLADO
                    MOVE 'JUGADOR NO EN PLANTILLA' TO MOTIVO-RECHAZO
                WHEN NOT SANC-TIPO-VALIDO
                    MOVE 'TIPO DE SANCION DESCONOCIDO'
                        TO MOTIVO-RECHAZO
                WHEN STRAN-FECHA-EFECTO IS NOT NUMERIC
                    OR STRAN-FECHA-EFECTO = 0
                    MOVE 'SIN FECHA DE EFECTO' TO MOTIVO-RECHAZO
                WHEN STRAN-FECHA-FIN IS NOT NUMERIC
                    OR STRAN-DIAS IS NOT NUMERIC
                    OR STRAN-PUNTOS IS NOT NUMERIC
                    OR STRAN-GRUPOS IS NOT NUMERIC
                    MOVE 'CAMPOS NUMERICOS INVALIDOS'
                        TO MOTIVO-RECHAZO
                WHEN STRAN-FECHA-FIN > 0
                    AND STRAN-FECHA-FIN < STRAN-FECHA-EFECTO
                    MOVE 'FECHA FIN ANTERIOR AL EFECTO'
                        TO MOTIVO-RECHAZO
                WHEN STRAN-MOTIVO = SPACES
                    MOVE 'SANCION SIN MOTIVO' TO MOTIVO-RECHAZO
                WHEN SANC-SUSPENSION-DIAS AND STRAN-DIAS = 0
                    AND STRAN-FECHA-FIN = 0
                    MOVE 'SUSPENSION SIN DIAS NI FECHA FIN'
                        TO MOTIVO-RECHAZO
                WHEN (SANC-SUSPENSION-TORNEO OR SANC-PERDIDA-GRUPOS)
                    AND STRAN-TORNEO = SPACES
                    MOVE 'SANCION SIN TORNEO' TO MOTIVO-RECHAZO
                WHEN SANC-DESCUENTO-PUNTOS AND STRAN-PUNTOS = 0
                    MOVE 'DESCUENTO SIN PUNTOS' TO MOTIVO-RECHAZO
                WHEN SANC-PERDIDA-GRUPOS AND GRUPOS-NOMBRADOS = 0
                    MOVE 'PERDIDA SIN GRUPOS NOMBRADOS'
                        TO MOTIVO-RECHAZO
                WHEN SANCIONES-COUNT = 500
                    MOVE 'REGISTRO DE SANCIONES LLENO'
                        TO MOTIVO-RECHAZO
                WHEN ULTIMO-NUMERO = 9999
                    MOVE 'NUMERACION DE SANCIONES AGOTADA'
                        TO MOTIVO-RECHAZO
            END-EVALUATE.

      ******************************************************************
      * LEVANTAMIENTO DE UNA SANCION VIGENTE. LA SANCION SE CONSERVA
      * CON ESTADO 'L' Y SU MOTIVO ORIGINAL; EL MOTIVO DEL
      * LEVANTAMIENTO QUEDA EN LA AUDITORIA. UN DESCUENTO DE PUNTOS
      * YA APLICADO POR RETO6 NO SE DESHACE.
      ******************************************************************
       APLICAR-LEVANTAMIENTO.

            PERFORM BUSCAR-SANCION
            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LEVANTAMIENTO DE SANCION '
                        'INEXISTENTE ' STRAN-NUMERO
                WHEN SANC-LEVANTADA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA SANCION ' STRAN-NUMERO
                        ' YA ESTA LEVANTADA'
                WHEN OTHER
                    MOVE SANC-ESTADO TO ESTADO-ANTERIOR
                    MOVE 'L' TO SANC-ESTADO
                    MOVE SANCION-RECORD
                        TO SANCION-ENTRADA(INDICE-HALLADO)
                    MOVE STRAN-MOTIVO TO MOTIVO-AUDITORIA
                    PERFORM GRABAR-AUDITORIA
                    ADD 1 TO TRANS-APLICADAS
            END-EVALUATE.

      ******************************************************************
      * GRABA LA LINEA DE AUDITORIA DEL CAMBIO RECIEN APLICADO, CON
      * LA SANCION CARGADA EN EL AREA DEL REGISTRO.
      ******************************************************************
       GRABAR-AUDITORIA.

            ACCEPT SAUD-FECHA FROM DATE YYYYMMDD
            MOVE STRAN-USUARIO TO SAUD-USUARIO
            MOVE STRAN-ACCION TO SAUD-ACCION
            MOVE SANC-NUMERO TO SAUD-NUMERO
            MOVE SANC-PLAYER-ID TO SAUD-PLAYER-ID
            MOVE SANC-TIPO TO SAUD-TIPO
            MOVE SANC-FECHA-EFECTO TO SAUD-FECHA-EFECTO
            MOVE ESTADO-ANTERIOR TO SAUD-ESTADO-ANT
            MOVE SANC-ESTADO TO SAUD-ESTADO-NUEVO
            MOVE MOTIVO-AUDITORIA TO SAUD-MOTIVO
            WRITE SANCION-AUDIT-RECORD.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * NADA Y EL MANTENIMIENTO SE NIEGA A CORRER.
      ******************************************************************
       CARGAR-OPERADORES.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), EL MANTENIMIENTO SE NIEGA'
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
      * LA FUNCION 'S' CONCEDIDA. LA COMPROBACION, PERMITIDA O
      * DENEGADA, QUEDA EN EL REGISTRO DE ACCESOS.
      ******************************************************************
       COMPROBAR-USUARIO.

            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = STRAN-USUARIO
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'S'
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
                MOVE STRAN-USUARIO TO ACC-OPERADOR
                MOVE 'SANCMANT' TO ACC-FUNCION
                IF USUARIO-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.

      ******************************************************************
      * GRABA EL REGISTRO NUEVO COMPLETO.
      ******************************************************************
       GRABAR-MAESTRO-NUEVO.

            PERFORM GRABAR-UNA-SANCION
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > SANCIONES-COUNT.

       GRABAR-UNA-SANCION.

            MOVE SANCION-ENTRADA(INDICE) TO SANCION-OUT-RECORD
            WRITE SANCION-OUT-RECORD.

       CERRAR-FICHEROS.

            CLOSE TRAN-FILE
            CLOSE SANCTION-OUT-FILE
            CLOSE SANCTION-AUDIT-FILE.
       END PROGRAM SANCMANT.
