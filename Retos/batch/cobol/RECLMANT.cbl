      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Mantenimiento del registro de reclamaciones de
      *            jugadores (RECLAMACIONES, ver RECLREC.CPY). CONSULTA
      *            permite contestar al telefono, pero la reclamacion
      *            se apuntaba en un papel, y cuando prosperaba alguien
      *            tecleaba un CORRIN sin rastro del porque. Ahora cada
      *            reclamacion entra y avanza por transacciones
      *            validadas (RECLTRAN):
      *            'A' alta; el numero lo asigna el programa (el mayor
      *                existente mas uno) y se anuncia por consola. Si
      *                se da el numero de linea de AUDITOUT disputada,
      *                el grupo, la division, el lote, la tirada y los
      *                jugadores se toman de esa linea, y el jugador
      *                que reclama debe ser uno de los dos,
      *            'R' paso a revision por el comite,
      *            'E' estimacion, con los simbolos que el comite da
      *                por buenos: se genera en el acto la correccion
      *                en CORRIN (ver CORRREC.CPY) con el numero de la
      *                reclamacion, y la partida entra por el ciclo de
      *                reproceso de RETO6 como cualquier partida
      *                corregida,
      *            'D' desestimacion,
      *            'C' cierre de una reclamacion desestimada, una vez
      *                notificado el jugador.
      *            La estimada no se cierra a mano: la cierra el
      *            reproceso de RETO6 que aplica su correccion, que la
      *            apunta en LOTESREG como 'RECLAMA'; este programa,
      *            al arrancar, cierra las estimadas que encuentra alli
      *            con usuario 'RETO6'. Por eso RECLTRAN es opcional:
      *            una pasada sin transacciones solo recoge cierres.
      *            El registro nuevo sale por RECLOUT y el operador lo
      *            pone en servicio tras revisarlo, como con SANCMANT.
      *            Cada transaccion exige que su RTRAN-USUARIO figure en
      *            OPERAUT (ver OPERREC.CPY), activo y con la funcion
      *            'L' concedida; cada comprobacion queda en ACCESLOG y
      *            cada cambio aplicado en la auditoria RECLAUD (ver
      *            RECLAUD.CPY).
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - Una linea de ventaja HC de la pista no
      *            es una partida reclamable.
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLAIM-FILE ASSIGN TO 'RECLAMACIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECLAM-FILE-STATUS.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO 'RECLTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT CLAIM-OUT-FILE ASSIGN TO 'RECLOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECLOUT-FILE-STATUS.
           SELECT OPTIONAL CLAIM-AUDIT-FILE ASSIGN TO 'RECLAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECLAUD-FILE-STATUS.
           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO 'CORRIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRIN-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO 'LOTESREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTEREG-FILE-STATUS.
           SELECT OPTIONAL RULES-FILE ASSIGN TO 'RULESIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-FILE-STATUS.
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
      * REGISTRO DE RECLAMACIONES VIGENTE (OPCIONAL: LA PRIMERA PASADA
      * ARRANCA DE VACIO) Y REGISTRO NUEVO CON LOS CAMBIOS.
      ******************************************************************
       FD  CLAIM-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY RECLREC.

       FD  CLAIM-OUT-FILE
           RECORD CONTAINS 99 CHARACTERS.
       01  RECLAMACION-OUT-RECORD PIC X(99).

      ******************************************************************
      * TRANSACCIONES DE MANTENIMIENTO DE RECLAMACIONES. EN EL ALTA
      * RTRAN-NUMERO VA A CERO Y RTRAN-FECHA A CERO TOMA LA DEL DIA;
      * CON RTRAN-LINEA-AUDIT A CERO HAY QUE DAR GRUPO, DIVISION,
      * JUGADORES Y TIRADA. EN LA ESTIMACION CUENTAN LOS SIMBOLOS
      * CORREGIDOS; EN EL RESTO, SOLO EL NUMERO, EL MOTIVO Y EL
      * USUARIO.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  RECLAMACION-TRAN-RECORD.
           05 RTRAN-ACCION       PIC X(1).
               88 RTRAN-ALTA              VALUE 'A'.
               88 RTRAN-REVISION          VALUE 'R'.
               88 RTRAN-ESTIMACION        VALUE 'E'.
               88 RTRAN-DESESTIMACION     VALUE 'D'.
               88 RTRAN-CIERRE            VALUE 'C'.
           05 RTRAN-NUMERO       PIC 9(4).
           05 RTRAN-PLAYER-ID    PIC X(4).
           05 RTRAN-FECHA        PIC 9(8).
           05 RTRAN-TORNEO       PIC X(8).
           05 RTRAN-DIVISION     PIC X(2).
           05 RTRAN-GRUPO        PIC 9(3).
           05 RTRAN-LINEA-AUDIT  PIC 9(6).
           05 RTRAN-PLAYER-P1    PIC X(4).
           05 RTRAN-PLAYER-P2    PIC X(4).
           05 RTRAN-GAME         PIC X(2).
           05 RTRAN-SIMBOLO-P1   PIC X(1).
           05 RTRAN-SIMBOLO-P2   PIC X(1).
           05 RTRAN-MOTIVO       PIC X(30).
           05 RTRAN-USUARIO      PIC X(8).

      ******************************************************************
      * AUDITORIA DE CAMBIOS, EN EXTEND PARA CONSERVAR EL HISTORICO.
      ******************************************************************
       FD  CLAIM-AUDIT-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY RECLAUD.

      ******************************************************************
      * CORRECCIONES PARA EL REPROCESO DE RETO6, EN EXTEND PARA NO
      * PISAR LAS QUE YA HUBIERA DE EXCPOUT.
      ******************************************************************
       FD  CORRECTION-FILE
           RECORD CONTAINS 37 CHARACTERS.
           COPY CORRREC.

      ******************************************************************
      * PISTA DE AUDITORIA VIGENTE, PARA LOCALIZAR LA LINEA DISPUTADA.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * REGISTRO DE LOTES: LAS RECLAMACIONES YA CORREGIDAS POR EL
      * REPROCESO CONSTAN COMO 'RECLAMA'.
      ******************************************************************
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY LOTEREG.

      ******************************************************************
      * TABLA DE REGLAS, PARA VALIDAR LOS SIMBOLOS DE LA ESTIMACION.
      ******************************************************************
       FD  RULES-FILE
           RECORD CONTAINS 3 CHARACTERS.
           COPY RULEREC.

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

       01 RECLAM-FILE-STATUS     PIC X(2).
       01 TRAN-FILE-STATUS       PIC X(2).
       01 RECLOUT-FILE-STATUS    PIC X(2).
       01 RECLAUD-FILE-STATUS    PIC X(2).
       01 CORRIN-FILE-STATUS     PIC X(2).
       01 AUDIT-FILE-STATUS      PIC X(2).
       01 LOTEREG-FILE-STATUS    PIC X(2).
       01 RULES-FILE-STATUS      PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).

       01 MAESTRO-EOF-SW         PIC X(1) VALUE 'N'.
           88 MAESTRO-EOF                 VALUE 'Y'.
       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 REGLAS-EOF-SW          PIC X(1) VALUE 'N'.
           88 REGLAS-EOF                  VALUE 'Y'.
       01 LOTEREG-EOF-SW         PIC X(1) VALUE 'N'.
           88 LOTEREG-EOF                 VALUE 'Y'.
       01 AUDIT-EOF-SW           PIC X(1).
           88 AUDIT-EOF                   VALUE 'Y'.

      ******************************************************************
      * REGISTRO DE RECLAMACIONES EN MEMORIA, EN LA MISMA FORMA QUE EL
      * FICHERO (VER RECLREC.CPY).
      ******************************************************************
       01 RECLAMACIONES-COUNT    PIC 9(3) VALUE 0.
       01 RECLAMACIONES-TBL.
           05 RECLAMACION-ENTRADA PIC X(99) OCCURS 500 TIMES.
       01 ULTIMO-NUMERO          PIC 9(4) VALUE 0.

      ******************************************************************
      * RECLAMACIONES YA CORREGIDAS POR EL REPROCESO DE RETO6, SEGUN
      * LOTESREG.
      ******************************************************************
       01 CORREGIDAS-COUNT       PIC 9(3) VALUE 0.
       01 CORREGIDAS-TBL.
           05 CORREGIDA-ENTRADA OCCURS 500 TIMES.
              10 CRG-FECHA       PIC 9(8).
              10 CRG-NUMERO      PIC 9(4).
       01 INDICE-CRG             PIC 9(3).
       01 CORREGIDA-SW           PIC X(1).
           88 RECLAMACION-CORREGIDA       VALUE 'Y'.

      ******************************************************************
      * JUGADOR DEL ALTA EN EL MAESTRO DE JUGADORES. SIN MAESTRO
      * PRESENTE NO SE CONTRASTA.
      ******************************************************************
       01 JUGADOR-HALLADO-SW     PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.

      ******************************************************************
      * TIRADAS VALIDAS DE RULESIN. SIN TABLA NO SE CONTRASTAN LOS
      * SIMBOLOS DE LA ESTIMACION (YA LOS CONTRASTA RETO6).
      ******************************************************************
       01 REGLAS-COUNT           PIC 9(3) VALUE 0.
       01 REGLAS-TBL.
           05 REGLA-JUGADA       PIC X(2) OCCURS 200 TIMES.
       01 JUGADA-BUSCADA         PIC X(2).
       01 JUGADA-HALLADA-SW      PIC X(1).
           88 JUGADA-HALLADA              VALUE 'Y'.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA TRANSACCION EXIGE SU
      * USUARIO ACTIVO Y CON LA FUNCION 'L' CONCEDIDA.
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
       01 LINEAS-LEIDAS          PIC 9(6).
       01 LINEA-HALLADA-SW       PIC X(1).
           88 LINEA-HALLADA               VALUE 'Y'.
       01 FECHA-PROCESO          PIC 9(8).
       01 USUARIO-CAMBIO         PIC X(8).
       01 ACCION-CAMBIO          PIC X(1).
       01 ESTADO-ANTERIOR        PIC X(1).
       01 MOTIVO-AUDITORIA       PIC X(30).
       01 MOTIVO-RECHAZO         PIC X(40).
       01 TRANS-LEIDAS           PIC 9(5) VALUE 0.
       01 TRANS-APLICADAS        PIC 9(5) VALUE 0.
       01 TRANS-RECHAZADAS       PIC 9(5) VALUE 0.
       01 CORRECCIONES-GENERADAS PIC 9(5) VALUE 0.
       01 CIERRES-REPROCESO      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM CARGAR-OPERADORES
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-REGLAS
            PERFORM CARGAR-MAESTRO
            PERFORM CARGAR-CORREGIDAS
            PERFORM ABRIR-FICHEROS
            PERFORM CERRAR-CORREGIDA
                VARYING INDICE-HALLADO FROM 1 BY 1
                UNTIL INDICE-HALLADO > RECLAMACIONES-COUNT
            IF TRAN-FILE-STATUS = '00'
                PERFORM LEER-TRANSACCION
                PERFORM APLICAR-TRANSACCION UNTIL TRAN-EOF
            END-IF
            PERFORM GRABAR-MAESTRO-NUEVO
            PERFORM CERRAR-FICHEROS
            PERFORM CERRAR-PLANTILLA
            DISPLAY 'MANTENIMIENTO DE RECLAMACIONES -- LEIDAS: '
                TRANS-LEIDAS ' APLICADAS: ' TRANS-APLICADAS
                ' RECHAZADAS: ' TRANS-RECHAZADAS
            DISPLAY '  CORRECCIONES GENERADAS: ' CORRECCIONES-GENERADAS
                ' CERRADAS POR EL REPROCESO: ' CIERRES-REPROCESO
            STOP RUN.

      ******************************************************************
      * CARGA EL REGISTRO VIGENTE Y ANOTA EL MAYOR NUMERO DE
      * REFERENCIA USADO, PARA NUMERAR LAS ALTAS.
      ******************************************************************
       CARGAR-MAESTRO.

            OPEN INPUT CLAIM-FILE
            IF RECLAM-FILE-STATUS = '00'
                OR RECLAM-FILE-STATUS = '05'
                PERFORM LEER-RECLAMACION
                PERFORM ANOTAR-RECLAMACION UNTIL MAESTRO-EOF
                CLOSE CLAIM-FILE
            END-IF.

       LEER-RECLAMACION.

            READ CLAIM-FILE
                AT END MOVE 'Y' TO MAESTRO-EOF-SW
            END-READ.

       ANOTAR-RECLAMACION.

            IF RECLAMACIONES-COUNT = 500
                DISPLAY 'AVISO: REGISTRO DE RECLAMACIONES LLENO, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO RECLAMACIONES-COUNT
                MOVE RECLAMACION-RECORD
                    TO RECLAMACION-ENTRADA(RECLAMACIONES-COUNT)
                IF RECL-NUMERO IS NUMERIC
                    AND RECL-NUMERO > ULTIMO-NUMERO
                    MOVE RECL-NUMERO TO ULTIMO-NUMERO
                END-IF
            END-IF
            PERFORM LEER-RECLAMACION.

      ******************************************************************
      * BUSCA RTRAN-NUMERO EN LA TABLA; DEJA SU POSICION EN
      * INDICE-HALLADO, O CERO SI NO ESTA. LA ENTRADA HALLADA QUEDA
      * CARGADA EN EL AREA DEL REGISTRO.
      ******************************************************************
       BUSCAR-RECLAMACION.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > RECLAMACIONES-COUNT
                MOVE RECLAMACION-ENTRADA(INDICE) TO RECLAMACION-RECORD
                IF RECL-NUMERO = RTRAN-NUMERO
                    MOVE INDICE TO INDICE-HALLADO
                END-IF
            END-PERFORM
            IF INDICE-HALLADO > 0
                MOVE RECLAMACION-ENTRADA(INDICE-HALLADO)
                    TO RECLAMACION-RECORD
            END-IF.

      ******************************************************************
      * RECOGE DE LOTESREG LAS RECLAMACIONES CUYA CORRECCION YA APLICO
      * EL REPROCESO DE RETO6.
      ******************************************************************
       CARGAR-CORREGIDAS.

            OPEN INPUT BATCH-REGISTER-FILE
            IF LOTEREG-FILE-STATUS = '00'
                OR LOTEREG-FILE-STATUS = '05'
                PERFORM LEER-LOTE-REGISTRADO
                PERFORM ANOTAR-CORREGIDA UNTIL LOTEREG-EOF
                CLOSE BATCH-REGISTER-FILE
            END-IF.

       LEER-LOTE-REGISTRADO.

            READ BATCH-REGISTER-FILE
                AT END MOVE 'Y' TO LOTEREG-EOF-SW
            END-READ.

       ANOTAR-CORREGIDA.

            IF LOTEREG-PROGRAMA = 'RECLAMA'
                AND CORREGIDAS-COUNT < 500
                ADD 1 TO CORREGIDAS-COUNT
                MOVE LOTEREG-FECHA TO CRG-FECHA(CORREGIDAS-COUNT)
                MOVE LOTEREG-NUMERO TO CRG-NUMERO(CORREGIDAS-COUNT)
            END-IF
            PERFORM LEER-LOTE-REGISTRADO.

      ******************************************************************
      * CIERRA LA RECLAMACION EN INDICE-HALLADO SI ESTA ESTIMADA Y SU
      * CORRECCION YA CONSTA APLICADA EN LOTESREG.
      ******************************************************************
       CERRAR-CORREGIDA.

            MOVE RECLAMACION-ENTRADA(INDICE-HALLADO)
                TO RECLAMACION-RECORD
            IF RECL-ESTIMADA
                MOVE 'N' TO CORREGIDA-SW
                PERFORM VARYING INDICE-CRG FROM 1 BY 1
                    UNTIL INDICE-CRG > CORREGIDAS-COUNT
                    IF CRG-NUMERO(INDICE-CRG) = RECL-NUMERO
                        AND CRG-FECHA(INDICE-CRG) = RECL-FECHA
                        MOVE 'Y' TO CORREGIDA-SW
                    END-IF
                END-PERFORM
                IF RECLAMACION-CORREGIDA
                    MOVE RECL-ESTADO TO ESTADO-ANTERIOR
                    MOVE 'C' TO RECL-ESTADO
                    MOVE FECHA-PROCESO TO RECL-FECHA-ESTADO
                    MOVE RECLAMACION-RECORD
                        TO RECLAMACION-ENTRADA(INDICE-HALLADO)
                    MOVE 'RETO6' TO USUARIO-CAMBIO
                    MOVE 'C' TO ACCION-CAMBIO
                    MOVE 'CORREGIDA EN EL REPROCESO'
                        TO MOTIVO-AUDITORIA
                    PERFORM GRABAR-AUDITORIA
                    ADD 1 TO CIERRES-REPROCESO
                END-IF
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
                MOVE RTRAN-PLAYER-ID TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY MOVE 'N' TO JUGADOR-HALLADO-SW
                END-READ
            END-IF.

      ******************************************************************
      * CARGA LAS TIRADAS DE LA TABLA DE REGLAS, SI LA HAY.
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
                MOVE RULE-GAME TO REGLA-JUGADA(REGLAS-COUNT)
            END-IF
            PERFORM LEER-REGLA.

       BUSCAR-JUGADA.

            MOVE 'N' TO JUGADA-HALLADA-SW
            IF REGLAS-COUNT = 0
                MOVE 'Y' TO JUGADA-HALLADA-SW
            END-IF
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > REGLAS-COUNT
                IF REGLA-JUGADA(INDICE) = JUGADA-BUSCADA
                    MOVE 'Y' TO JUGADA-HALLADA-SW
                END-IF
            END-PERFORM.

       ABRIR-FICHEROS.

            OPEN INPUT TRAN-FILE
            IF TRAN-FILE-STATUS NOT = '00'
                AND TRAN-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LAS TRANSACCIONES DE '
                    'RECLAMACIONES'
                STOP RUN
            END-IF
            OPEN OUTPUT CLAIM-OUT-FILE
            IF RECLOUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL REGISTRO DE SALIDA'
                STOP RUN
            END-IF
            OPEN EXTEND CLAIM-AUDIT-FILE
            IF RECLAUD-FILE-STATUS NOT = '00'
                AND RECLAUD-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LA AUDITORIA DE '
                    'RECLAMACIONES'
                STOP RUN
            END-IF
            OPEN EXTEND CORRECTION-FILE
            IF CORRIN-FILE-STATUS NOT = '00'
                AND CORRIN-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE CORRECCIONES'
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
                DISPLAY 'RECHAZADA: USUARIO ' RTRAN-USUARIO
                    ' SIN AUTORIZACION DE RECLAMACIONES'
            ELSE
                MOVE RTRAN-USUARIO TO USUARIO-CAMBIO
                MOVE RTRAN-ACCION TO ACCION-CAMBIO
                EVALUATE TRUE
                    WHEN RTRAN-ALTA
                        PERFORM APLICAR-ALTA
                    WHEN RTRAN-REVISION
                        PERFORM APLICAR-REVISION
                    WHEN RTRAN-ESTIMACION
                        PERFORM APLICAR-ESTIMACION
                    WHEN RTRAN-DESESTIMACION
                        PERFORM APLICAR-DESESTIMACION
                    WHEN RTRAN-CIERRE
                        PERFORM APLICAR-CIERRE
                    WHEN OTHER
                        ADD 1 TO TRANS-RECHAZADAS
                        DISPLAY 'RECHAZADA: ACCION DESCONOCIDA '
                            RTRAN-ACCION
                END-EVALUATE
            END-IF
            PERFORM LEER-TRANSACCION.

      ******************************************************************
      * ALTA DE UNA RECLAMACION NUEVA: SE VALIDA, SE COMPLETA DESDE LA
      * LINEA DE AUDITOUT SI SE DIO, Y SE LE ASIGNA EL SIGUIENTE
      * NUMERO DE REFERENCIA.
      ******************************************************************
       APLICAR-ALTA.

            INITIALIZE RECLAMACION-RECORD
            MOVE RTRAN-GRUPO TO RECL-GRUPO
            MOVE RTRAN-DIVISION TO RECL-DIVISION
            MOVE RTRAN-PLAYER-P1 TO RECL-PLAYER-P1
            MOVE RTRAN-PLAYER-P2 TO RECL-PLAYER-P2
            MOVE RTRAN-GAME TO RECL-GAME
            PERFORM VALIDAR-ALTA
            IF MOTIVO-RECHAZO NOT = SPACES
                ADD 1 TO TRANS-RECHAZADAS
                DISPLAY 'RECHAZADA: ' MOTIVO-RECHAZO ' (JUGADOR '
                    RTRAN-PLAYER-ID ')'
            ELSE
                ADD 1 TO ULTIMO-NUMERO
                ADD 1 TO RECLAMACIONES-COUNT
                MOVE ULTIMO-NUMERO TO RECL-NUMERO
                MOVE RTRAN-PLAYER-ID TO RECL-PLAYER-ID
                IF RTRAN-FECHA = 0
                    MOVE FECHA-PROCESO TO RECL-FECHA
                ELSE
                    MOVE RTRAN-FECHA TO RECL-FECHA
                END-IF
                MOVE RTRAN-TORNEO TO RECL-TORNEO
                MOVE RTRAN-LINEA-AUDIT TO RECL-LINEA-AUDIT
                MOVE 'A' TO RECL-ESTADO
                MOVE SPACE TO RECL-RESOLUCION
                MOVE FECHA-PROCESO TO RECL-FECHA-ESTADO
                MOVE SPACES TO RECL-SIMBOLO-P1
                MOVE SPACES TO RECL-SIMBOLO-P2
                MOVE RTRAN-MOTIVO TO RECL-MOTIVO
                MOVE RECLAMACION-RECORD
                    TO RECLAMACION-ENTRADA(RECLAMACIONES-COUNT)
                MOVE SPACE TO ESTADO-ANTERIOR
                MOVE RECL-MOTIVO TO MOTIVO-AUDITORIA
                PERFORM GRABAR-AUDITORIA
                ADD 1 TO TRANS-APLICADAS
                DISPLAY 'ALTA DE RECLAMACION ' RECL-NUMERO ' DE '
                    RECL-PLAYER-ID ' SOBRE EL GRUPO ' RECL-GRUPO
            END-IF.

      ******************************************************************
      * REGLAS DEL ALTA. LA PRIMERA QUE FALLA FIJA EL MOTIVO. CON
      * LINEA DE AUDITOUT, LOS DATOS DEL GRUPO SALEN DE ELLA.
      ******************************************************************
       VALIDAR-ALTA.

            MOVE SPACES TO MOTIVO-RECHAZO
            PERFORM BUSCAR-JUGADOR
            EVALUATE TRUE
                WHEN NOT JUGADOR-HALLADO
                    MOVE 'JUGADOR NO EN PLANTILLA' TO MOTIVO-RECHAZO
                WHEN RTRAN-FECHA IS NOT NUMERIC
                    OR RTRAN-LINEA-AUDIT IS NOT NUMERIC
                    MOVE 'CAMPOS NUMERICOS INVALIDOS'
                        TO MOTIVO-RECHAZO
                WHEN RTRAN-MOTIVO = SPACES
                    MOVE 'RECLAMACION SIN MOTIVO' TO MOTIVO-RECHAZO
                WHEN RECLAMACIONES-COUNT = 500
                    MOVE 'REGISTRO DE RECLAMACIONES LLENO'
                        TO MOTIVO-RECHAZO
                WHEN ULTIMO-NUMERO = 9999
                    MOVE 'NUMERACION DE RECLAMACIONES AGOTADA'
                        TO MOTIVO-RECHAZO
            END-EVALUATE
            IF MOTIVO-RECHAZO = SPACES
                IF RTRAN-LINEA-AUDIT > 0
                    PERFORM TOMAR-LINEA-AUDITORIA
                ELSE
                    IF RTRAN-GRUPO IS NOT NUMERIC
                        OR RTRAN-GRUPO = 0
                        OR RTRAN-PLAYER-P1 = SPACES
                        OR RTRAN-PLAYER-P2 = SPACES
                        MOVE 'SIN LINEA DE PISTA NI GRUPO COMPLETO'
                            TO MOTIVO-RECHAZO
                    END-IF
                END-IF
            END-IF
            IF MOTIVO-RECHAZO = SPACES
                IF RECL-PLAYER-P1 NOT = RTRAN-PLAYER-ID
                    AND RECL-PLAYER-P2 NOT = RTRAN-PLAYER-ID
                    MOVE 'EL JUGADOR NO JUGO ESE GRUPO'
                        TO MOTIVO-RECHAZO
                END-IF
            END-IF.

      ******************************************************************
      * LOCALIZA LA LINEA RTRAN-LINEA-AUDIT DE AUDITOUT Y COPIA DE
      * ELLA EL GRUPO, LA DIVISION, EL LOTE, LA TIRADA Y LOS
      * JUGADORES. SOLO SE PUEDE RECLAMAR UNA PARTIDA (NO UN DESCUENTO
      * POR SANCION NI UNA LINEA ANULADA) Y, SI LA TRANSACCION TRAE
      * GRUPO, DEBE SER EL DE LA LINEA.
      ******************************************************************
       TOMAR-LINEA-AUDITORIA.

            MOVE 'N' TO LINEA-HALLADA-SW
            MOVE 'N' TO AUDIT-EOF-SW
            MOVE 0 TO LINEAS-LEIDAS
            OPEN INPUT AUDIT-FILE
            IF AUDIT-FILE-STATUS = '00'
                PERFORM LEER-LINEA-AUDITORIA
                    UNTIL AUDIT-EOF OR LINEA-HALLADA
                CLOSE AUDIT-FILE
            END-IF
            EVALUATE TRUE
                WHEN NOT LINEA-HALLADA
                    MOVE 'LINEA DE AUDITOUT INEXISTENTE'
                        TO MOTIVO-RECHAZO
                WHEN AUD-PLAYER-P1 = SPACES
                    OR AUD-MARCA-SANCION
                    OR AUD-MARCA-ANULADA
                    OR AUD-GAME-HANDICAP
                    MOVE 'LA LINEA DE AUDITOUT NO ES UNA PARTIDA'
                        TO MOTIVO-RECHAZO
                WHEN RTRAN-GRUPO IS NUMERIC
                    AND RTRAN-GRUPO > 0
                    AND RTRAN-GRUPO NOT = AUD-GRUPO
                    MOVE 'LA LINEA DE AUDITOUT ES DE OTRO GRUPO'
                        TO MOTIVO-RECHAZO
                WHEN OTHER
                    MOVE AUD-GRUPO TO RECL-GRUPO
                    MOVE AUD-DIVISION TO RECL-DIVISION
                    MOVE AUD-LOTE-FECHA TO RECL-LOTE-FECHA
                    MOVE AUD-LOTE-NUMERO TO RECL-LOTE-NUMERO
                    MOVE AUD-GAME TO RECL-GAME
                    MOVE AUD-PLAYER-P1 TO RECL-PLAYER-P1
                    MOVE AUD-PLAYER-P2 TO RECL-PLAYER-P2
            END-EVALUATE.

       LEER-LINEA-AUDITORIA.

            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO AUDIT-EOF-SW
                NOT AT END
                    ADD 1 TO LINEAS-LEIDAS
                    IF LINEAS-LEIDAS = RTRAN-LINEA-AUDIT
                        MOVE 'Y' TO LINEA-HALLADA-SW
                    END-IF
            END-READ.

      ******************************************************************
      * PASO A REVISION DE UNA RECLAMACION ABIERTA.
      ******************************************************************
       APLICAR-REVISION.

            PERFORM BUSCAR-RECLAMACION
            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: RECLAMACION INEXISTENTE '
                        RTRAN-NUMERO
                WHEN NOT RECL-ABIERTA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA RECLAMACION ' RTRAN-NUMERO
                        ' NO ESTA ABIERTA'
                WHEN OTHER
                    MOVE RECL-ESTADO TO ESTADO-ANTERIOR
                    MOVE 'R' TO RECL-ESTADO
                    PERFORM REGISTRAR-CAMBIO
            END-EVALUATE.

      ******************************************************************
      * ESTIMACION DE UNA RECLAMACION EN REVISION: SE VALIDAN LOS
      * SIMBOLOS QUE EL COMITE DA POR BUENOS Y SE GENERA LA
      * CORRECCION PARA EL REPROCESO DE RETO6.
      ******************************************************************
       APLICAR-ESTIMACION.

            PERFORM BUSCAR-RECLAMACION
            MOVE RTRAN-SIMBOLO-P1 TO JUGADA-BUSCADA(1:1)
            MOVE RTRAN-SIMBOLO-P2 TO JUGADA-BUSCADA(2:1)
            PERFORM BUSCAR-JUGADA
            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: RECLAMACION INEXISTENTE '
                        RTRAN-NUMERO
                WHEN NOT RECL-EN-REVISION
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA RECLAMACION ' RTRAN-NUMERO
                        ' NO ESTA EN REVISION'
                WHEN RTRAN-SIMBOLO-P1 = SPACE
                    OR RTRAN-SIMBOLO-P2 = SPACE
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ESTIMACION SIN SIMBOLOS '
                        'CORREGIDOS ' RTRAN-NUMERO
                WHEN NOT JUGADA-HALLADA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: TIRADA ' JUGADA-BUSCADA
                        ' FUERA DE LAS REGLAS ' RTRAN-NUMERO
                WHEN OTHER
                    MOVE RECL-ESTADO TO ESTADO-ANTERIOR
                    MOVE 'E' TO RECL-ESTADO
                    MOVE 'E' TO RECL-RESOLUCION
                    MOVE RTRAN-SIMBOLO-P1 TO RECL-SIMBOLO-P1
                    MOVE RTRAN-SIMBOLO-P2 TO RECL-SIMBOLO-P2
                    PERFORM GENERAR-CORRECCION
                    PERFORM REGISTRAR-CAMBIO
            END-EVALUATE.

      ******************************************************************
      * GRABA EN CORRIN LA CORRECCION DE LA RECLAMACION ESTIMADA, CON
      * SU NUMERO Y FECHA PARA QUE EL REPROCESO LA APUNTE AL CERRARLA.
      ******************************************************************
       GENERAR-CORRECCION.

            MOVE RECL-GRUPO TO CORR-GRUPO
            MOVE RECL-GAME TO CORR-GAME-ORIG
            MOVE RECL-SIMBOLO-P1 TO CORR-SIMBOLO-P1
            MOVE RECL-SIMBOLO-P2 TO CORR-SIMBOLO-P2
            MOVE RECL-PLAYER-P1 TO CORR-PLAYER-P1
            MOVE RECL-PLAYER-P2 TO CORR-PLAYER-P2
            MOVE RECL-TORNEO TO CORR-TORNEO
            MOVE RECL-DIVISION TO CORR-DIVISION
            MOVE RECL-NUMERO TO CORR-RECLAMACION
            MOVE RECL-FECHA TO CORR-RECL-FECHA
            WRITE CORRECCION-RECORD
            ADD 1 TO CORRECCIONES-GENERADAS
            DISPLAY 'RECLAMACION ' RECL-NUMERO ' ESTIMADA: CORRECCION '
                'DEL GRUPO ' RECL-GRUPO ' GRABADA EN CORRIN'.

      ******************************************************************
      * DESESTIMACION DE UNA RECLAMACION EN REVISION.
      ******************************************************************
       APLICAR-DESESTIMACION.

            PERFORM BUSCAR-RECLAMACION
            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: RECLAMACION INEXISTENTE '
                        RTRAN-NUMERO
                WHEN NOT RECL-EN-REVISION
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA RECLAMACION ' RTRAN-NUMERO
                        ' NO ESTA EN REVISION'
                WHEN OTHER
                    MOVE RECL-ESTADO TO ESTADO-ANTERIOR
                    MOVE 'D' TO RECL-ESTADO
                    MOVE 'D' TO RECL-RESOLUCION
                    PERFORM REGISTRAR-CAMBIO
            END-EVALUATE.

      ******************************************************************
      * CIERRE A MANO DE UNA RECLAMACION DESESTIMADA. LA ESTIMADA LA
      * CIERRA EL REPROCESO QUE APLICA SU CORRECCION.
      ******************************************************************
       APLICAR-CIERRE.

            PERFORM BUSCAR-RECLAMACION
            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: RECLAMACION INEXISTENTE '
                        RTRAN-NUMERO
                WHEN RECL-ESTIMADA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA RECLAMACION ' RTRAN-NUMERO
                        ' SE CIERRA CON EL REPROCESO DE SU CORRECCION'
                WHEN NOT RECL-DESESTIMADA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA RECLAMACION ' RTRAN-NUMERO
                        ' NO ESTA DESESTIMADA'
                WHEN OTHER
                    MOVE RECL-ESTADO TO ESTADO-ANTERIOR
                    MOVE 'C' TO RECL-ESTADO
                    PERFORM REGISTRAR-CAMBIO
            END-EVALUATE.

      ******************************************************************
      * DEJA EN LA TABLA EL CAMBIO DE ESTADO DE LA RECLAMACION CARGADA
      * EN EL AREA DEL REGISTRO Y LO AUDITA CON EL MOTIVO DE LA
      * TRANSACCION.
      ******************************************************************
       REGISTRAR-CAMBIO.

            MOVE FECHA-PROCESO TO RECL-FECHA-ESTADO
            MOVE RECLAMACION-RECORD
                TO RECLAMACION-ENTRADA(INDICE-HALLADO)
            MOVE RTRAN-MOTIVO TO MOTIVO-AUDITORIA
            PERFORM GRABAR-AUDITORIA
            ADD 1 TO TRANS-APLICADAS.

      ******************************************************************
      * GRABA LA LINEA DE AUDITORIA DEL CAMBIO RECIEN APLICADO, CON
      * LA RECLAMACION CARGADA EN EL AREA DEL REGISTRO.
      ******************************************************************
       GRABAR-AUDITORIA.

            MOVE FECHA-PROCESO TO RAUD-FECHA
            MOVE USUARIO-CAMBIO TO RAUD-USUARIO
            MOVE ACCION-CAMBIO TO RAUD-ACCION
            MOVE RECL-NUMERO TO RAUD-NUMERO
            MOVE RECL-PLAYER-ID TO RAUD-PLAYER-ID
            MOVE ESTADO-ANTERIOR TO RAUD-ESTADO-ANT
            MOVE RECL-ESTADO TO RAUD-ESTADO-NUEVO
            MOVE MOTIVO-AUDITORIA TO RAUD-MOTIVO
            WRITE RECLAMACION-AUDIT-RECORD.

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
      * LA FUNCION 'L' CONCEDIDA. LA COMPROBACION, PERMITIDA O
      * DENEGADA, QUEDA EN EL REGISTRO DE ACCESOS.
      ******************************************************************
       COMPROBAR-USUARIO.

            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = RTRAN-USUARIO
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'L'
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
                MOVE RTRAN-USUARIO TO ACC-OPERADOR
                MOVE 'RECLMANT' TO ACC-FUNCION
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

            PERFORM GRABAR-UNA-RECLAMACION
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > RECLAMACIONES-COUNT.

       GRABAR-UNA-RECLAMACION.

            MOVE RECLAMACION-ENTRADA(INDICE) TO RECLAMACION-OUT-RECORD
            WRITE RECLAMACION-OUT-RECORD.

       CERRAR-FICHEROS.

            CLOSE TRAN-FILE
            CLOSE CLAIM-OUT-FILE
            CLOSE CLAIM-AUDIT-FILE
            CLOSE CORRECTION-FILE.
       END PROGRAM RECLMANT.
