      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Liberacion de partidas retenidas por posible
      *            duplicado. EDITLOTE aparta en GAMESRET (ver
      *            RETEREC.CPY) los grupos cuya huella coincide con la
      *            de un grupo ya adjudicado de otro lote, nombrando el
      *            lote original. Tras revisar el acta, operacion
      *            decide grupo a grupo con una orden en LIBETRAN:
      *            'L' libera el grupo (era una revancha legitima) y
      *            'D' lo descarta (era de verdad un duplicado). Los
      *            grupos liberados salen por GAMESLIB como un lote de
      *            GAMESIN por cada lote retenido, con su cabecera y su
      *            cola de control (ver LOTECTL.CPY), fechado hoy y
      *            numerado desde el 9001, listo para pasar otra vez
      *            por EDITLOTE y RETO6; cada grupo liberado deja su
      *            linea 'R' en el historico de huellas (ver
      *            HUELLREC.CPY) para que EDITLOTE no lo vuelva a
      *            retener. Los grupos sin orden siguen retenidos.
      *            Cada orden exige que su LTRAN-USUARIO figure en el
      *            fichero de operadores OPERAUT (ver OPERREC.CPY),
      *            activo y con la funcion 'O' concedida, y cada
      *            comprobacion queda en el registro de accesos
      *            ACCESLOG (ver ACCESREC.CPY).
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Las partidas retenidas guardan el
      *            arbitro del grupo (ver RETEREC.CPY) y salen con el en
      *            GAMESLIB; se siguen leyendo las retenidas antiguas de
      *            61 posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'LIBETRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'GAMESRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENIDAS-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO 'GAMESLIB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBERADAS-FILE-STATUS.
           SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO 'HUELLAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUELLAS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ORDENES DE OPERACION SOBRE LOS GRUPOS RETENIDOS.
      *   LTRAN-ACCION      'L' LIBERAR, 'D' DESCARTAR.
      *   LTRAN-LOTE-FECHA  FECHA Y NUMERO DEL LOTE RETENIDO, Y GRUPO,
      *   LTRAN-LOTE-NUMERO TAL COMO LOS NOMBRO EDITLOTE.
      *   LTRAN-GRUPO
      *   LTRAN-USUARIO     OPERADOR QUE DECIDE.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  LIBERA-TRAN-RECORD.
           05 LTRAN-ACCION       PIC X(1).
               88 LTRAN-LIBERAR           VALUE 'L'.
               88 LTRAN-DESCARTAR         VALUE 'D'.
           05 LTRAN-LOTE-FECHA   PIC 9(8).
           05 LTRAN-LOTE-NUMERO  PIC 9(4).
           05 LTRAN-GRUPO        PIC 9(3).
           05 LTRAN-USUARIO      PIC X(8).

      ******************************************************************
      * PARTIDAS RETENIDAS: SE LEEN ENTERAS Y SE REGRABAN CON LAS QUE
      * SIGUEN SIN ORDEN.
      ******************************************************************
       FD  SUSPENSE-FILE
           RECORD CONTAINS 61 TO 65 CHARACTERS.
           COPY RETEREC.

      ******************************************************************
      * LOTES DE LIBERACION, EN EL FORMATO DE GAMESIN.
      ******************************************************************
       FD  RELEASE-FILE
           RECORD CONTAINS 13 TO 24 CHARACTERS.
       01  LIBERADA-RECORD       PIC X(20).
       01  LIBERADA-CONTROL-RECORD PIC X(24).

      ******************************************************************
      * HISTORICO DE HUELLAS: SE LEE PARA NO REPETIR NUMERO DE LOTE DE
      * LIBERACION EN EL MISMO DIA Y SE LE AÑADEN LAS LINEAS 'R'.
      ******************************************************************
       FD  FINGERPRINT-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY HUELLREC.

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

       01 TRAN-FILE-STATUS       PIC X(2).
       01 RETENIDAS-FILE-STATUS  PIC X(2).
       01 LIBERADAS-FILE-STATUS  PIC X(2).
       01 HUELLAS-FILE-STATUS    PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).

       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.
       01 RETENIDAS-EOF-SW       PIC X(1) VALUE 'N'.
           88 RETENIDAS-EOF               VALUE 'Y'.
       01 HUELLAS-EOF-SW         PIC X(1) VALUE 'N'.
           88 HUELLAS-EOF                 VALUE 'Y'.

      ******************************************************************
      * REGISTROS DE CONTROL DEL LOTE DE LIBERACION.
      ******************************************************************
           COPY LOTECTL.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA ORDEN EXIGE SU
      * USUARIO ACTIVO Y CON LA FUNCION 'O' CONCEDIDA.
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
      * ORDENES VALIDAS Y AUTORIZADAS, CON LAS PARTIDAS QUE TOCARON.
      ******************************************************************
       01 ORDENES-COUNT          PIC 9(3) VALUE 0.
       01 ORDENES-TBL.
           05 ORDEN-ENTRADA OCCURS 200 TIMES.
              10 ORD-ACCION      PIC X(1).
              10 ORD-LOTE-FECHA  PIC 9(8).
              10 ORD-LOTE-NUMERO PIC 9(4).
              10 ORD-GRUPO       PIC 9(3).
              10 ORD-PARTIDAS    PIC 9(5).
       01 INDICE-ORDEN           PIC 9(3).
       01 ORDEN-HALLADA          PIC 9(3).

      ******************************************************************
      * PARTIDAS RETENIDAS EN MEMORIA, EN EL ORDEN EN QUE SE APARTARON.
      ******************************************************************
       01 RETENIDAS-COUNT        PIC 9(4) VALUE 0.
       01 RETENIDAS-TBL.
           05 RETENIDA-ENTRADA   PIC X(65) OCCURS 2000 TIMES.
       01 INDICE-RETENIDA        PIC 9(4).

      ******************************************************************
      * LOTE DE LIBERACION EN CURSO: UNO POR CADA LOTE RETENIDO CON
      * GRUPOS LIBERADOS. EL NUMERO ARRANCA EN EL 9001, O DESPUES DEL
      * MAYOR QUE YA SE USO HOY SEGUN LAS LINEAS 'R' DEL HISTORICO.
      ******************************************************************
       01 FECHA-HOY              PIC 9(8).
       01 NUMERO-LIBERACION      PIC 9(4) VALUE 9000.
       01 LOTE-ABIERTO-SW        PIC X(1) VALUE 'N'.
           88 LOTE-LIBERACION-ABIERTO     VALUE 'Y'.
       01 ORIGEN-LOTE-FECHA      PIC 9(8) VALUE 0.
       01 ORIGEN-LOTE-NUMERO     PIC 9(4) VALUE 0.
       01 PARTIDAS-EN-LOTE       PIC 9(7) VALUE 0.
       01 GRUPO-LIBERADO-ANTERIOR PIC 9(3) VALUE 0.

       01 TRANS-LEIDAS           PIC 9(5) VALUE 0.
       01 TRANS-RECHAZADAS       PIC 9(5) VALUE 0.
       01 PARTIDAS-LIBERADAS     PIC 9(7) VALUE 0.
       01 PARTIDAS-DESCARTADAS   PIC 9(7) VALUE 0.
       01 PARTIDAS-PENDIENTES    PIC 9(7) VALUE 0.
       01 LOTES-LIBERACION       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            PERFORM CARGAR-OPERADORES
            PERFORM CARGAR-ORDENES
            PERFORM CARGAR-RETENIDAS
            PERFORM BUSCAR-NUMERO-LIBERACION
            PERFORM ABRIR-SALIDAS
            PERFORM APLICAR-ORDEN-RETENIDA
                VARYING INDICE-RETENIDA FROM 1 BY 1
                UNTIL INDICE-RETENIDA > RETENIDAS-COUNT
            IF LOTE-LIBERACION-ABIERTO
                PERFORM CERRAR-LOTE-LIBERACION
            END-IF
            PERFORM CERRAR-SALIDAS
            PERFORM REGRABAR-RETENIDAS
            PERFORM DENUNCIAR-ORDENES-VACIAS
            DISPLAY 'LIBERACION -- ORDENES: ' TRANS-LEIDAS
                ' RECHAZADAS: ' TRANS-RECHAZADAS
                ' LIBERADAS: ' PARTIDAS-LIBERADAS
                ' DESCARTADAS: ' PARTIDAS-DESCARTADAS
                ' SIGUEN RETENIDAS: ' PARTIDAS-PENDIENTES
                ' LOTES: ' LOTES-LIBERACION
            STOP RUN.

      ******************************************************************
      * CARGA LAS ORDENES. UNA ORDEN DE UN USUARIO SIN AUTORIZACION, O
      * CON UNA ACCION DESCONOCIDA, SE RECHAZA POR CONSOLA Y NO TOCA
      * NADA.
      ******************************************************************
       CARGAR-ORDENES.

            OPEN INPUT TRAN-FILE
            IF TRAN-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LAS ORDENES DE LIBERACION'
                STOP RUN
            END-IF
            PERFORM LEER-TRANSACCION
            PERFORM ANOTAR-ORDEN UNTIL TRAN-EOF
            CLOSE TRAN-FILE.

       LEER-TRANSACCION.

            READ TRAN-FILE
                AT END MOVE 'Y' TO TRAN-EOF-SW
            END-READ.

       ANOTAR-ORDEN.

            ADD 1 TO TRANS-LEIDAS
            PERFORM COMPROBAR-USUARIO
            EVALUATE TRUE
                WHEN NOT USUARIO-AUTORIZADO
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: USUARIO ' LTRAN-USUARIO
                        ' SIN AUTORIZACION DE OPERACION'
                WHEN NOT LTRAN-LIBERAR AND NOT LTRAN-DESCARTAR
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ACCION ' LTRAN-ACCION
                        ' DESCONOCIDA'
                WHEN LTRAN-LOTE-FECHA IS NOT NUMERIC
                    OR LTRAN-LOTE-NUMERO IS NOT NUMERIC
                    OR LTRAN-GRUPO IS NOT NUMERIC
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: LOTE O GRUPO NO NUMERICO'
                WHEN ORDENES-COUNT = 200
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: SE ALCANZO EL MAXIMO DE '
                        'ORDENES'
                WHEN OTHER
                    ADD 1 TO ORDENES-COUNT
                    MOVE LTRAN-ACCION TO ORD-ACCION(ORDENES-COUNT)
                    MOVE LTRAN-LOTE-FECHA
                        TO ORD-LOTE-FECHA(ORDENES-COUNT)
                    MOVE LTRAN-LOTE-NUMERO
                        TO ORD-LOTE-NUMERO(ORDENES-COUNT)
                    MOVE LTRAN-GRUPO TO ORD-GRUPO(ORDENES-COUNT)
                    MOVE 0 TO ORD-PARTIDAS(ORDENES-COUNT)
            END-EVALUATE
            PERFORM LEER-TRANSACCION.

      ******************************************************************
      * CARGA LAS PARTIDAS RETENIDAS. SIN FICHERO NO HAY NADA QUE
      * LIBERAR, PERO LAS ORDENES SE DENUNCIAN IGUAL.
      ******************************************************************
       CARGAR-RETENIDAS.

            OPEN INPUT SUSPENSE-FILE
            IF RETENIDAS-FILE-STATUS = '00'
                OR RETENIDAS-FILE-STATUS = '05'
                PERFORM LEER-RETENIDA
                PERFORM ANOTAR-RETENIDA UNTIL RETENIDAS-EOF
                CLOSE SUSPENSE-FILE
            END-IF.

       LEER-RETENIDA.

            READ SUSPENSE-FILE
                AT END MOVE 'Y' TO RETENIDAS-EOF-SW
            END-READ.

       ANOTAR-RETENIDA.

            IF RETENIDAS-COUNT = 2000
                DISPLAY 'NO CABEN MAS PARTIDAS RETENIDAS EN MEMORIA, '
                    'LA LIBERACION SE NIEGA PARA NO PERDER NINGUNA'
                STOP RUN
            END-IF
            ADD 1 TO RETENIDAS-COUNT
            MOVE RETENIDA-RECORD TO RETENIDA-ENTRADA(RETENIDAS-COUNT)
            PERFORM LEER-RETENIDA.

      ******************************************************************
      * EL NUMERO DEL PRIMER LOTE DE LIBERACION DE HOY: EL SIGUIENTE
      * AL MAYOR QUE YA DEJO LIBERA EN EL HISTORICO CON FECHA DE HOY.
      ******************************************************************
       BUSCAR-NUMERO-LIBERACION.

            OPEN INPUT FINGERPRINT-FILE
            IF HUELLAS-FILE-STATUS = '00'
                OR HUELLAS-FILE-STATUS = '05'
                PERFORM LEER-HUELLA
                PERFORM MIRAR-HUELLA UNTIL HUELLAS-EOF
                CLOSE FINGERPRINT-FILE
            END-IF.

       LEER-HUELLA.

            READ FINGERPRINT-FILE
                AT END MOVE 'Y' TO HUELLAS-EOF-SW
            END-READ.

       MIRAR-HUELLA.

            IF HUE-GRUPO-LIBERADO
                AND HUE-LOTE-FECHA = FECHA-HOY
                AND HUE-LOTE-NUMERO IS NUMERIC
                AND HUE-LOTE-NUMERO > NUMERO-LIBERACION
                MOVE HUE-LOTE-NUMERO TO NUMERO-LIBERACION
            END-IF
            PERFORM LEER-HUELLA.

       ABRIR-SALIDAS.

            OPEN OUTPUT RELEASE-FILE
            IF LIBERADAS-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE LIBERADAS'
                STOP RUN
            END-IF
            OPEN EXTEND FINGERPRINT-FILE
            IF HUELLAS-FILE-STATUS NOT = '00'
                AND HUELLAS-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL HISTORICO DE HUELLAS'
                STOP RUN
            END-IF.

      ******************************************************************
      * APLICA A UNA PARTIDA RETENIDA LA ORDEN DE SU GRUPO, SI LA HAY.
      * LA ULTIMA ORDEN DADA PARA UN GRUPO ES LA QUE VALE.
      ******************************************************************
       APLICAR-ORDEN-RETENIDA.

            MOVE RETENIDA-ENTRADA(INDICE-RETENIDA) TO RETENIDA-RECORD
            MOVE 0 TO ORDEN-HALLADA
            PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
                UNTIL INDICE-ORDEN > ORDENES-COUNT
                IF ORD-LOTE-FECHA(INDICE-ORDEN) = RET-LOTE-FECHA
                    AND ORD-LOTE-NUMERO(INDICE-ORDEN) = RET-LOTE-NUMERO
                    AND ORD-GRUPO(INDICE-ORDEN) = RET-REGISTRO(1:3)
                    MOVE INDICE-ORDEN TO ORDEN-HALLADA
                END-IF
            END-PERFORM
            IF ORDEN-HALLADA = 0
                ADD 1 TO PARTIDAS-PENDIENTES
            ELSE
                ADD 1 TO ORD-PARTIDAS(ORDEN-HALLADA)
                IF ORD-ACCION(ORDEN-HALLADA) = 'L'
                    PERFORM LIBERAR-PARTIDA
                ELSE
                    ADD 1 TO PARTIDAS-DESCARTADAS
                END-IF
                MOVE SPACES TO RETENIDA-ENTRADA(INDICE-RETENIDA)
            END-IF.

      ******************************************************************
      * PASA LA PARTIDA AL LOTE DE LIBERACION DE SU LOTE RETENIDO,
      * ABRIENDO UNO NUEVO AL CAMBIAR DE LOTE RETENIDO. EL PRIMER
      * REGISTRO DE CADA GRUPO DEJA SU LINEA 'R' EN EL HISTORICO.
      ******************************************************************
       LIBERAR-PARTIDA.

            IF LOTE-LIBERACION-ABIERTO
                AND (RET-LOTE-FECHA NOT = ORIGEN-LOTE-FECHA
                OR RET-LOTE-NUMERO NOT = ORIGEN-LOTE-NUMERO)
                PERFORM CERRAR-LOTE-LIBERACION
            END-IF
            IF NOT LOTE-LIBERACION-ABIERTO
                PERFORM ABRIR-LOTE-LIBERACION
            END-IF
            IF PARTIDAS-EN-LOTE = 0
                OR RET-REGISTRO(1:3) NOT = GRUPO-LIBERADO-ANTERIOR
                PERFORM ANOTAR-LIBERACION
            END-IF
            MOVE RET-REGISTRO TO LIBERADA-RECORD(1:16)
            MOVE RET-ARBITRO TO LIBERADA-RECORD(17:4)
            WRITE LIBERADA-RECORD
            ADD 1 TO PARTIDAS-EN-LOTE
            ADD 1 TO PARTIDAS-LIBERADAS.

       ABRIR-LOTE-LIBERACION.

            MOVE 'Y' TO LOTE-ABIERTO-SW
            MOVE RET-LOTE-FECHA TO ORIGEN-LOTE-FECHA
            MOVE RET-LOTE-NUMERO TO ORIGEN-LOTE-NUMERO
            MOVE 0 TO PARTIDAS-EN-LOTE
            ADD 1 TO NUMERO-LIBERACION
            ADD 1 TO LOTES-LIBERACION
            MOVE SPACES TO LOTE-CONTROL-RECORD
            MOVE '*H' TO LOTE-TIPO
            MOVE FECHA-HOY TO LOTE-FECHA
            MOVE NUMERO-LIBERACION TO LOTE-NUMERO
            MOVE RET-TORNEO TO LOTE-TORNEO
            MOVE RET-DIVISION TO LOTE-DIVISION
            MOVE LOTE-CONTROL-RECORD TO LIBERADA-CONTROL-RECORD
            WRITE LIBERADA-CONTROL-RECORD
            DISPLAY 'LOTE DE LIBERACION ' FECHA-HOY '/'
                NUMERO-LIBERACION ' PARA EL LOTE RETENIDO '
                RET-LOTE-FECHA '/' RET-LOTE-NUMERO.

       CERRAR-LOTE-LIBERACION.

            MOVE 'N' TO LOTE-ABIERTO-SW
            MOVE SPACES TO LOTE-CONTROL-RECORD
            MOVE '*T' TO LOTE-TIPO
            MOVE PARTIDAS-EN-LOTE TO LOTE-CONTADOR
            MOVE LOTE-CONTROL-RECORD TO LIBERADA-CONTROL-RECORD
            WRITE LIBERADA-CONTROL-RECORD.

       ANOTAR-LIBERACION.

            MOVE RET-REGISTRO(1:3) TO GRUPO-LIBERADO-ANTERIOR
            MOVE SPACES TO HUELLA-RECORD
            MOVE 'R' TO HUE-TIPO
            MOVE FECHA-HOY TO HUE-LOTE-FECHA
            MOVE NUMERO-LIBERACION TO HUE-LOTE-NUMERO
            MOVE RET-TORNEO TO HUE-TORNEO
            MOVE RET-DIVISION TO HUE-DIVISION
            MOVE RET-REGISTRO(1:3) TO HUE-GRUPO
            MOVE RET-REGISTRO(6:4) TO HUE-PLAYER-P1
            MOVE RET-REGISTRO(10:4) TO HUE-PLAYER-P2
            MOVE FECHA-HOY TO HUE-FECHA
            MOVE 0 TO HUE-PARTIDAS
            WRITE HUELLA-RECORD
            DISPLAY 'GRUPO ' RET-REGISTRO(1:3) ' DEL LOTE '
                RET-LOTE-FECHA '/' RET-LOTE-NUMERO
                ' LIBERADO (COINCIDIA CON EL LOTE '
                RET-ORIG-LOTE-FECHA '/' RET-ORIG-LOTE-NUMERO ')'.

       CERRAR-SALIDAS.

            CLOSE RELEASE-FILE
            CLOSE FINGERPRINT-FILE.

      ******************************************************************
      * REGRABA GAMESRET SOLO CON LAS PARTIDAS QUE SIGUEN SIN ORDEN.
      ******************************************************************
       REGRABAR-RETENIDAS.

            OPEN OUTPUT SUSPENSE-FILE
            IF RETENIDAS-FILE-STATUS NOT = '00'
                AND RETENIDAS-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO REGRABAR EL FICHERO DE RETENIDAS'
                STOP RUN
            END-IF
            PERFORM VARYING INDICE-RETENIDA FROM 1 BY 1
                UNTIL INDICE-RETENIDA > RETENIDAS-COUNT
                IF RETENIDA-ENTRADA(INDICE-RETENIDA) NOT = SPACES
                    MOVE RETENIDA-ENTRADA(INDICE-RETENIDA)
                        TO RETENIDA-RECORD
                    WRITE RETENIDA-RECORD
                END-IF
            END-PERFORM
            CLOSE SUSPENSE-FILE.

      ******************************************************************
      * UNA ORDEN QUE NO ENCONTRO NINGUNA PARTIDA RETENIDA SE DENUNCIA:
      * O EL GRUPO YA SE RESOLVIO, O LA ORDEN ESTA MAL TECLEADA.
      ******************************************************************
       DENUNCIAR-ORDENES-VACIAS.

            PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
                UNTIL INDICE-ORDEN > ORDENES-COUNT
                IF ORD-PARTIDAS(INDICE-ORDEN) = 0
                    DISPLAY 'SIN EFECTO: NO HAY GRUPO RETENIDO '
                        ORD-GRUPO(INDICE-ORDEN) ' DEL LOTE '
                        ORD-LOTE-FECHA(INDICE-ORDEN) '/'
                        ORD-LOTE-NUMERO(INDICE-ORDEN)
                END-IF
            END-PERFORM.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * NADA Y LA LIBERACION SE NIEGA A CORRER.
      ******************************************************************
       CARGAR-OPERADORES.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), LA LIBERACION SE NIEGA'
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
      * EL USUARIO DE LA ORDEN DEBE SER UN OPERADOR ACTIVO CON LA
      * FUNCION 'O' (OPERACION DEL LOTE) CONCEDIDA. LA COMPROBACION,
      * PERMITIDA O DENEGADA, QUEDA EN EL REGISTRO DE ACCESOS.
      ******************************************************************
       COMPROBAR-USUARIO.

            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = LTRAN-USUARIO
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'O'
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
                MOVE LTRAN-USUARIO TO ACC-OPERADOR
                MOVE 'LIBERA' TO ACC-FUNCION
                IF USUARIO-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.
       END PROGRAM LIBERA.
