      *            se rechazan. Cada comprobacion queda en el
      *            registro de accesos ACCESLOG (ver ACCESREC.CPY),
      *            como pidio la auditoria de primavera.
      * Modified:  15/10/2026 - Idioma preferido del jugador
      *            (ROST-IDIOMA, ver ROSTREC.CPY): se recoge en las
      *            altas (TRAN-IDIOMA) y se cambia con la accion nueva
      *            'I'; la plantilla nueva lo conserva y la auditoria
      *            ROSTAUD guarda el idioma antes y despues.
      * Modified:  15/10/2026 - Datos personales del jugador
      *            (ROST-FECHA-NAC y ROST-SEXO, ver ROSTREC.CPY) para
      *            las categorias de edad y sexo: se recogen y validan
      *            en las altas y se cambian con la accion nueva 'P'; la
      *            plantilla nueva los conserva y la auditoria ROSTAUD
      *            los guarda antes y despues.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada
      *            transaccion lee su jugador por la clave y las altas y
      *            los cambios se graban en sitio, sin tabla en memoria
      *            ni limite de 200 jugadores. Ya no hay ROSTEROUT que
      *            poner en servicio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO 'ROSTTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL ROSTER-AUDIT-FILE ASSIGN TO 'ROSTAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTAUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * MAESTRO DE JUGADORES, QUE SE ACTUALIZA EN SITIO.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * TRANSACCIONES DE MANTENIMIENTO A APLICAR.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 41 TO 52 CHARACTERS.
           COPY ROSTTRAN.

      ******************************************************************
      * AUDITORIA DE CAMBIOS DE LA PLANTILLA, EN EXTEND PARA
      * CONSERVAR EL HISTORICO.
      ******************************************************************
       FD  ROSTER-AUDIT-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY ROSTAUD.

      ******************************************************************

       01 ROSTER-FILE-STATUS     PIC X(2).
       01 TRAN-FILE-STATUS       PIC X(2).
       01 ROSTAUD-FILE-STATUS    PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).

       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.

      ******************************************************************
      * JUGADOR DE LA TRANSACCION LEIDO DEL MAESTRO POR SU CLAVE.
      ******************************************************************
       01 JUGADOR-SW             PIC X(1).
           88 JUGADOR-EXISTE              VALUE 'Y'.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA TRANSACCION EXIGE SU
           88 USUARIO-AUTORIZADO          VALUE 'Y'.

       01 INDICE                 PIC 9(3).
       01 TRANS-LEIDAS           PIC 9(5) VALUE 0.
       01 TRANS-APLICADAS        PIC 9(5) VALUE 0.
       01 TRANS-RECHAZADAS       PIC 9(5) VALUE 0.
       01 NOMBRE-ANTERIOR        PIC X(20).
       01 IDIOMA-ANTERIOR        PIC X(2).
       01 IDIOMA-NUEVO           PIC X(2).
       01 NAC-ANTERIOR           PIC 9(8).
       01 NAC-NUEVA              PIC 9(8).
       01 SEXO-ANTERIOR          PIC X(1).
       01 SEXO-NUEVO             PIC X(1).

      ******************************************************************
      * VALIDACION DE LA FECHA DE NACIMIENTO DE UNA TRANSACCION: A
      * CERO (NO SE CONOCE) O UNA FECHA AAAAMMDD CON MES Y DIA
      * POSIBLES.
      ******************************************************************
       01 NAC-TRANSACCION        PIC 9(8).
       01 NAC-TRANSACCION-R REDEFINES NAC-TRANSACCION.
           05 NAC-TRAN-ANO       PIC 9(4).
           05 NAC-TRAN-MES       PIC 9(2).
           05 NAC-TRAN-DIA       PIC 9(2).
       01 NAC-VALIDA-SW          PIC X(1).
           88 NAC-VALIDA                  VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-OPERADORES
            PERFORM ABRIR-FICHEROS
            PERFORM LEER-TRANSACCION
            PERFORM APLICAR-TRANSACCION UNTIL TRAN-EOF
            PERFORM CERRAR-FICHEROS
            DISPLAY 'MANTENIMIENTO -- LEIDAS: ' TRANS-LEIDAS
                ' APLICADAS: ' TRANS-APLICADAS
            STOP RUN.

      ******************************************************************
      * ABRE LAS TRANSACCIONES, EL MAESTRO DE JUGADORES Y LA
      * AUDITORIA DE CAMBIOS.
      ******************************************************************
       ABRIR-FICHEROS.
                DISPLAY 'NO SE PUDO ABRIR LAS TRANSACCIONES'
                STOP RUN
            END-IF
            OPEN I-O ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE JUGADORES'
                STOP RUN
            END-IF
            OPEN EXTEND ROSTER-AUDIT-FILE
       APLICAR-TRANSACCION-AUTORIZADA.

            MOVE TRAN-PLAYER-ID TO ROST-PLAYER-ID
            READ ROSTER-FILE
                INVALID KEY MOVE 'N' TO JUGADOR-SW
                NOT INVALID KEY MOVE 'Y' TO JUGADOR-SW
            END-READ
            EVALUATE TRUE
                WHEN TRAN-ALTA
                    PERFORM APLICAR-ALTA
                    PERFORM APLICAR-RENOMBRE
                WHEN TRAN-BAJA
                    PERFORM APLICAR-BAJA
                WHEN TRAN-IDIOMA-CAMBIO
                    PERFORM APLICAR-IDIOMA
                WHEN TRAN-PERSONALES
                    PERFORM APLICAR-PERSONALES
                WHEN OTHER
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ACCION DESCONOCIDA '

      ******************************************************************
      * ALTA: EL IDENTIFICADOR NO PUEDE EXISTIR YA Y EL NOMBRE NO
      * PUEDE VENIR EN BLANCO. EL IDIOMA PREFERIDO, SI VIENE, DEBE
      * SER 'ES' O 'EN'; LA FECHA DE NACIMIENTO Y EL SEXO, SI VIENEN,
      * DEBEN SER VALIDOS.
      ******************************************************************
       APLICAR-ALTA.

            PERFORM VALIDAR-NACIMIENTO
            EVALUATE TRUE
                WHEN JUGADOR-EXISTE
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ALTA DE IDENTIFICADOR '
                        'DUPLICADO ' TRAN-PLAYER-ID
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ALTA SIN NOMBRE PARA '
                        TRAN-PLAYER-ID
                WHEN NOT TRAN-IDIOMA-VALIDO
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: IDIOMA ' TRAN-IDIOMA
                        ' DESCONOCIDO EN EL ALTA DE ' TRAN-PLAYER-ID
                WHEN NOT NAC-VALIDA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: FECHA DE NACIMIENTO '
                        TRAN-FECHA-NAC ' INVALIDA EN EL ALTA DE '
                        TRAN-PLAYER-ID
                WHEN NOT TRAN-SEXO-VALIDO
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: SEXO ' TRAN-SEXO
                        ' DESCONOCIDO EN EL ALTA DE ' TRAN-PLAYER-ID
                WHEN OTHER
                    MOVE TRAN-PLAYER-ID TO ROST-PLAYER-ID
                    MOVE TRAN-NOMBRE TO ROST-PLAYER-NAME
                    MOVE 'A' TO ROST-ESTADO
                    MOVE 0 TO ROST-FECHA-BAJA
                    MOVE TRAN-IDIOMA TO ROST-IDIOMA
                    MOVE NAC-TRANSACCION TO ROST-FECHA-NAC
                    MOVE TRAN-SEXO TO ROST-SEXO
                    MOVE SPACES TO NOMBRE-ANTERIOR
                    MOVE SPACES TO IDIOMA-ANTERIOR
                    MOVE TRAN-IDIOMA TO IDIOMA-NUEVO
                    MOVE 0 TO NAC-ANTERIOR
                    MOVE SPACES TO SEXO-ANTERIOR
                    MOVE NAC-TRANSACCION TO NAC-NUEVA
                    MOVE TRAN-SEXO TO SEXO-NUEVO
                    WRITE ROSTER-RECORD
                        INVALID KEY
                            ADD 1 TO TRANS-RECHAZADAS
                            DISPLAY 'RECHAZADA: NO SE PUDO GRABAR EL '
                                'ALTA DE ' TRAN-PLAYER-ID ' (ESTADO '
                                ROSTER-FILE-STATUS ')'
                        NOT INVALID KEY
                            PERFORM GRABAR-AUDITORIA
                            ADD 1 TO TRANS-APLICADAS
                    END-WRITE
            END-EVALUATE.

      ******************************************************************
       APLICAR-RENOMBRE.

            EVALUATE TRUE
                WHEN NOT JUGADOR-EXISTE
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: RENOMBRE DE JUGADOR '
                        'INEXISTENTE ' TRAN-PLAYER-ID
                    DISPLAY 'RECHAZADA: RENOMBRE SIN NOMBRE PARA '
                        TRAN-PLAYER-ID
                WHEN OTHER
                    MOVE ROST-PLAYER-NAME TO NOMBRE-ANTERIOR
                    MOVE TRAN-NOMBRE TO ROST-PLAYER-NAME
                    MOVE ROST-IDIOMA TO IDIOMA-ANTERIOR
                    MOVE IDIOMA-ANTERIOR TO IDIOMA-NUEVO
                    PERFORM CONSERVAR-PERSONALES
                    PERFORM REGRABAR-JUGADOR
            END-EVALUATE.

      ******************************************************************
       APLICAR-BAJA.

            EVALUATE TRUE
                WHEN NOT JUGADOR-EXISTE
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: BAJA DE JUGADOR INEXISTENTE '
                        TRAN-PLAYER-ID
                WHEN ROST-DE-BAJA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ' TRAN-PLAYER-ID
                        ' YA ESTA DE BAJA'
                WHEN OTHER
                    MOVE ROST-PLAYER-NAME TO NOMBRE-ANTERIOR
                    MOVE 'B' TO ROST-ESTADO
                    MOVE TRAN-FECHA TO ROST-FECHA-BAJA
                    MOVE ROST-IDIOMA TO IDIOMA-ANTERIOR
                    MOVE IDIOMA-ANTERIOR TO IDIOMA-NUEVO
                    PERFORM CONSERVAR-PERSONALES
                    PERFORM REGRABAR-JUGADOR
            END-EVALUATE.

      ******************************************************************
      * CAMBIO DE IDIOMA PREFERIDO: EL JUGADOR DEBE EXISTIR Y EL
      * IDIOMA NUEVO SER 'ES', 'EN' O BLANCO (QUE LE DEVUELVE AL
      * IDIOMA DE LA EJECUCION). UN JUGADOR DE BAJA TAMBIEN PUEDE
      * CAMBIARLO: SIGUE RECIBIENDO SUS ULTIMAS NOTIFICACIONES.
      ******************************************************************
       APLICAR-IDIOMA.

            EVALUATE TRUE
                WHEN NOT JUGADOR-EXISTE
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: CAMBIO DE IDIOMA DE JUGADOR '
                        'INEXISTENTE ' TRAN-PLAYER-ID
                WHEN NOT TRAN-IDIOMA-VALIDO
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: IDIOMA ' TRAN-IDIOMA
                        ' DESCONOCIDO PARA ' TRAN-PLAYER-ID
                WHEN OTHER
                    MOVE ROST-PLAYER-NAME TO NOMBRE-ANTERIOR
                    MOVE ROST-IDIOMA TO IDIOMA-ANTERIOR
                    MOVE TRAN-IDIOMA TO IDIOMA-NUEVO
                    MOVE TRAN-IDIOMA TO ROST-IDIOMA
                    PERFORM CONSERVAR-PERSONALES
                    PERFORM REGRABAR-JUGADOR
            END-EVALUATE.

      ******************************************************************
      * CAMBIO DE DATOS PERSONALES: EL JUGADOR DEBE EXISTIR Y LA
      * FECHA DE NACIMIENTO Y EL SEXO NUEVOS SER VALIDOS. A CERO Y EN
      * BLANCO SE BORRAN (EL JUGADOR DEJA DE ENTRAR EN LAS CATEGORIAS
      * QUE LOS EXIJAN).
      ******************************************************************
       APLICAR-PERSONALES.

            PERFORM VALIDAR-NACIMIENTO
            EVALUATE TRUE
                WHEN NOT JUGADOR-EXISTE
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: CAMBIO DE DATOS PERSONALES DE '
                        'JUGADOR INEXISTENTE ' TRAN-PLAYER-ID
                WHEN NOT NAC-VALIDA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: FECHA DE NACIMIENTO '
                        TRAN-FECHA-NAC ' INVALIDA PARA ' TRAN-PLAYER-ID
                WHEN NOT TRAN-SEXO-VALIDO
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: SEXO ' TRAN-SEXO
                        ' DESCONOCIDO PARA ' TRAN-PLAYER-ID
                WHEN OTHER
                    MOVE ROST-PLAYER-NAME TO NOMBRE-ANTERIOR
                    MOVE ROST-IDIOMA TO IDIOMA-ANTERIOR
                    MOVE IDIOMA-ANTERIOR TO IDIOMA-NUEVO
                    MOVE ROST-FECHA-NAC TO NAC-ANTERIOR
                    MOVE ROST-SEXO TO SEXO-ANTERIOR
                    MOVE NAC-TRANSACCION TO NAC-NUEVA
                    MOVE TRAN-SEXO TO SEXO-NUEVO
                    MOVE NAC-TRANSACCION TO ROST-FECHA-NAC
                    MOVE TRAN-SEXO TO ROST-SEXO
                    PERFORM REGRABAR-JUGADOR
            END-EVALUATE.

      ******************************************************************
      * LOS CAMBIOS QUE NO TOCAN LOS DATOS PERSONALES LOS LLEVAN A LA
      * AUDITORIA IGUALES ANTES Y DESPUES.
      ******************************************************************
       CONSERVAR-PERSONALES.

            MOVE ROST-FECHA-NAC TO NAC-ANTERIOR
            MOVE NAC-ANTERIOR TO NAC-NUEVA
            MOVE ROST-SEXO TO SEXO-ANTERIOR
            MOVE SEXO-ANTERIOR TO SEXO-NUEVO.

      ******************************************************************
      * REGRABA EN EL MAESTRO EL JUGADOR YA CAMBIADO Y DEJA SU LINEA
      * DE AUDITORIA. SI EL MAESTRO NO LO ACEPTA, LA TRANSACCION SE
      * RECHAZA SIN AUDITORIA.
      ******************************************************************
       REGRABAR-JUGADOR.

            REWRITE ROSTER-RECORD
                INVALID KEY
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: NO SE PUDO REGRABAR '
                        TRAN-PLAYER-ID ' (ESTADO ' ROSTER-FILE-STATUS
                        ')'
                NOT INVALID KEY
                    PERFORM GRABAR-AUDITORIA
                    ADD 1 TO TRANS-APLICADAS
            END-REWRITE.

      ******************************************************************
      * DEJA LA FECHA DE NACIMIENTO DE LA TRANSACCION EN
      * NAC-TRANSACCION Y ENCIENDE NAC-VALIDA SI ES CERO O UNA FECHA
      * POSIBLE. LAS LINEAS ANTIGUAS SIN EL CAMPO LA TRAEN EN BLANCO,
      * QUE VALE COMO CERO.
      ******************************************************************
       VALIDAR-NACIMIENTO.

            MOVE 'Y' TO NAC-VALIDA-SW
            IF TRAN-FECHA-NAC-X = SPACES
                MOVE 0 TO NAC-TRANSACCION
            ELSE
                IF TRAN-FECHA-NAC IS NUMERIC
                    MOVE TRAN-FECHA-NAC TO NAC-TRANSACCION
                    IF NAC-TRANSACCION NOT = 0
                        IF NAC-TRAN-MES < 1 OR NAC-TRAN-MES > 12
                            OR NAC-TRAN-DIA < 1 OR NAC-TRAN-DIA > 31
                            OR NAC-TRAN-ANO < 1900
                            MOVE 'N' TO NAC-VALIDA-SW
                        END-IF
                    END-IF
                ELSE
                    MOVE 0 TO NAC-TRANSACCION
                    MOVE 'N' TO NAC-VALIDA-SW
                END-IF
            END-IF.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
            MOVE TRAN-PLAYER-ID TO RAUD-PLAYER-ID
            MOVE NOMBRE-ANTERIOR TO RAUD-NOMBRE-ANT
            MOVE TRAN-NOMBRE TO RAUD-NOMBRE-NUEVO
            MOVE IDIOMA-ANTERIOR TO RAUD-IDIOMA-ANT
            MOVE IDIOMA-NUEVO TO RAUD-IDIOMA-NUEVO
            MOVE NAC-ANTERIOR TO RAUD-NAC-ANT
            MOVE NAC-NUEVA TO RAUD-NAC-NUEVA
            MOVE SEXO-ANTERIOR TO RAUD-SEXO-ANT
            MOVE SEXO-NUEVO TO RAUD-SEXO-NUEVO
            WRITE ROSTER-AUDIT-RECORD.

      ******************************************************************
      * CIERRA LOS FICHEROS ABIERTOS POR EL PROGRAMA.
      ******************************************************************
       CERRAR-FICHEROS.

            CLOSE TRAN-FILE
            CLOSE ROSTER-FILE
            CLOSE ROSTER-AUDIT-FILE.
       END PROGRAM ROSTMANT.
