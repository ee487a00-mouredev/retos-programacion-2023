      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Acuse de alertas del lote. El paso de escalado de
      *            PLANLOTE avisa al analista de guardia por cada
      *            alerta grave de la noche (ver ALERTREC.CPY) y, si
      *            la causa tarda en corregirse, el mismo aviso
      *            volveria a sonar noche tras noche. Este programa
      *            lee los acuses del analista (ACUSETRAN: programa,
      *            codigo de error y fecha hasta la que se da por
      *            enterado) y los apunta en el registro de acuses
      *            ALERTACK (ver ACUSEREC.CPY), que PLANLOTE consulta
      *            para suprimir los avisos repetidos; la alerta
      *            sigue saliendo en el informe de la mañana. Cada
      *            acuse exige que su ATRAN-USUARIO figure en el
      *            fichero de operadores OPERAUT (ver OPERREC.CPY),
      *            activo y con la funcion 'O' concedida, y cada
      *            comprobacion queda en el registro de accesos
      *            ACCESLOG (ver ACCESREC.CPY), como en el resto de
      *            programas de mantenimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'ACUSETRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO 'ALERTACK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACUSES-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ACUSES DEL ANALISTA.
      *   ATRAN-PROGRAMA PROGRAMA DE LA ALERTA, COMO FIGURA EN ALERTRPT.
      *   ATRAN-CODIGO   CODIGO DE ERROR DE LA ALERTA (VER ERRTAB.CPY).
      *   ATRAN-HASTA    ULTIMA FECHA DE PROCESO EN QUE EL AVISO SE
      *                  SUPRIME (CERO O BLANCO = SOLO HOY).
      *   ATRAN-USUARIO  OPERADOR QUE ACUSA.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  ACUSE-TRAN-RECORD.
           05 ATRAN-PROGRAMA     PIC X(20).
           05 ATRAN-CODIGO       PIC 9(3).
           05 ATRAN-HASTA        PIC 9(8).
           05 ATRAN-USUARIO      PIC X(8).

      ******************************************************************
      * REGISTRO DE ACUSES, EN EXTEND.
      ******************************************************************
       FD  ACK-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ACUSEREC.

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
       01 ACUSES-FILE-STATUS     PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).

       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.

      ******************************************************************
      * TABLA COMUN DE ERRORES: SOLO SE ACUSAN CODIGOS QUE EXISTEN Y
      * QUE PUEDEN GENERAR ALERTA (SEVERIDAD 'S' O 'F').
      ******************************************************************
           COPY ERRTAB.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA ACUSE EXIGE SU
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

       01 CODIGO-ALERTA-SW       PIC X(1).
           88 CODIGO-ALERTA               VALUE 'Y'.
       01 FECHA-HOY              PIC 9(8).
       01 TRANS-LEIDAS           PIC 9(5) VALUE 0.
       01 TRANS-APLICADAS        PIC 9(5) VALUE 0.
       01 TRANS-RECHAZADAS       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-HOY FROM DATE YYYYMMDD
            PERFORM CARGAR-OPERADORES
            PERFORM ABRIR-FICHEROS
            PERFORM LEER-TRANSACCION
            PERFORM APLICAR-TRANSACCION UNTIL TRAN-EOF
            PERFORM CERRAR-FICHEROS
            DISPLAY 'ACUSE DE ALERTAS -- LEIDOS: '
                TRANS-LEIDAS ' APUNTADOS: ' TRANS-APLICADAS
                ' RECHAZADOS: ' TRANS-RECHAZADAS
            STOP RUN.

       ABRIR-FICHEROS.

            OPEN INPUT TRAN-FILE
            IF TRAN-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LOS ACUSES DE ALERTAS'
                STOP RUN
            END-IF
            OPEN EXTEND ACK-FILE
            IF ACUSES-FILE-STATUS NOT = '00'
                AND ACUSES-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL REGISTRO DE ACUSES'
                STOP RUN
            END-IF.

       LEER-TRANSACCION.

            READ TRAN-FILE
                AT END MOVE 'Y' TO TRAN-EOF-SW
            END-READ.

      ******************************************************************
      * APUNTA UN ACUSE VALIDADO; UNO INVALIDO SE RECHAZA CON SU
      * MOTIVO POR CONSOLA Y NO TOCA EL REGISTRO.
      ******************************************************************
       APLICAR-TRANSACCION.

            ADD 1 TO TRANS-LEIDAS
            PERFORM COMPROBAR-USUARIO
            IF NOT USUARIO-AUTORIZADO
                ADD 1 TO TRANS-RECHAZADAS
                DISPLAY 'RECHAZADO: USUARIO ' ATRAN-USUARIO
                    ' SIN AUTORIZACION DE OPERACION'
            ELSE
                PERFORM APLICAR-ACUSE
            END-IF
            PERFORM LEER-TRANSACCION.

       APLICAR-ACUSE.

            IF ATRAN-HASTA IS NOT NUMERIC
                OR ATRAN-HASTA = 0
                MOVE FECHA-HOY TO ATRAN-HASTA
            END-IF
            PERFORM COMPROBAR-CODIGO
            EVALUATE TRUE
                WHEN ATRAN-PROGRAMA = SPACES
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADO: ACUSE SIN PROGRAMA PARA EL '
                        'CODIGO ' ATRAN-CODIGO
                WHEN NOT CODIGO-ALERTA
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADO: EL CODIGO ' ATRAN-CODIGO
                        ' NO GENERA ALERTAS, ACUSE DE '
                        ATRAN-PROGRAMA
                WHEN ATRAN-HASTA < FECHA-HOY
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADO: ACUSE YA VENCIDO ('
                        ATRAN-HASTA ') PARA ' ATRAN-PROGRAMA
                        ' ' ATRAN-CODIGO
                WHEN OTHER
                    MOVE FECHA-HOY TO ACK-FECHA
                    MOVE ATRAN-PROGRAMA TO ACK-PROGRAMA
                    MOVE ATRAN-CODIGO TO ACK-CODIGO
                    MOVE ATRAN-HASTA TO ACK-HASTA
                    SET ACK-ACUSE TO TRUE
                    MOVE ATRAN-USUARIO TO ACK-OPERADOR
                    WRITE ACUSE-RECORD
                    ADD 1 TO TRANS-APLICADAS
                    DISPLAY 'ACUSE: ' ATRAN-PROGRAMA ' '
                        ATRAN-CODIGO ' HASTA ' ATRAN-HASTA
                        ' POR ' ATRAN-USUARIO
            END-EVALUATE.

      ******************************************************************
      * EL CODIGO DEBE FIGURAR EN LA TABLA COMUN CON SEVERIDAD SERIA
      * O FATAL: LOS AVISOS NO GENERAN ALERTAS QUE ACUSAR.
      ******************************************************************
       COMPROBAR-CODIGO.

            MOVE 'N' TO CODIGO-ALERTA-SW
            IF ATRAN-CODIGO IS NUMERIC
                PERFORM VARYING ERR-IDX FROM 1 BY 1
                    UNTIL ERR-IDX > ERR-MAX
                    IF ERR-CODIGO(ERR-IDX) = ATRAN-CODIGO
                        AND (ERR-SEVERIDAD(ERR-IDX) = 'S'
                        OR ERR-SEVERIDAD(ERR-IDX) = 'F')
                        MOVE 'Y' TO CODIGO-ALERTA-SW
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * NADA Y EL ACUSE SE NIEGA A CORRER.
      ******************************************************************
       CARGAR-OPERADORES.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), EL ACUSE SE NIEGA'
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
      * EL USUARIO DEL ACUSE DEBE SER UN OPERADOR ACTIVO CON LA
      * FUNCION 'O' (OPERACION DEL LOTE) CONCEDIDA. LA COMPROBACION,
      * PERMITIDA O DENEGADA, QUEDA EN EL REGISTRO DE ACCESOS.
      ******************************************************************
       COMPROBAR-USUARIO.

            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = ATRAN-USUARIO
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
                MOVE ATRAN-USUARIO TO ACC-OPERADOR
                MOVE 'ACUSE' TO ACC-FUNCION
                IF USUARIO-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.

       CERRAR-FICHEROS.

            CLOSE TRAN-FILE
            CLOSE ACK-FILE.
       END PROGRAM ACUSE.
