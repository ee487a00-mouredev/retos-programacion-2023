      *            decision de un revisor no autorizado se rechaza.
      *            Cada comprobacion queda en el registro de accesos
      *            ACCESLOG (ver ACCESREC.CPY).
      * Modified:  15/10/2026 - La lista de trabajo admite tambien las
      *            claves de la conciliacion de ficheros: las claves con
      *            diferencias o faltas del RECONOUT de la noche entran
      *            como pendientes (DISP-CLAVE, ver DISPREC.CPY), se
      *            disponen con DTRAN-CLAVE y se cierran solas cuando
      *            dejan de diferir. La sincronizacion SINCRO solo envia
      *            las claves dispuestas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPOSIC.
           SELECT OPTIONAL DIFF-FILE ASSIGN TO 'DIFFOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFFOUT-FILE-STATUS.
           SELECT OPTIONAL RECON-FILE ASSIGN TO 'RECONOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONOUT-FILE-STATUS.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO 'DISPTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPTRAN-FILE-STATUS.
      * LISTA DE TRABAJO DE REVISION, ARRASTRADA ENTRE DIAS.
      ******************************************************************
       FD  WORKLIST-FILE
           RECORD CONTAINS 32 TO 50 CHARACTERS.
           COPY DISPREC.

      ******************************************************************
           RECORD CONTAINS 25 TO 33 CHARACTERS.
           COPY DIFFREC.

      ******************************************************************
      * INFORME DE CONCILIACION DE FICHEROS DE LA NOCHE (SE MIRAN LOS
      * RESUMENES 'R' Y LAS FALTAS 'F' DE REGISTRO).
      ******************************************************************
       FD  RECON-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RECONDIF.

      ******************************************************************
      * DECISIONES DE LOS REVISORES A APLICAR EN ESTA PASADA.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 23 TO 41 CHARACTERS.
           COPY DISPTRAN.

      ******************************************************************
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).
       01 DIFFOUT-FILE-STATUS    PIC X(2).
       01 RECONOUT-FILE-STATUS   PIC X(2).
       01 DISPTRAN-FILE-STATUS   PIC X(2).
       01 DISPCTL-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
           88 WORKLIST-EOF                VALUE 'Y'.
       01 DIFF-EOF-SW            PIC X(1) VALUE 'N'.
           88 DIFF-EOF                    VALUE 'Y'.
       01 RECON-EOF-SW           PIC X(1) VALUE 'N'.
           88 RECON-EOF                   VALUE 'Y'.
       01 TRAN-EOF-SW            PIC X(1) VALUE 'N'.
           88 TRAN-EOF                    VALUE 'Y'.

              10 LST-DECISION    PIC X(2).
              10 LST-REVISOR     PIC X(8).
              10 LST-FECHA-DEC   PIC 9(8).
              10 LST-CLAVE       PIC X(10).
              10 LST-VISTA       PIC X(1).

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA DECISION EXIGE SU
       01 INDICE-HALLADO         PIC 9(4).
       01 PAREJA-BUSCADA         PIC 9(5).
       01 FECHA-DIFF-BUSCADA     PIC 9(8).
       01 CLAVE-BUSCADA          PIC X(10).
       01 IDENT-DECISION         PIC X(16).
       01 CLAVES-NUEVAS          PIC 9(4) VALUE 0.
       01 CLAVES-CERRADAS        PIC 9(4) VALUE 0.
       01 ALTAS-NUEVAS           PIC 9(4) VALUE 0.
       01 DECISIONES-APLICADAS   PIC 9(4) VALUE 0.
       01 DECISIONES-RECHAZADAS  PIC 9(4) VALUE 0.
           05 FILLER             PIC X(6)  VALUE ' DIAS)'.
           05 FILLER             PIC X(13) VALUE SPACES.

       01 LINEA-ANTIGUA-CLAVE.
           05 FILLER             PIC X(6)  VALUE 'CLAVE '.
           05 ANT-CLAVE          PIC X(10).
           05 FILLER             PIC X(10) VALUE ' RECONOUT '.
           05 ANT-FECHA-RECON    PIC 9(8).
           05 FILLER             PIC X(17) VALUE ' ABIERTA DESDE EL'.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 ANT-FECHA-CLAVE    PIC 9(8).
           05 FILLER             PIC X(2)  VALUE ' ('.
           05 ANT-DIAS-CLAVE     PIC ZZZ9.
           05 FILLER             PIC X(6)  VALUE ' DIAS)'.
           05 FILLER             PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-OPERADORES
            PERFORM CARGAR-LISTA-TRABAJO
            PERFORM INCORPORAR-DIFERENCIAS
            PERFORM INCORPORAR-CLAVES
            PERFORM APLICAR-DECISIONES
            PERFORM GRABAR-LISTA-TRABAJO
            PERFORM PUBLICAR-ANTIGUEDAD
                ' DECISIONES: ' DECISIONES-APLICADAS
                ' RECHAZADAS: ' DECISIONES-RECHAZADAS
                ' ABIERTAS ANTIGUAS: ' PENDIENTES-VIEJAS
            DISPLAY 'REVISION -- CLAVES NUEVAS: ' CLAVES-NUEVAS
                ' CERRADAS: ' CLAVES-CERRADAS
            STOP RUN.

      ******************************************************************
                MOVE DISP-DECISION TO LST-DECISION(LISTA-COUNT)
                MOVE DISP-REVISOR TO LST-REVISOR(LISTA-COUNT)
                MOVE DISP-FECHA-DEC TO LST-FECHA-DEC(LISTA-COUNT)
                MOVE DISP-CLAVE TO LST-CLAVE(LISTA-COUNT)
                MOVE 'N' TO LST-VISTA(LISTA-COUNT)
            END-IF
            PERFORM LEER-LISTA.

                UNTIL INDICE > LISTA-COUNT
                IF LST-PAREJA(INDICE) = PAREJA-BUSCADA
                    AND LST-FECHA-DIFF(INDICE) = FECHA-DIFF-BUSCADA
                    AND LST-CLAVE(INDICE) = SPACES
                    MOVE INDICE TO INDICE-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * BUSCA LA ENTRADA ABIERTA (PENDIENTE O DISPUESTA, NO CERRADA)
      * DE UNA CLAVE DE LA CONCILIACION DE FICHEROS; DEJA SU POSICION
      * EN INDICE-HALLADO, O CERO SI NO ESTA.
      ******************************************************************
       BUSCAR-CLAVE.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LISTA-COUNT
                IF LST-CLAVE(INDICE) = CLAVE-BUSCADA
                    AND LST-ESTADO(INDICE) NOT = 'C'
                    MOVE INDICE TO INDICE-HALLADO
                END-IF
            END-PERFORM.
                        MOVE SPACES TO LST-DECISION(LISTA-COUNT)
                        MOVE SPACES TO LST-REVISOR(LISTA-COUNT)
                        MOVE 0 TO LST-FECHA-DEC(LISTA-COUNT)
                        MOVE SPACES TO LST-CLAVE(LISTA-COUNT)
                        MOVE 'S' TO LST-VISTA(LISTA-COUNT)
                    END-IF
                END-IF
            END-IF
            PERFORM LEER-DIFERENCIA.

      ******************************************************************
      * INCORPORA COMO PENDIENTES LAS CLAVES DEL RECONOUT DE LA NOCHE
      * CON DIFERENCIAS (RESUMEN 'R' CON CONTADOR) O QUE FALTAN EN UN
      * LADO ('F'), SALVO LOS REGISTROS DE GRUPO DEL MODO DE TOTALES.
      * LAS QUE YA ESTAN ABIERTAS CONSERVAN SU ESTADO. SI RECONOUT SE
      * HA LEIDO, LAS CLAVES ABIERTAS QUE YA NO APARECEN SE CIERRAN:
      * LA DIFERENCIA DESAPARECIO Y NO HAY NADA QUE REVISAR NI QUE
      * SINCRONIZAR.
      ******************************************************************
       INCORPORAR-CLAVES.

            OPEN INPUT RECON-FILE
            IF RECONOUT-FILE-STATUS = '00'
                PERFORM LEER-RECONOUT
                PERFORM INCORPORAR-UNA-CLAVE UNTIL RECON-EOF
                CLOSE RECON-FILE
                PERFORM CERRAR-CLAVE-RESUELTA
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LISTA-COUNT
            END-IF.

       LEER-RECONOUT.

            READ RECON-FILE
                AT END MOVE 'Y' TO RECON-EOF-SW
            END-READ.

       INCORPORAR-UNA-CLAVE.

            IF NOT RECON-DIFF-AGREGADO
                AND ((RECON-DIFF-RESUMEN AND RECON-DIFF-CONTADOR > 0)
                    OR (RECON-DIFF-FALTA
                        AND (RECON-FALTA-EN-1 OR RECON-FALTA-EN-2)))
                MOVE RECON-DIFF-CLAVE TO CLAVE-BUSCADA
                PERFORM BUSCAR-CLAVE
                IF INDICE-HALLADO NOT = 0
                    MOVE 'S' TO LST-VISTA(INDICE-HALLADO)
                ELSE
                    IF LISTA-COUNT = 2000
                        DISPLAY 'AVISO: LISTA DE TRABAJO LLENA, LA '
                            'CLAVE ' RECON-DIFF-CLAVE ' QUEDA FUERA'
                    ELSE
                        ADD 1 TO LISTA-COUNT
                        ADD 1 TO CLAVES-NUEVAS
                        MOVE 0 TO LST-PAREJA(LISTA-COUNT)
                        IF RECON-DIFF-FECHA IS NUMERIC
                            AND RECON-DIFF-FECHA > 0
                            MOVE RECON-DIFF-FECHA
                                TO LST-FECHA-DIFF(LISTA-COUNT)
                        ELSE
                            MOVE FECHA-PROCESO
                                TO LST-FECHA-DIFF(LISTA-COUNT)
                        END-IF
                        MOVE FECHA-PROCESO
                            TO LST-FECHA-ALTA(LISTA-COUNT)
                        MOVE 'P' TO LST-ESTADO(LISTA-COUNT)
                        MOVE SPACES TO LST-DECISION(LISTA-COUNT)
                        MOVE SPACES TO LST-REVISOR(LISTA-COUNT)
                        MOVE 0 TO LST-FECHA-DEC(LISTA-COUNT)
                        MOVE RECON-DIFF-CLAVE TO LST-CLAVE(LISTA-COUNT)
                        MOVE 'S' TO LST-VISTA(LISTA-COUNT)
                    END-IF
                END-IF
            END-IF
            PERFORM LEER-RECONOUT.

       CERRAR-CLAVE-RESUELTA.

            IF LST-CLAVE(INDICE) NOT = SPACES
                AND LST-ESTADO(INDICE) NOT = 'C'
                AND LST-VISTA(INDICE) = 'N'
                MOVE 'C' TO LST-ESTADO(INDICE)
                ADD 1 TO CLAVES-CERRADAS
            END-IF.

      ******************************************************************
      * APLICA LAS DECISIONES DE LOS REVISORES: UNA PAREJA PENDIENTE
      * PASA A DISPUESTA CON SU DECISION, REVISOR Y FECHA. UNA

       APLICAR-DECISION-AUTORIZADA.

            IF DTRAN-CLAVE NOT = SPACES
                MOVE DTRAN-CLAVE TO CLAVE-BUSCADA
                PERFORM BUSCAR-CLAVE
                MOVE SPACES TO IDENT-DECISION
                STRING 'CLAVE ' DTRAN-CLAVE DELIMITED BY SIZE
                    INTO IDENT-DECISION
            ELSE
                MOVE DTRAN-PAREJA TO PAREJA-BUSCADA
                IF DTRAN-FECHA-DIFF IS NUMERIC
                    MOVE DTRAN-FECHA-DIFF TO FECHA-DIFF-BUSCADA
                ELSE
                    MOVE 0 TO FECHA-DIFF-BUSCADA
                END-IF
                PERFORM BUSCAR-PAREJA
                MOVE SPACES TO IDENT-DECISION
                STRING 'PAREJA ' DTRAN-PAREJA DELIMITED BY SIZE
                    INTO IDENT-DECISION
            END-IF
            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO DECISIONES-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA ' IDENT-DECISION
                        ' NO ESTA EN LA LISTA DE TRABAJO'
                WHEN LST-ESTADO(INDICE-HALLADO) = 'D'
                    ADD 1 TO DECISIONES-RECHAZADAS
                    DISPLAY 'RECHAZADA: LA ' IDENT-DECISION
                        ' YA FUE DISPUESTA'
                WHEN OTHER
                    ADD 1 TO DECISIONES-APLICADAS
            MOVE LST-DECISION(INDICE) TO DISP-DECISION
            MOVE LST-REVISOR(INDICE) TO DISP-REVISOR
            MOVE LST-FECHA-DEC(INDICE) TO DISP-FECHA-DEC
            MOVE LST-CLAVE(INDICE) TO DISP-CLAVE
            WRITE DISPOSICION-RECORD.

      ******************************************************************
                COMPUTE EDAD-DIAS = DIAS-HOY - DIAS-CORRIDOS
                IF EDAD-DIAS > DIAS-LIMITE
                    ADD 1 TO PENDIENTES-VIEJAS
                    IF LST-CLAVE(INDICE) = SPACES
                        MOVE LST-PAREJA(INDICE) TO ANT-PAREJA
                        MOVE LST-FECHA-DIFF(INDICE) TO ANT-FECHA-DIFF
                        MOVE LST-FECHA-ALTA(INDICE) TO ANT-FECHA
                        MOVE EDAD-DIAS TO ANT-DIAS
                        MOVE LINEA-ANTIGUA TO LINEA-IMPRESION
                    ELSE
                        MOVE LST-CLAVE(INDICE) TO ANT-CLAVE
                        MOVE LST-FECHA-DIFF(INDICE) TO ANT-FECHA-RECON
                        MOVE LST-FECHA-ALTA(INDICE) TO ANT-FECHA-CLAVE
                        MOVE EDAD-DIAS TO ANT-DIAS-CLAVE
                        MOVE LINEA-ANTIGUA-CLAVE TO LINEA-IMPRESION
                    END-IF
                    WRITE LINEA-IMPRESION
                END-IF
            END-IF.
