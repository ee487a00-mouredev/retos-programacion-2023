      *            caida bajo la misma fecha que sellaron los
      *            programas del lote.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Paso de escalado al final del plan:
      *            agrupa las alertas de la noche del fichero comun
      *            ALERTAS (ver ALERTREC.CPY) por programa y codigo,
      *            decide con la tabla ESCALAIN cuales avisan al
      *            analista de guardia (salida AVISOUT hacia la pasarela
      *            de avisos) y cuales esperan al informe de la mañana
      *            (ALERTRPT), y suprime los avisos repetidos que ya
      *            tienen acuse en ALERTACK (ver ACUSEREC.CPY). Un paso
      *            fallido o sin su fichero requerido graba su propia
      *            alerta (030/031).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANLOTE.
           SELECT OPTIONAL CALENDAR-PARM-FILE ASSIGN TO 'CALCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTL-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO 'ALERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-FILE-STATUS.
           SELECT OPTIONAL ESCALATION-FILE ASSIGN TO 'ESCALAIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALA-FILE-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO 'ALERTACK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACUSES-FILE-STATUS.
           SELECT OPTIONAL PAGER-FILE ASSIGN TO 'AVISOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVISOS-FILE-STATUS.
           SELECT ALERT-REPORT-FILE ASSIGN TO 'ALERTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       01  CALENDAR-PARM-RECORD.
           05 CALCTL-HORA-CORTE  PIC 9(2).

      ******************************************************************
      * FICHERO COMUN DE ALERTAS DEL LOTE (VER ALERTREC.CPY): LO
      * ALIMENTAN LOS PROGRAMAS DEL PLAN Y EL PROPIO PLANLOTE CUANDO
      * UN PASO FALLA (030) O SE QUEDA SIN SU FICHERO (031), Y EL
      * PASO DE ESCALADO LO LEE AL FINAL DE LA NOCHE.
      ******************************************************************
       FD  ALERT-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY ALERTREC.

      ******************************************************************
      * TABLA DE ESCALADO: QUE CODIGOS DE ERROR (VER ERRTAB.CPY)
      * AVISAN AL ANALISTA DE GUARDIA Y CUALES ESPERAN AL INFORME DE
      * LA MAÑANA.
      *   ESC-CODIGO    CODIGO DE ERROR.
      *   ESC-ACCION    'P' AVISAR A LA GUARDIA, 'M' ESPERAR A LA
      *                 MAÑANA.
      *   ESC-PROGRAMA  PROGRAMA AL QUE SE LIMITA LA LINEA (BLANCO =
      *                 CUALQUIERA); LA LINEA DEL PROGRAMA PREVALECE
      *                 SOBRE LA GENERAL DEL MISMO CODIGO.
      * UN CODIGO SIN LINEA (O SIN ESCALAIN) AVISA SI ES FATAL Y
      * ESPERA A LA MAÑANA SI ES SERIO.
      ******************************************************************
       FD  ESCALATION-FILE
           RECORD CONTAINS 4 TO 24 CHARACTERS.
       01  ESCALADO-RECORD.
           05 ESC-CODIGO         PIC 9(3).
           05 ESC-ACCION         PIC X(1).
               88 ESC-AVISAR              VALUE 'P'.
               88 ESC-ESPERAR             VALUE 'M'.
           05 ESC-PROGRAMA       PIC X(20).

      ******************************************************************
      * REGISTRO DE ACUSES (VER ACUSEREC.CPY): SE LEE PARA SUPRIMIR
      * LOS AVISOS REPETIDOS Y SE LE AÑADE UNA LINEA 'E' POR AVISO
      * ENVIADO.
      ******************************************************************
       FD  ACK-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ACUSEREC.

      ******************************************************************
      * SALIDA HACIA LA PASARELA DE AVISOS, EN EXTEND (LA PASARELA LA
      * VACIA AL RECOGERLA): UNA LINEA POR ALERTA AGRUPADA QUE AVISA
      * A LA GUARDIA, CON CUANTAS VECES SE REPITIO ESTA NOCHE.
      ******************************************************************
       FD  PAGER-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  AVISO-RECORD.
           05 AVI-FECHA          PIC 9(8).
           05 AVI-HORA           PIC 9(8).
           05 AVI-PROGRAMA       PIC X(20).
           05 AVI-CODIGO         PIC 9(3).
           05 AVI-SEVERIDAD      PIC X(1).
           05 AVI-VECES          PIC 9(3).
           05 AVI-TEXTO          PIC X(30).
           05 AVI-FICHERO        PIC X(12).

      ******************************************************************
      * INFORME DE ALERTAS PARA LA MAÑANA, 80 COLUMNAS: TODAS LAS
      * ALERTAS DE LA NOCHE AGRUPADAS, CON LO QUE SE HIZO CON CADA
      * UNA.
      ******************************************************************
       FD  ALERT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 PLANIN-FILE-STATUS     PIC X(2).
           05 FILLER             PIC X(6).
       01 FECHA-NEGOCIO          PIC 9(8) VALUE 0.

      ******************************************************************
      * TABLA COMUN DE ERRORES: DE AQUI SALEN LA SEVERIDAD Y EL TEXTO
      * DE LAS ALERTAS 030 Y 031 QUE GRABA EL PROPIO PLANLOTE.
      ******************************************************************
           COPY ERRTAB.

      ******************************************************************
      * ESCALADO DE ALERTAS: TABLA DE ESCALADO, ACUSES EN VIGOR Y
      * ALERTAS DE LA NOCHE AGRUPADAS POR PROGRAMA Y CODIGO.
      ******************************************************************
       01 ALERTAS-FILE-STATUS    PIC X(2).
       01 ESCALA-FILE-STATUS     PIC X(2).
       01 ACUSES-FILE-STATUS     PIC X(2).
       01 AVISOS-FILE-STATUS     PIC X(2).
       01 ALERTRPT-FILE-STATUS   PIC X(2).
       01 ALERTAS-EOF-SW         PIC X(1) VALUE 'N'.
           88 ALERTAS-EOF                 VALUE 'Y'.
       01 ESCALA-EOF-SW          PIC X(1) VALUE 'N'.
           88 ESCALA-EOF                  VALUE 'Y'.
       01 ACUSES-EOF-SW          PIC X(1) VALUE 'N'.
           88 ACUSES-EOF                  VALUE 'Y'.
       01 AVISOS-ABIERTO-SW      PIC X(1) VALUE 'N'.
           88 AVISOS-ABIERTO              VALUE 'Y'.
       01 ACUSES-ABIERTO-SW      PIC X(1) VALUE 'N'.
           88 ACUSES-ABIERTO              VALUE 'Y'.
       01 FECHA-SISTEMA          PIC 9(8).

       01 ESCALA-COUNT           PIC 9(3) VALUE 0.
       01 ESCALA-TBL.
           05 ESCALA-ENTRADA OCCURS 100 TIMES.
              10 ESC-T-CODIGO    PIC 9(3).
              10 ESC-T-ACCION    PIC X(1).
              10 ESC-T-PROGRAMA  PIC X(20).
       01 INDICE-ESCALA          PIC 9(3).
       01 ESCALA-ESPECIFICA-SW   PIC X(1).
           88 ESCALA-ESPECIFICA           VALUE 'Y'.

       01 ACUSES-COUNT           PIC 9(3) VALUE 0.
       01 ACUSES-TBL.
           05 ACUSE-ENTRADA OCCURS 500 TIMES.
              10 ACU-PROGRAMA    PIC X(20).
              10 ACU-CODIGO      PIC 9(3).
              10 ACU-TIPO        PIC X(1).
              10 ACU-OPERADOR    PIC X(8).
       01 INDICE-ACUSE           PIC 9(3).

       01 GRUPOS-COUNT           PIC 9(3) VALUE 0.
       01 GRUPOS-ALERTA-TBL.
           05 GRUPO-ALERTA OCCURS 200 TIMES.
              10 GAL-PROGRAMA    PIC X(20).
              10 GAL-CODIGO      PIC 9(3).
              10 GAL-SEVERIDAD   PIC X(1).
              10 GAL-TEXTO       PIC X(30).
              10 GAL-FICHERO     PIC X(12).
              10 GAL-VECES       PIC 9(3).
              10 GAL-PRIMERA     PIC 9(8).
              10 GAL-ULTIMA      PIC 9(8).
              10 GAL-ACCION      PIC X(1).
              10 GAL-DESTINO     PIC X(1).
                  88 GAL-AVISADA          VALUE 'A'.
                  88 GAL-YA-AVISADA       VALUE 'Y'.
                  88 GAL-ACUSADA          VALUE 'S'.
                  88 GAL-MANANA           VALUE 'M'.
                  88 GAL-NO-ENVIADA       VALUE 'N'.
              10 GAL-OPERADOR    PIC X(8).
       01 INDICE-GRUPO           PIC 9(3).
       01 GRUPO-ACTUAL           PIC 9(3).

       01 ALERTAS-LEIDAS         PIC 9(5) VALUE 0.
       01 AVISOS-ENVIADOS        PIC 9(3) VALUE 0.
       01 AVISOS-SUPRIMIDOS      PIC 9(3) VALUE 0.
       01 AVISOS-FALLIDOS        PIC 9(3) VALUE 0.
       01 ALERTAS-MANANA         PIC 9(3) VALUE 0.

       01 CABECERA-ALERTAS.
           05 FILLER             PIC X(20) VALUE
               'ALERTAS DE LA NOCHE '.
           05 CAB-FECHA          PIC 9(8).
           05 FILLER             PIC X(52) VALUE SPACES.
       01 CABECERA-COLUMNAS.
           05 FILLER             PIC X(40) VALUE
               'PROGRAMA             COD S VECES PRIMERA'.
           05 FILLER             PIC X(40) VALUE
               '  ULTIMA   FICHERO      DESTINO'.
       01 LINEA-ALERTA.
           05 DET-PROGRAMA       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-CODIGO         PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-SEVERIDAD      PIC X(1).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DET-VECES          PIC ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-PRIMERA        PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-ULTIMA         PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-FICHERO        PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-DESTINO        PIC X(16).
       01 LINEA-TEXTO-ALERTA.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 DET-TEXTO          PIC X(30).
           05 FILLER             PIC X(45) VALUE SPACES.
       01 LINEA-GUIONES          PIC X(80) VALUE ALL '-'.

      ******************************************************************
      * PLAN EN MEMORIA, CON EL ESTADO DE CADA PASO: EL APUNTADO EN
      * PLANSTAT PARA LA FECHA DE HOY Y EL QUE VAYA DEJANDO ESTA
            DISPLAY 'PLAN -- LANZADOS: ' PASOS-LANZADOS
                ' SALTADOS: ' PASOS-SALTADOS
                ' FALLIDOS: ' PASOS-FALLIDOS
            PERFORM ESCALAR-ALERTAS
            IF PLAN-DETENIDO OR PASOS-FALLIDOS > 0
                OR AVISOS-FALLIDOS > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
                        ' NECESITA ' PASO-FICHERO(INDICE)
                        ' Y NO EXISTE O ESTA VACIO, SE RETIENE'
                    MOVE 'Y' TO PLAN-DETENIDO-SW
                    MOVE PASO-FICHERO(INDICE) TO ERR-FICHERO
                    MOVE 031 TO ERR-COD-ACTUAL
                    PERFORM GRABAR-ALERTA-PASO
                END-IF
            END-IF.

                    ' (MAXIMO ' PASO-RC-MAX(INDICE)
                    '), SE RETIENE EL RESTO DEL PLAN'
                MOVE 'Y' TO PLAN-DETENIDO-SW
                MOVE SPACES TO ERR-FICHERO
                MOVE 030 TO ERR-COD-ACTUAL
                PERFORM GRABAR-ALERTA-PASO
            ELSE
                MOVE 'C' TO PASO-ESTADO(INDICE)
                DISPLAY 'PASO ' PASO-NUMERO(INDICE)
                WRITE PLAN-STATUS-RECORD
                CLOSE PLAN-STATUS-FILE
            END-IF.

      ******************************************************************
      * GRABA EN EL FICHERO COMUN DE ALERTAS, A NOMBRE DEL PROGRAMA
      * DEL PASO EN INDICE (O DE SU COMANDO SI NO FIRMA CON NOMBRE),
      * EL ERROR ERR-COD-ACTUAL DE LA TABLA COMUN CON EL FICHERO
      * AFECTADO DE ERR-FICHERO.
      ******************************************************************
       GRABAR-ALERTA-PASO.

            PERFORM VARYING ERR-IDX FROM 1 BY 1
                UNTIL ERR-IDX > ERR-MAX
                IF ERR-CODIGO(ERR-IDX) = ERR-COD-ACTUAL
                    PERFORM GRABAR-UNA-ALERTA-PASO
                END-IF
            END-PERFORM
            MOVE SPACES TO ERR-FICHERO.

       GRABAR-UNA-ALERTA-PASO.

            OPEN EXTEND ALERT-FILE
            IF ALERTAS-FILE-STATUS = '00'
                OR ALERTAS-FILE-STATUS = '05'
                IF PASO-PROGRAMA(INDICE) = SPACES
                    MOVE PASO-COMANDO(INDICE) TO ALR-PROGRAMA
                ELSE
                    MOVE PASO-PROGRAMA(INDICE) TO ALR-PROGRAMA
                END-IF
                MOVE FECHA-PROCESO TO ALR-FECHA
                ACCEPT ALR-HORA FROM TIME
                MOVE ERR-COD-ACTUAL TO ALR-CODIGO
                MOVE ERR-SEVERIDAD(ERR-IDX) TO ALR-SEVERIDAD
                MOVE ERR-MENSAJE(ERR-IDX) TO ALR-TEXTO
                MOVE ERR-FICHERO TO ALR-FICHERO
                WRITE ALERTA-RECORD
                CLOSE ALERT-FILE
            ELSE
                DISPLAY 'AVISO: NO SE PUDO GRABAR LA ALERTA '
                    ERR-COD-ACTUAL ' DEL PASO ' PASO-NUMERO(INDICE)
            END-IF.

      ******************************************************************
      * PASO DE ESCALADO, AL FINAL DEL PLAN (HAYA TERMINADO O NO):
      * AGRUPA LAS ALERTAS DE LA NOCHE POR PROGRAMA Y CODIGO, DECIDE
      * CON LA TABLA DE ESCALADO CUALES AVISAN A LA GUARDIA Y CUALES
      * ESPERAN A LA MAÑANA, MANDA A LA PASARELA LOS AVISOS QUE NO
      * TENGAN YA ACUSE Y DEJA TODO EN EL INFORME ALERTRPT. SON DE
      * LA NOCHE LAS ALERTAS CON FECHA DESDE LA DE PROCESO HASTA LA
      * DEL SISTEMA, PARA RECOGER LAS QUE UN PASO DE MADRUGADA SELLO
      * YA CON LA FECHA DEL DIA.
      ******************************************************************
       ESCALAR-ALERTAS.

            ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
            IF FECHA-SISTEMA < FECHA-PROCESO
                MOVE FECHA-PROCESO TO FECHA-SISTEMA
            END-IF
            PERFORM CARGAR-ESCALADO
            PERFORM CARGAR-ACUSES
            PERFORM AGRUPAR-ALERTAS
            IF GRUPOS-COUNT > 0
                PERFORM ABRIR-SALIDAS-AVISO
                PERFORM DECIDIR-UN-GRUPO
                    VARYING INDICE-GRUPO FROM 1 BY 1
                    UNTIL INDICE-GRUPO > GRUPOS-COUNT
                PERFORM CERRAR-SALIDAS-AVISO
            END-IF
            PERFORM PUBLICAR-ALERTAS
            DISPLAY 'ESCALADO -- ALERTAS: ' ALERTAS-LEIDAS
                ' AVISOS: ' AVISOS-ENVIADOS
                ' SUPRIMIDOS: ' AVISOS-SUPRIMIDOS
                ' PARA LA MANANA: ' ALERTAS-MANANA
            IF AVISOS-FALLIDOS > 0
                DISPLAY 'ESCALADO -- ' AVISOS-FALLIDOS
                    ' AVISOS SIN ENVIAR, VER ALERTRPT'
            END-IF.

      ******************************************************************
      * CARGA LA TABLA DE ESCALADO. SIN ESCALAIN VALE LA REGLA POR
      * SEVERIDAD (FATAL AVISA, SERIO ESPERA).
      ******************************************************************
       CARGAR-ESCALADO.

            OPEN INPUT ESCALATION-FILE
            IF ESCALA-FILE-STATUS = '00'
                OR ESCALA-FILE-STATUS = '05'
                PERFORM LEER-ESCALADO
                PERFORM ANOTAR-ESCALADO UNTIL ESCALA-EOF
                CLOSE ESCALATION-FILE
            END-IF.

       LEER-ESCALADO.

            MOVE SPACES TO ESCALADO-RECORD
            READ ESCALATION-FILE
                AT END MOVE 'Y' TO ESCALA-EOF-SW
            END-READ.

       ANOTAR-ESCALADO.

            EVALUATE TRUE
                WHEN ESC-CODIGO IS NOT NUMERIC
                    OR (NOT ESC-AVISAR AND NOT ESC-ESPERAR)
                    DISPLAY 'AVISO: LINEA DE ESCALADO INVALIDA '
                        ESCALADO-RECORD ', SE IGNORA'
                WHEN ESCALA-COUNT = 100
                    DISPLAY 'AVISO: TABLA DE ESCALADO LLENA, SE '
                        'TRUNCA'
                WHEN OTHER
                    ADD 1 TO ESCALA-COUNT
                    MOVE ESC-CODIGO TO ESC-T-CODIGO(ESCALA-COUNT)
                    MOVE ESC-ACCION TO ESC-T-ACCION(ESCALA-COUNT)
                    MOVE ESC-PROGRAMA TO ESC-T-PROGRAMA(ESCALA-COUNT)
            END-EVALUATE
            PERFORM LEER-ESCALADO.

      ******************************************************************
      * CARGA LOS ACUSES EN VIGOR ESTA NOCHE (ACK-HASTA NO ANTERIOR A
      * LA FECHA DE PROCESO); LOS VENCIDOS SE IGNORAN.
      ******************************************************************
       CARGAR-ACUSES.

            OPEN INPUT ACK-FILE
            IF ACUSES-FILE-STATUS = '00'
                OR ACUSES-FILE-STATUS = '05'
                PERFORM LEER-ACUSE
                PERFORM ANOTAR-ACUSE UNTIL ACUSES-EOF
                CLOSE ACK-FILE
            END-IF.

       LEER-ACUSE.

            READ ACK-FILE
                AT END MOVE 'Y' TO ACUSES-EOF-SW
            END-READ.

       ANOTAR-ACUSE.

            IF ACK-HASTA IS NUMERIC
                AND ACK-HASTA NOT < FECHA-PROCESO
                IF ACUSES-COUNT = 500
                    DISPLAY 'AVISO: DEMASIADOS ACUSES EN VIGOR, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO ACUSES-COUNT
                    MOVE ACK-PROGRAMA TO ACU-PROGRAMA(ACUSES-COUNT)
                    MOVE ACK-CODIGO TO ACU-CODIGO(ACUSES-COUNT)
                    MOVE ACK-TIPO TO ACU-TIPO(ACUSES-COUNT)
                    MOVE ACK-OPERADOR TO ACU-OPERADOR(ACUSES-COUNT)
                END-IF
            END-IF
            PERFORM LEER-ACUSE.

      ******************************************************************
      * AGRUPA LAS ALERTAS DE LA NOCHE POR PROGRAMA Y CODIGO, CON
      * CUANTAS VECES SALIERON, LA HORA DE LA PRIMERA Y LA ULTIMA Y
      * EL FICHERO DE LA ULTIMA.
      ******************************************************************
       AGRUPAR-ALERTAS.

            OPEN INPUT ALERT-FILE
            IF ALERTAS-FILE-STATUS = '00'
                OR ALERTAS-FILE-STATUS = '05'
                PERFORM LEER-ALERTA
                PERFORM AGRUPAR-UNA-ALERTA UNTIL ALERTAS-EOF
                CLOSE ALERT-FILE
            END-IF.

       LEER-ALERTA.

            READ ALERT-FILE
                AT END MOVE 'Y' TO ALERTAS-EOF-SW
            END-READ.

       AGRUPAR-UNA-ALERTA.

            IF ALR-FECHA IS NUMERIC
                AND ALR-FECHA NOT < FECHA-PROCESO
                AND ALR-FECHA NOT > FECHA-SISTEMA
                ADD 1 TO ALERTAS-LEIDAS
                MOVE 0 TO GRUPO-ACTUAL
                PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                    UNTIL INDICE-GRUPO > GRUPOS-COUNT
                    IF GAL-PROGRAMA(INDICE-GRUPO) = ALR-PROGRAMA
                        AND GAL-CODIGO(INDICE-GRUPO) = ALR-CODIGO
                        MOVE INDICE-GRUPO TO GRUPO-ACTUAL
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN GRUPO-ACTUAL > 0
                        IF GAL-VECES(GRUPO-ACTUAL) < 999
                            ADD 1 TO GAL-VECES(GRUPO-ACTUAL)
                        END-IF
                        MOVE ALR-HORA TO GAL-ULTIMA(GRUPO-ACTUAL)
                        IF ALR-FICHERO NOT = SPACES
                            MOVE ALR-FICHERO
                                TO GAL-FICHERO(GRUPO-ACTUAL)
                        END-IF
                    WHEN GRUPOS-COUNT = 200
                        DISPLAY 'AVISO: DEMASIADAS ALERTAS DISTINTAS, '
                            'SE IGNORA ' ALR-PROGRAMA ' ' ALR-CODIGO
                    WHEN OTHER
                        ADD 1 TO GRUPOS-COUNT
                        MOVE GRUPOS-COUNT TO GRUPO-ACTUAL
                        MOVE ALR-PROGRAMA TO GAL-PROGRAMA(GRUPO-ACTUAL)
                        MOVE ALR-CODIGO TO GAL-CODIGO(GRUPO-ACTUAL)
                        MOVE ALR-SEVERIDAD
                            TO GAL-SEVERIDAD(GRUPO-ACTUAL)
                        MOVE ALR-TEXTO TO GAL-TEXTO(GRUPO-ACTUAL)
                        MOVE ALR-FICHERO TO GAL-FICHERO(GRUPO-ACTUAL)
                        MOVE 1 TO GAL-VECES(GRUPO-ACTUAL)
                        MOVE ALR-HORA TO GAL-PRIMERA(GRUPO-ACTUAL)
                        MOVE ALR-HORA TO GAL-ULTIMA(GRUPO-ACTUAL)
                        MOVE SPACES TO GAL-OPERADOR(GRUPO-ACTUAL)
                END-EVALUATE
            END-IF
            PERFORM LEER-ALERTA.

      ******************************************************************
      * ABRE LA SALIDA HACIA LA PASARELA Y EL REGISTRO DE ACUSES PARA
      * AÑADIR. SIN PASARELA LOS AVISOS QUEDAN COMO NO ENVIADOS EN EL
      * INFORME; SIN REGISTRO DE ACUSES SE AVISA IGUAL (MEJOR AVISAR
      * DOS VECES QUE NINGUNA).
      ******************************************************************
       ABRIR-SALIDAS-AVISO.

            OPEN EXTEND PAGER-FILE
            IF AVISOS-FILE-STATUS = '00'
                OR AVISOS-FILE-STATUS = '05'
                MOVE 'Y' TO AVISOS-ABIERTO-SW
            ELSE
                DISPLAY 'NO SE PUDO ABRIR LA SALIDA DE AVISOS '
                    '(AVISOUT)'
            END-IF
            OPEN EXTEND ACK-FILE
            IF ACUSES-FILE-STATUS = '00'
                OR ACUSES-FILE-STATUS = '05'
                MOVE 'Y' TO ACUSES-ABIERTO-SW
            ELSE
                DISPLAY 'AVISO: NO SE PUDO APUNTAR LOS AVISOS EN '
                    'ALERTACK'
            END-IF.

       CERRAR-SALIDAS-AVISO.

            IF AVISOS-ABIERTO
                CLOSE PAGER-FILE
            END-IF
            IF ACUSES-ABIERTO
                CLOSE ACK-FILE
            END-IF.

      ******************************************************************
      * DECIDE QUE SE HACE CON EL GRUPO EN INDICE-GRUPO: LA LINEA DE
      * ESCALADO DEL PROGRAMA, SI LA HAY, PREVALECE SOBRE LA GENERAL
      * DEL CODIGO, Y SIN NINGUNA DECIDE LA SEVERIDAD. UN AVISO CON
      * UN ACUSE DEL ANALISTA EN VIGOR, O YA ENVIADO ESTA NOCHE, SE
      * SUPRIME.
      ******************************************************************
       DECIDIR-UN-GRUPO.

            IF GAL-SEVERIDAD(INDICE-GRUPO) = 'F'
                MOVE 'P' TO GAL-ACCION(INDICE-GRUPO)
            ELSE
                MOVE 'M' TO GAL-ACCION(INDICE-GRUPO)
            END-IF
            MOVE 'N' TO ESCALA-ESPECIFICA-SW
            PERFORM VARYING INDICE-ESCALA FROM 1 BY 1
                UNTIL INDICE-ESCALA > ESCALA-COUNT
                IF ESC-T-CODIGO(INDICE-ESCALA)
                    = GAL-CODIGO(INDICE-GRUPO)
                    EVALUATE TRUE
                        WHEN ESC-T-PROGRAMA(INDICE-ESCALA)
                            = GAL-PROGRAMA(INDICE-GRUPO)
                            MOVE ESC-T-ACCION(INDICE-ESCALA)
                                TO GAL-ACCION(INDICE-GRUPO)
                            MOVE 'Y' TO ESCALA-ESPECIFICA-SW
                        WHEN ESC-T-PROGRAMA(INDICE-ESCALA) = SPACES
                            AND NOT ESCALA-ESPECIFICA
                            MOVE ESC-T-ACCION(INDICE-ESCALA)
                                TO GAL-ACCION(INDICE-GRUPO)
                    END-EVALUATE
                END-IF
            END-PERFORM
            IF GAL-ACCION(INDICE-GRUPO) = 'P'
                PERFORM BUSCAR-ACUSE
                IF GAL-DESTINO(INDICE-GRUPO) = SPACE
                    PERFORM ENVIAR-AVISO
                ELSE
                    ADD 1 TO AVISOS-SUPRIMIDOS
                END-IF
            ELSE
                SET GAL-MANANA(INDICE-GRUPO) TO TRUE
                ADD 1 TO ALERTAS-MANANA
            END-IF.

      ******************************************************************
      * BUSCA UN ACUSE EN VIGOR DEL MISMO PROGRAMA Y CODIGO: EL DEL
      * ANALISTA ('A') GANA AL DE UN AVISO YA ENVIADO ('E').
      ******************************************************************
       BUSCAR-ACUSE.

            MOVE SPACE TO GAL-DESTINO(INDICE-GRUPO)
            PERFORM VARYING INDICE-ACUSE FROM 1 BY 1
                UNTIL INDICE-ACUSE > ACUSES-COUNT
                IF ACU-PROGRAMA(INDICE-ACUSE)
                    = GAL-PROGRAMA(INDICE-GRUPO)
                    AND ACU-CODIGO(INDICE-ACUSE)
                    = GAL-CODIGO(INDICE-GRUPO)
                    EVALUATE TRUE
                        WHEN ACU-TIPO(INDICE-ACUSE) = 'A'
                            SET GAL-ACUSADA(INDICE-GRUPO) TO TRUE
                            MOVE ACU-OPERADOR(INDICE-ACUSE)
                                TO GAL-OPERADOR(INDICE-GRUPO)
                        WHEN ACU-TIPO(INDICE-ACUSE) = 'E'
                            AND NOT GAL-ACUSADA(INDICE-GRUPO)
                            SET GAL-YA-AVISADA(INDICE-GRUPO) TO TRUE
                    END-EVALUATE
                END-IF
            END-PERFORM.

      ******************************************************************
      * MANDA EL AVISO DEL GRUPO A LA PASARELA Y LO APUNTA COMO
      * ENVIADO ESTA NOCHE EN EL REGISTRO DE ACUSES.
      ******************************************************************
       ENVIAR-AVISO.

            IF NOT AVISOS-ABIERTO
                SET GAL-NO-ENVIADA(INDICE-GRUPO) TO TRUE
                ADD 1 TO AVISOS-FALLIDOS
            ELSE
                MOVE FECHA-PROCESO TO AVI-FECHA
                ACCEPT AVI-HORA FROM TIME
                MOVE GAL-PROGRAMA(INDICE-GRUPO) TO AVI-PROGRAMA
                MOVE GAL-CODIGO(INDICE-GRUPO) TO AVI-CODIGO
                MOVE GAL-SEVERIDAD(INDICE-GRUPO) TO AVI-SEVERIDAD
                MOVE GAL-VECES(INDICE-GRUPO) TO AVI-VECES
                MOVE GAL-TEXTO(INDICE-GRUPO) TO AVI-TEXTO
                MOVE GAL-FICHERO(INDICE-GRUPO) TO AVI-FICHERO
                WRITE AVISO-RECORD
                SET GAL-AVISADA(INDICE-GRUPO) TO TRUE
                ADD 1 TO AVISOS-ENVIADOS
                IF ACUSES-ABIERTO
                    MOVE FECHA-SISTEMA TO ACK-FECHA
                    MOVE GAL-PROGRAMA(INDICE-GRUPO) TO ACK-PROGRAMA
                    MOVE GAL-CODIGO(INDICE-GRUPO) TO ACK-CODIGO
                    MOVE FECHA-PROCESO TO ACK-HASTA
                    SET ACK-ENVIO TO TRUE
                    MOVE 'PLANLOTE' TO ACK-OPERADOR
                    WRITE ACUSE-RECORD
                END-IF
            END-IF.

      ******************************************************************
      * INFORME DE LA MAÑANA: UNA LINEA POR ALERTA AGRUPADA CON LO QUE
      * SE HIZO CON ELLA, Y DEBAJO SU TEXTO.
      ******************************************************************
       PUBLICAR-ALERTAS.

            OPEN OUTPUT ALERT-REPORT-FILE
            IF ALERTRPT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE ALERTAS'
            ELSE
                MOVE FECHA-PROCESO TO CAB-FECHA
                MOVE CABECERA-ALERTAS TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE LINEA-GUIONES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                IF GRUPOS-COUNT = 0
                    MOVE 'SIN ALERTAS ESTA NOCHE' TO LINEA-IMPRESION
                    WRITE LINEA-IMPRESION
                ELSE
                    MOVE CABECERA-COLUMNAS TO LINEA-IMPRESION
                    WRITE LINEA-IMPRESION
                    PERFORM PUBLICAR-UN-GRUPO
                        VARYING INDICE-GRUPO FROM 1 BY 1
                        UNTIL INDICE-GRUPO > GRUPOS-COUNT
                END-IF
                MOVE LINEA-GUIONES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE SPACES TO LINEA-IMPRESION
                STRING 'ALERTAS: ' ALERTAS-LEIDAS
                    '  AVISOS: ' AVISOS-ENVIADOS
                    '  SUPRIMIDOS: ' AVISOS-SUPRIMIDOS
                    '  MANANA: ' ALERTAS-MANANA
                    DELIMITED BY SIZE INTO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                CLOSE ALERT-REPORT-FILE
            END-IF.

       PUBLICAR-UN-GRUPO.

            MOVE GAL-PROGRAMA(INDICE-GRUPO) TO DET-PROGRAMA
            MOVE GAL-CODIGO(INDICE-GRUPO) TO DET-CODIGO
            MOVE GAL-SEVERIDAD(INDICE-GRUPO) TO DET-SEVERIDAD
            MOVE GAL-VECES(INDICE-GRUPO) TO DET-VECES
            MOVE GAL-PRIMERA(INDICE-GRUPO) TO DET-PRIMERA
            MOVE GAL-ULTIMA(INDICE-GRUPO) TO DET-ULTIMA
            MOVE GAL-FICHERO(INDICE-GRUPO) TO DET-FICHERO
            EVALUATE TRUE
                WHEN GAL-AVISADA(INDICE-GRUPO)
                    MOVE 'AVISADO' TO DET-DESTINO
                WHEN GAL-YA-AVISADA(INDICE-GRUPO)
                    MOVE 'YA AVISADO' TO DET-DESTINO
                WHEN GAL-ACUSADA(INDICE-GRUPO)
                    MOVE SPACES TO DET-DESTINO
                    STRING 'ACUSE ' GAL-OPERADOR(INDICE-GRUPO)
                        DELIMITED BY SIZE INTO DET-DESTINO
                WHEN GAL-NO-ENVIADA(INDICE-GRUPO)
                    MOVE 'AVISO NO ENVIADO' TO DET-DESTINO
                WHEN OTHER
                    MOVE 'PARA LA MANANA' TO DET-DESTINO
            END-EVALUATE
            MOVE LINEA-ALERTA TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE GAL-TEXTO(INDICE-GRUPO) TO DET-TEXTO
            MOVE LINEA-TEXTO-ALERTA TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.
       END PROGRAM PLANLOTE.
