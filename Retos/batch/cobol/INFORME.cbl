      *            (CALENDIN, ver CALREC.CPY), la cabecera de cada
      *            pagina rotula la semana de temporada de la fecha
      *            de proceso del resultado en curso.
      * Modified:  15/10/2026 - Los grupos decididos por
      *            incomparecencia (RESULT-TIPO 'W', ver
      *            RESULTREC.CPY) se listan como 'W.O.' y se cuentan
      *            aparte de los ganados jugando, por programa y en la
      *            pagina de totales.
      * Modified:  15/10/2026 - Cabeceras, tipos de resultado y
      *            etiquetas de contador salen del catalogo de mensajes
      *            MENSAJES (ver MENSREC.CPY) en el idioma de la
      *            ejecucion (PARM-IDIOMA de PARMIN, 'ES' o 'EN'), cada
      *            uno en su hueco de ancho fijo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALEND-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           RECORD CONTAINS 11 CHARACTERS.
           COPY CALREC.

      ******************************************************************
      * PARAMETROS DEL LOTE (SOLO EL IDIOMA, PARM-IDIOMA) Y CATALOGO
      * DE MENSAJES CON LAS CABECERAS Y ROTULOS DEL INFORME.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 RESULTS-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 CALEND-FILE-STATUS     PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).
       01 RESULTADOS-EOF-SW      PIC X(1) VALUE 'N'.
           88 RESULTADOS-EOF              VALUE 'Y'.
       01 CALEND-EOF-SW          PIC X(1) VALUE 'N'.
       01 CONTADORES-PROGRAMA.
           05 CONT-GANADOR       PIC 9(7) VALUE 0.
           05 CONT-EMPATE        PIC 9(7) VALUE 0.
           05 CONT-WALKOVER      PIC 9(7) VALUE 0.
           05 CONT-DIFERENCIAS   PIC 9(7) VALUE 0.
           05 CONT-CONFORME      PIC 9(7) VALUE 0.
           05 CONT-LEIDOS        PIC 9(7) VALUE 0.
       01 TOTALES-GENERALES.
           05 TOT-GANADOR        PIC 9(7) VALUE 0.
           05 TOT-EMPATE         PIC 9(7) VALUE 0.
           05 TOT-WALKOVER       PIC 9(7) VALUE 0.
           05 TOT-DIFERENCIAS    PIC 9(7) VALUE 0.
           05 TOT-CONFORME       PIC 9(7) VALUE 0.
           05 TOT-LEIDOS         PIC 9(7) VALUE 0.

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LAS
      * CABECERAS, LOS TIPOS Y LAS ETIQUETAS DE CONTADOR LLEVAN SU
      * LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS SUSTITUYE POR LOS
      * DEL CATALOGO EN EL IDIOMA DE LA EJECUCION, SIN CAMBIAR EL
      * ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-TIPO.
           05 ROT-GANADOR        PIC X(4)  VALUE 'GANA'.
           05 ROT-EMPATE         PIC X(4)  VALUE 'EMP '.
           05 ROT-WALKOVER       PIC X(4)  VALUE 'W.O.'.
           05 ROT-DIFERENCIAS    PIC X(4)  VALUE 'DIF '.
           05 ROT-CONFORME       PIC X(4)  VALUE 'CONF'.
       01 ROTULOS-CONTADOR.
           05 ROT-LEIDOS         PIC X(30) VALUE
               'RESULTADOS LEIDOS'.
           05 ROT-CON-GANADOR    PIC X(30) VALUE
               'GRUPOS CON GANADOR'.
           05 ROT-EN-EMPATE      PIC X(30) VALUE
               'GRUPOS EN EMPATE'.
           05 ROT-INCOMPARECIDOS PIC X(30) VALUE
               'GRUPOS POR INCOMPARECENCIA'.
           05 ROT-CONFORMES      PIC X(30) VALUE
               'CLAVES CONFORMES'.
           05 ROT-CON-DIFERENCIAS PIC X(30) VALUE
               'CLAVES CON DIFERENCIAS'.
           05 ROT-TOT-LEIDOS     PIC X(30) VALUE
               'TOTAL RESULTADOS LEIDOS'.
           05 ROT-TOT-GANADOR    PIC X(30) VALUE
               'TOTAL GANADORES (G)'.
           05 ROT-TOT-EMPATE     PIC X(30) VALUE
               'TOTAL EMPATES (T)'.
           05 ROT-TOT-WALKOVER   PIC X(30) VALUE
               'TOTAL INCOMPARECENCIAS (W)'.
           05 ROT-TOT-DIFERENCIAS PIC X(30) VALUE
               'TOTAL CON DIFERENCIAS (D)'.
           05 ROT-TOT-CONFORME   PIC X(30) VALUE
               'TOTAL CONFORMES (O)'.
           05 ROT-TOTALES        PIC X(8)  VALUE 'TOTALES '.

      ******************************************************************
      * CONTROL DE PAGINACION DEL INFORME.
      ******************************************************************
      * LINEAS DEL INFORME.
      ******************************************************************
       01 CABECERA-1.
           05 CAB-TITULO         PIC X(31) VALUE
               'INFORME DIARIO DE OPERACIONES -'.
           05 CAB-ROT-PROGRAMA   PIC X(10) VALUE ' PROGRAMA '.
           05 CAB-PROGRAMA       PIC X(8).
           05 CAB-ROT-SEMANA     PIC X(5)  VALUE ' SEM '.
           05 CAB-SEMANA         PIC Z9.
           05 FILLER             PIC X(12) VALUE SPACES.
           05 CAB-ROT-PAGINA     PIC X(7)  VALUE 'PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
       01 CABECERA-2.
           05 CAB-ROT-CLAVE      PIC X(10) VALUE 'CLAVE     '.
           05 CAB-ROT-TIPO       PIC X(6)  VALUE 'TIPO  '.
           05 CAB-ROT-DETALLE    PIC X(30) VALUE 'DETALLE'.
           05 FILLER             PIC X(34) VALUE SPACES.
       01 LINEA-DETALLE.
           05 DET-CLAVE          PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-IDIOMA
            PERFORM CARGAR-CALENDARIO
            PERFORM ABRIR-FICHEROS
            PERFORM LEER-RESULTADO
            MOVE RESULT-DETALLE TO DET-DETALLE
            EVALUATE TRUE
                WHEN RESULT-GANADOR
                    MOVE ROT-GANADOR TO DET-TIPO
                    ADD 1 TO CONT-GANADOR
                    ADD 1 TO TOT-GANADOR
                WHEN RESULT-EMPATE
                    MOVE ROT-EMPATE TO DET-TIPO
                    ADD 1 TO CONT-EMPATE
                    ADD 1 TO TOT-EMPATE
                WHEN RESULT-WALKOVER
                    MOVE ROT-WALKOVER TO DET-TIPO
                    ADD 1 TO CONT-WALKOVER
                    ADD 1 TO TOT-WALKOVER
                WHEN RESULT-DIFERENCIAS
                    MOVE ROT-DIFERENCIAS TO DET-TIPO
                    ADD 1 TO CONT-DIFERENCIAS
                    ADD 1 TO TOT-DIFERENCIAS
                WHEN RESULT-CONFORME
                    MOVE ROT-CONFORME TO DET-TIPO
                    ADD 1 TO CONT-CONFORME
                    ADD 1 TO TOT-CONFORME
                WHEN OTHER
            PERFORM IMPRIMIR-LINEA
            PERFORM LEER-RESULTADO.

      ******************************************************************
      * TOMA EL IDIOMA DE LA EJECUCION DE PARMIN (EN BLANCO O SIN
      * PARMIN, 'ES'), CARGA EL CATALOGO DE MENSAJES Y TRADUCE LOS
      * ROTULOS DEL INFORME.
      ******************************************************************
       CARGAR-IDIOMA.

            OPEN INPUT PARM-FILE
            IF PARM-FILE-STATUS = '00'
                OR PARM-FILE-STATUS = '05'
                READ PARM-FILE
                    NOT AT END
                        IF PARM-IDIOMA NOT = SPACES
                            MOVE PARM-IDIOMA TO IDIOMA-EJECUCION
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF
            IF NOT IDIOMA-CONOCIDO
                DISPLAY 'AVISO: IDIOMA ' IDIOMA-EJECUCION
                    ' DESCONOCIDO EN PARMIN, SE USA ES'
                MOVE 'ES' TO IDIOMA-EJECUCION
            END-IF
            PERFORM CARGAR-MENSAJES
            PERFORM TRADUCIR-ROTULOS.

      ******************************************************************
      * CARGA EL CATALOGO DE MENSAJES, SI LO HAY (VER MENSREC.CPY).
      ******************************************************************
       CARGAR-MENSAJES.

            OPEN INPUT MESSAGE-FILE
            IF MENSAJES-FILE-STATUS = '00'
                OR MENSAJES-FILE-STATUS = '05'
                PERFORM LEER-MENSAJE
                PERFORM ANOTAR-MENSAJE UNTIL MENSAJES-EOF
                CLOSE MESSAGE-FILE
            END-IF.

       LEER-MENSAJE.

            READ MESSAGE-FILE
                AT END MOVE 'Y' TO MENSAJES-EOF-SW
            END-READ.

       ANOTAR-MENSAJE.

            IF MSG-NUMERO IS NUMERIC
                IF MENSAJES-COUNT < MENSAJES-MAX
                    ADD 1 TO MENSAJES-COUNT
                    MOVE MSG-NUMERO TO MSJ-NUMERO(MENSAJES-COUNT)
                    MOVE MSG-IDIOMA TO MSJ-IDIOMA(MENSAJES-COUNT)
                    MOVE MSG-TEXTO TO MSJ-TEXTO(MENSAJES-COUNT)
                ELSE
                    DISPLAY 'AVISO: CATALOGO DE MENSAJES LLENO, SE '
                        'IGNORA EL MENSAJE ' MSG-NUMERO
                END-IF
            END-IF
            PERFORM LEER-MENSAJE.

      ******************************************************************
      * PONE CABECERAS, TIPOS Y ETIQUETAS EN EL IDIOMA DE LA
      * EJECUCION. CADA ROTULO CONSERVA SU ANCHO.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0201 TO MENSAJE-NUMERO
            MOVE CAB-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-TITULO
            MOVE 0202 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PROGRAMA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PROGRAMA
            MOVE 0203 TO MENSAJE-NUMERO
            MOVE CAB-ROT-SEMANA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-SEMANA
            MOVE 0204 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PAGINA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PAGINA
            MOVE 0205 TO MENSAJE-NUMERO
            MOVE CAB-ROT-CLAVE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-CLAVE
            MOVE 0206 TO MENSAJE-NUMERO
            MOVE CAB-ROT-TIPO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-TIPO
            MOVE 0207 TO MENSAJE-NUMERO
            MOVE CAB-ROT-DETALLE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-DETALLE
            MOVE 0210 TO MENSAJE-NUMERO
            MOVE ROT-GANADOR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-GANADOR
            MOVE 0211 TO MENSAJE-NUMERO
            MOVE ROT-EMPATE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-EMPATE
            MOVE 0212 TO MENSAJE-NUMERO
            MOVE ROT-WALKOVER TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-WALKOVER
            MOVE 0213 TO MENSAJE-NUMERO
            MOVE ROT-DIFERENCIAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-DIFERENCIAS
            MOVE 0214 TO MENSAJE-NUMERO
            MOVE ROT-CONFORME TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-CONFORME
            MOVE 0220 TO MENSAJE-NUMERO
            MOVE ROT-LEIDOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-LEIDOS
            MOVE 0221 TO MENSAJE-NUMERO
            MOVE ROT-CON-GANADOR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-CON-GANADOR
            MOVE 0222 TO MENSAJE-NUMERO
            MOVE ROT-EN-EMPATE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-EN-EMPATE
            MOVE 0223 TO MENSAJE-NUMERO
            MOVE ROT-INCOMPARECIDOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-INCOMPARECIDOS
            MOVE 0224 TO MENSAJE-NUMERO
            MOVE ROT-CONFORMES TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-CONFORMES
            MOVE 0225 TO MENSAJE-NUMERO
            MOVE ROT-CON-DIFERENCIAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-CON-DIFERENCIAS
            MOVE 0230 TO MENSAJE-NUMERO
            MOVE ROT-TOT-LEIDOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOT-LEIDOS
            MOVE 0231 TO MENSAJE-NUMERO
            MOVE ROT-TOT-GANADOR TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOT-GANADOR
            MOVE 0232 TO MENSAJE-NUMERO
            MOVE ROT-TOT-EMPATE TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOT-EMPATE
            MOVE 0233 TO MENSAJE-NUMERO
            MOVE ROT-TOT-WALKOVER TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOT-WALKOVER
            MOVE 0234 TO MENSAJE-NUMERO
            MOVE ROT-TOT-DIFERENCIAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOT-DIFERENCIAS
            MOVE 0235 TO MENSAJE-NUMERO
            MOVE ROT-TOT-CONFORME TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOT-CONFORME
            MOVE 0236 TO MENSAJE-NUMERO
            MOVE ROT-TOTALES TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TOTALES.

      ******************************************************************
      * BUSCA MENSAJE-NUMERO EN MENSAJE-IDIOMA Y, SI NO ESTA, EN 'ES'.
      * SI LO ENCUENTRA DEJA SU TEXTO EN MENSAJE-TEXTO; SI NO, DEJA
      * EL LITERAL QUE TRAIA.
      ******************************************************************
       BUSCAR-MENSAJE.

            MOVE MENSAJE-IDIOMA TO IDIOMA-BUSCADO
            PERFORM BUSCAR-MENSAJE-IDIOMA
            IF NOT MENSAJE-HALLADO
                AND IDIOMA-BUSCADO NOT = 'ES'
                MOVE 'ES' TO IDIOMA-BUSCADO
                PERFORM BUSCAR-MENSAJE-IDIOMA
            END-IF.

       BUSCAR-MENSAJE-IDIOMA.

            MOVE 'N' TO MENSAJE-HALLADO-SW
            PERFORM VARYING INDICE-MENSAJE FROM 1 BY 1
                UNTIL INDICE-MENSAJE > MENSAJES-COUNT
                OR MENSAJE-HALLADO
                IF MSJ-NUMERO(INDICE-MENSAJE) = MENSAJE-NUMERO
                    AND MSJ-IDIOMA(INDICE-MENSAJE) = IDIOMA-BUSCADO
                    MOVE MSJ-TEXTO(INDICE-MENSAJE) TO MENSAJE-TEXTO
                    MOVE 'Y' TO MENSAJE-HALLADO-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * CARGA EL CALENDARIO DE PROCESO, SI LO HAY, PARA ROTULAR LA
      * SEMANA DE TEMPORADA DE CADA FECHA.

            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE ROT-LEIDOS TO CONT-ETIQUETA
            MOVE CONT-LEIDOS TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR
            IF PROGRAMA-ACTUAL = 'RETO6'
                MOVE ROT-CON-GANADOR TO CONT-ETIQUETA
                MOVE CONT-GANADOR TO CONT-VALOR
                PERFORM IMPRIMIR-CONTADOR
                MOVE ROT-EN-EMPATE TO CONT-ETIQUETA
                MOVE CONT-EMPATE TO CONT-VALOR
                PERFORM IMPRIMIR-CONTADOR
                MOVE ROT-INCOMPARECIDOS TO CONT-ETIQUETA
                MOVE CONT-WALKOVER TO CONT-VALOR
                PERFORM IMPRIMIR-CONTADOR
            ELSE
                MOVE ROT-CONFORMES TO CONT-ETIQUETA
                MOVE CONT-CONFORME TO CONT-VALOR
                PERFORM IMPRIMIR-CONTADOR
                MOVE ROT-CON-DIFERENCIAS TO CONT-ETIQUETA
                MOVE CONT-DIFERENCIAS TO CONT-VALOR
                PERFORM IMPRIMIR-CONTADOR
            END-IF.
      ******************************************************************
       IMPRIMIR-TOTALES-GENERALES.

            MOVE ROT-TOTALES TO PROGRAMA-ACTUAL
            PERFORM SALTAR-PAGINA
            MOVE ROT-TOT-LEIDOS TO CONT-ETIQUETA
            MOVE TOT-LEIDOS TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR
            MOVE ROT-TOT-GANADOR TO CONT-ETIQUETA
            MOVE TOT-GANADOR TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR
            MOVE ROT-TOT-EMPATE TO CONT-ETIQUETA
            MOVE TOT-EMPATE TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR
            MOVE ROT-TOT-WALKOVER TO CONT-ETIQUETA
            MOVE TOT-WALKOVER TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR
            MOVE ROT-TOT-DIFERENCIAS TO CONT-ETIQUETA
            MOVE TOT-DIFERENCIAS TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR
            MOVE ROT-TOT-CONFORME TO CONT-ETIQUETA
            MOVE TOT-CONFORME TO CONT-VALOR
            PERFORM IMPRIMIR-CONTADOR.

