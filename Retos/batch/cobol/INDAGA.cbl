      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Consulta y extraccion a medida sobre cualquier
      *            fichero del sistema. Cada pregunta suelta ("los
      *            jugadores de L1 con mas de 20 empates", "las lineas
      *            de auditoria de COPA2026 desde el 1 de septiembre")
      *            acababa en un programa nuevo. Este programa se
      *            gobierna por la baraja INDAGCTL: una tarjeta 'F' con
      *            el fichero a consultar (su nombre logico: PSTATFILE,
      *            ROSTERMAE, H2HFILE, AUDITOUT, LIBROMOV, FIXLEDG,
      *            RESULTOUT...), la salida y el operador; tarjetas 'S'
      *            con condiciones sobre campos con nombre (se cumplen
      *            todas a la vez), tarjetas 'K' con las claves de
      *            orden, tarjetas 'C' con las columnas a sacar y una
      *            tarjeta 'T' opcional con el titulo. Los nombres,
      *            posiciones y tipos de los campos salen del
      *            diccionario de disenos DICCLAY (ver DICLREC.CPY, en
      *            el estilo de CAMPOSIN), asi que aqui no hay ninguna
      *            posicion de campo fija. La salida es un informe
      *            paginado (INDAGRPT) o un extracto delimitado
      *            (INDAGOUT) con una linea de cabecera con los nombres
      *            de las columnas. El operador de la tarjeta 'F' debe
      *            figurar en OPERAUT activo y con la funcion de
      *            consultas 'Q', y la comprobacion queda en ACCESLOG
      *            como en BORRADO. Codigo de retorno 0 si todo fue
      *            bien, 4 si la seleccion no cupo entera en la tabla de
      *            orden o alguna columna no cupo en el informe, 8 si la
      *            baraja o el diccionario tienen errores, el operador
      *            no esta autorizado o el fichero no se pudo abrir.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Se puede consultar el maestro indexado
      *            de jugadores ROSTERMAE, que se lee en orden de clave
      *            como los acumuladores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDAGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'INDAGCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDAGCTL-FILE-STATUS.
           SELECT LAYOUT-DICT-FILE ASSIGN TO 'DICCLAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICCLAY-FILE-STATUS.
           SELECT OPTIONAL PLAYER-STATS-FILE ASSIGN TO 'PSTATFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTAT-CLAVE
               FILE STATUS IS PSTAT-FILE-STATUS.
           SELECT OPTIONAL HEAD-TO-HEAD-FILE ASSIGN TO 'H2HFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT OPTIONAL GROUP-WINNERS-FILE ASSIGN TO 'GROUPWINF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-CLAVE
               FILE STATUS IS GROUPWIN-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC NOMBRE-FICHERO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUENTE-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'INDAGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'INDAGOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * BARAJA DE LA CONSULTA, UNA TARJETA POR LINEA CON SU TIPO EN
      * LA COLUMNA 1 ('*' = COMENTARIO):
      *   'F' FICHERO (COL 2-13), SALIDA 'R' INFORME O 'D' EXTRACTO
      *       (COL 14, BLANCO = 'R'), DELIMITADOR DEL EXTRACTO (COL
      *       15, BLANCO = ';'), OPERADOR (COL 16-23) Y, SOLO PARA
      *       FICHEROS SECUENCIALES, NOMBRE FISICO A LEER EN VEZ DEL
      *       VIGENTE (COL 24-45, P.EJ. UNA GENERACION ARCHIVADA).
      *       UNA Y SOLO UNA.
      *   'S' CONDICION: CAMPO (COL 2-21), OPERADOR EQ NE GT GE LT LE
      *       (COL 22-23) Y VALOR (COL 24-63). LOS VALORES NUMERICOS
      *       SE ESCRIBEN CON PUNTO DECIMAL SI EL CAMPO TIENE
      *       DECIMALES (10.50). HASTA 10.
      *   'K' CLAVE DE ORDEN: CAMPO (COL 2-21) Y SENTIDO 'A' O 'D'
      *       (COL 22, BLANCO = 'A'). HASTA 5, LA PRIMERA MANDA.
      *   'C' COLUMNA DE SALIDA: CAMPO (COL 2-21), EN EL ORDEN DE LAS
      *       TARJETAS. SIN TARJETAS 'C' SALEN TODOS LOS CAMPOS DEL
      *       FICHERO EN EL ORDEN DEL DICCIONARIO. HASTA 30.
      *   'T' TITULO DEL INFORME (COL 2-61).
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 1 TO 80 CHARACTERS.
       01  INDAGCTL-RECORD.
           05 IND-TIPO           PIC X(1).
               88 IND-FICHERO             VALUE 'F'.
               88 IND-SELECCION           VALUE 'S'.
               88 IND-CLAVE               VALUE 'K'.
               88 IND-COLUMNA             VALUE 'C'.
               88 IND-TITULO              VALUE 'T'.
               88 IND-COMENTARIO          VALUE '*' ' '.
           05 IND-DATOS          PIC X(79).
           05 IND-F-D REDEFINES IND-DATOS.
               10 IND-F-FICHERO      PIC X(12).
               10 IND-F-SALIDA       PIC X(1).
               10 IND-F-DELIMITADOR  PIC X(1).
               10 IND-F-OPERADOR     PIC X(8).
               10 IND-F-FISICO       PIC X(22).
               10 FILLER             PIC X(35).
           05 IND-S-D REDEFINES IND-DATOS.
               10 IND-S-CAMPO        PIC X(20).
               10 IND-S-OPERADOR     PIC X(2).
               10 IND-S-VALOR        PIC X(40).
               10 FILLER             PIC X(17).
           05 IND-K-D REDEFINES IND-DATOS.
               10 IND-K-CAMPO        PIC X(20).
               10 IND-K-SENTIDO      PIC X(1).
               10 FILLER             PIC X(58).
           05 IND-C-D REDEFINES IND-DATOS.
               10 IND-C-CAMPO        PIC X(20).
               10 FILLER             PIC X(59).
           05 IND-T-D REDEFINES IND-DATOS.
               10 IND-T-TITULO       PIC X(60).
               10 FILLER             PIC X(19).

      ******************************************************************
      * DICCIONARIO DE DISENOS: SOLO SE GUARDAN LAS LINEAS DEL
      * FICHERO CONSULTADO.
      ******************************************************************
       FD  LAYOUT-DICT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY DICLREC.

      ******************************************************************
      * LOS TRES ACUMULADORES INDEXADOS Y EL MAESTRO DE JUGADORES SE
      * LEEN POR SU PROPIA DEFINICION, EN ORDEN DE CLAVE, COMO EN
      * RESPALDO.
      ******************************************************************
       FD  PLAYER-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PSTATREC.

       FD  HEAD-TO-HEAD-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY H2HREC.

       FD  GROUP-WINNERS-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY GROUPWIN.

       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * CUALQUIER OTRO FICHERO ES UNA SECUENCIA DE LINEAS QUE SE LEE
      * POR NOMBRE DINAMICO Y SE COPIA A UN AREA GENERICA; LAS
      * POSICIONES QUE LA LINEA NO TRAE QUEDAN EN BLANCO.
      ******************************************************************
       FD  SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
               DEPENDING ON LONGITUD-LEIDA.
       01  REGISTRO-FUENTE       PIC X(999).

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
      * INFORME DE LA CONSULTA, 80 COLUMNAS, Y EXTRACTO DELIMITADO.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       FD  EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
               DEPENDING ON LONGITUD-EXTRACTO.
       01  LINEA-EXTRACTO        PIC X(999).

       WORKING-STORAGE SECTION.

       01 INDAGCTL-FILE-STATUS   PIC X(2).
       01 DICCLAY-FILE-STATUS    PIC X(2).
       01 PSTAT-FILE-STATUS      PIC X(2).
       01 H2H-FILE-STATUS        PIC X(2).
       01 GROUPWIN-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 FUENTE-FILE-STATUS     PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 EXTRACT-FILE-STATUS    PIC X(2).

       01 TARJETAS-EOF-SW        PIC X(1) VALUE 'N'.
           88 TARJETAS-EOF                VALUE 'Y'.
       01 DICCIONARIO-EOF-SW     PIC X(1) VALUE 'N'.
           88 DICCIONARIO-EOF             VALUE 'Y'.
       01 FUENTE-EOF-SW          PIC X(1) VALUE 'N'.
           88 FUENTE-EOF                  VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).
       01 CODIGO-RETORNO         PIC 9(2) VALUE 0.
       01 ERRORES-BARAJA         PIC 9(3) VALUE 0.
       01 TEXTO-ERROR            PIC X(50).

      ******************************************************************
      * LO QUE DICE LA TARJETA 'F'.
      ******************************************************************
       01 TARJETAS-FICHERO       PIC 9(2) VALUE 0.
       01 FICHERO-CONSULTA       PIC X(12) VALUE SPACES.
       01 NOMBRE-FICHERO         PIC X(22) VALUE SPACES.
       01 NOMBRE-FISICO          PIC X(22) VALUE SPACES.
       01 OPERADOR-CONSULTA      PIC X(8) VALUE SPACES.
       01 TITULO-CONSULTA        PIC X(60) VALUE SPACES.
       01 MODO-SALIDA            PIC X(1) VALUE 'R'.
           88 SALIDA-INFORME              VALUE 'R'.
           88 SALIDA-EXTRACTO             VALUE 'D'.
       01 DELIMITADOR            PIC X(1) VALUE ';'.
       01 TIPO-LECTURA           PIC X(1) VALUE 'S'.
           88 LECTURA-PSTAT               VALUE 'P'.
           88 LECTURA-H2H                 VALUE 'H'.
           88 LECTURA-GANADORES           VALUE 'G'.
           88 LECTURA-PLANTILLA           VALUE 'R'.
           88 LECTURA-SECUENCIAL          VALUE 'S'.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: LA CONSULTA EXIGE LA
      * FUNCION 'Q' CONCEDIDA AL OPERADOR DE LA TARJETA.
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
       01 AUTORIZADO-SW          PIC X(1) VALUE 'N'.
           88 OPERADOR-AUTORIZADO         VALUE 'Y'.

      ******************************************************************
      * CAMPOS DEL FICHERO CONSULTADO, SEGUN EL DICCIONARIO. EL
      * ANCHO ES EL QUE OCUPA EL VALOR IMPRESO (CON SU PUNTO DECIMAL
      * SI LO TIENE), O EL DEL NOMBRE SI ES MAS LARGO.
      ******************************************************************
       01 CAMPO-COUNT            PIC 9(2) VALUE 0.
       01 CAMPOS-TBL.
           05 CMP-ENT OCCURS 60 TIMES.
              10 CMP-NOMBRE      PIC X(20).
              10 CMP-INICIO      PIC 9(3).
              10 CMP-LONGITUD    PIC 9(3).
              10 CMP-TIPO        PIC X(1).
              10 CMP-DECIMALES   PIC 9(1).
              10 CMP-ANCHO       PIC 9(2).
       01 INDICE-CAMPO           PIC 9(2).
       01 INDICE-HALLADO         PIC 9(2).
       01 NOMBRE-BUSCADO         PIC X(20).
       01 LONGITUD-NOMBRE        PIC 9(2).

      ******************************************************************
      * CONDICIONES, CLAVES DE ORDEN Y COLUMNAS DE LA BARAJA. LOS
      * NOMBRES SE GUARDAN TAL CUAL Y SE RESUELVEN CONTRA EL
      * DICCIONARIO CUANDO YA SE SABE QUE FICHERO SE CONSULTA. EL
      * VALOR DE UNA CONDICION NUMERICA SE GUARDA YA ALINEADO EN 18
      * DIGITOS CON LOS DECIMALES DEL CAMPO, PARA COMPARARLO DIGITO
      * A DIGITO CON EL DEL REGISTRO.
      ******************************************************************
       01 COND-COUNT             PIC 9(2) VALUE 0.
       01 CONDICIONES-TBL.
           05 COND-ENT OCCURS 10 TIMES.
              10 COND-NOMBRE     PIC X(20).
              10 COND-CAMPO      PIC 9(2).
              10 COND-OPERADOR   PIC X(2).
                  88 COND-OPERADOR-VALIDO VALUE 'EQ' 'NE' 'GT'
                                                'GE' 'LT' 'LE'.
              10 COND-VALOR      PIC X(40).
              10 COND-DIGITOS    PIC X(18).
       01 INDICE-COND            PIC 9(2).

       01 CLAVE-COUNT            PIC 9(1) VALUE 0.
       01 CLAVES-TBL.
           05 CLV-ENT OCCURS 5 TIMES.
              10 CLV-NOMBRE      PIC X(20).
              10 CLV-CAMPO       PIC 9(2).
              10 CLV-SENTIDO     PIC X(1).
                  88 CLV-DESCENDENTE      VALUE 'D'.
       01 INDICE-CLAVE           PIC 9(1).

       01 COLUMNA-COUNT          PIC 9(2) VALUE 0.
       01 COLUMNAS-TBL.
           05 COL-ENT OCCURS 30 TIMES.
              10 COL-NOMBRE      PIC X(20).
              10 COL-CAMPO       PIC 9(2).
              10 COL-POSICION    PIC 9(2).
              10 COL-IMPRIME     PIC X(1).
                  88 COL-EN-INFORME       VALUE 'S'.
       01 INDICE-COL             PIC 9(2).
       01 POSICION-LIBRE         PIC 9(3).
       01 COLUMNAS-FUERA         PIC 9(2) VALUE 0.

      ******************************************************************
      * REGISTROS ELEGIDOS CON SU CLAVE DE ORDEN: UN TROZO FIJO POR
      * CLAVE (18 DIGITOS SI ES NUMERICA, 40 CARACTERES SI NO) Y EL
      * NUMERO DE REGISTRO AL FINAL PARA QUE LOS EMPATES SALGAN EN
      * EL ORDEN DEL FICHERO. EL SENTIDO DESCENDENTE SE CONSIGUE
      * INVIRTIENDO EL TROZO CARACTER A CARACTER CONTRA EL JUEGO
      * ASCII IMPRIMIBLE; CARACTERES FUERA DE ESE JUEGO NO SE
      * INVIERTEN.
      ******************************************************************
       01 MAXIMO-SELECCION       PIC 9(4) VALUE 2000.
       01 SEL-COUNT              PIC 9(4) VALUE 0.
       01 SELECCION-TBL.
           05 SEL-ENT OCCURS 0 TO 2000 TIMES
                   DEPENDING ON SEL-COUNT.
              10 SEL-CLAVE       PIC X(207).
              10 SEL-REGISTRO    PIC X(999).
       01 INDICE-SEL             PIC 9(4).
       01 CLAVE-TRABAJO          PIC X(207).
       01 POSICION-CLAVE         PIC 9(3).

       01 ALFABETO.
           05 FILLER             PIC X(32) VALUE
               ' !"#$%&''()*+,-./0123456789:;<=>?'.
           05 FILLER             PIC X(32) VALUE
               '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
           05 FILLER             PIC X(31) VALUE
               '`abcdefghijklmnopqrstuvwxyz{|}~'.
       01 ALFABETO-INVERSO       PIC X(95).
       01 INDICE-CAR             PIC 9(3).

      ******************************************************************
      * AREA DEL REGISTRO EN CURSO Y VALORES DE TRABAJO. UN CAMPO
      * NUMERICO SE LLEVA A 18 DIGITOS ALINEADOS A LA DERECHA COMO EN
      * LA COMPARACION POR CAMPO DE RETO29; UN CAMPO ALFANUMERICO SE
      * TOMA HASTA 40 CARACTERES.
      ******************************************************************
       01 AREA-REGISTRO          PIC X(999).
       01 LONGITUD-LEIDA         PIC 9(4).
       01 NUMERO-REGISTRO        PIC 9(7) VALUE 0.
       01 REGISTROS-LEIDOS       PIC 9(7) VALUE 0.
       01 REGISTROS-ELEGIDOS     PIC 9(7) VALUE 0.
       01 REGISTROS-FUERA        PIC 9(7) VALUE 0.
       01 ELEGIDO-SW             PIC X(1).
           88 REGISTRO-ELEGIDO            VALUE 'Y'.
       01 CAMPO-DIGITOS          PIC X(18).
       01 DIGITOS-VALIDOS-SW     PIC X(1).
           88 DIGITOS-VALIDOS             VALUE 'Y'.
       01 VALOR-CAMPO            PIC X(40).
       01 LONGITUD-VALOR         PIC 9(2).
       01 RELACION               PIC X(1).
       01 TEXTO-VALOR            PIC X(40).
       01 LONGITUD-TEXTO         PIC 9(2).
       01 PRIMER-DIGITO          PIC 9(2).
       01 ULTIMO-ENTERO          PIC 9(2).
       01 POSICION-DESTINO       PIC 9(3).

      ******************************************************************
      * DESCOMPOSICION DEL VALOR DE UNA CONDICION NUMERICA.
      ******************************************************************
       01 PARTE-ENTERA           PIC X(18).
       01 PARTE-DECIMAL          PIC X(9).
       01 ENTEROS-COUNT          PIC 9(2).
       01 DECIMALES-COUNT        PIC 9(2).
       01 CARACTER               PIC X(1).
       01 PUNTO-VISTO-SW         PIC X(1).
           88 PUNTO-VISTO                 VALUE 'Y'.
       01 VALOR-MALO-SW          PIC X(1).
           88 VALOR-MALO                  VALUE 'Y'.

      ******************************************************************
      * PAGINACION DEL INFORME, COMO EN CLASIFIC.
      ******************************************************************
       01 NUMERO-PAGINA          PIC 9(4) VALUE 0.
       01 LINEAS-EN-PAGINA       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA      PIC 9(2) VALUE 55.
       01 LINEA-PENDIENTE        PIC X(80).
       01 LINEA-NOMBRES          PIC X(80).
       01 LINEA-GUIONES          PIC X(80).
       01 PUNTERO-EXTRACTO       PIC 9(4).
       01 LONGITUD-EXTRACTO      PIC 9(4).

       01 CABECERA-1.
           05 CAB-TITULO         PIC X(60).
           05 FILLER             PIC X(9)  VALUE '  PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
           05 FILLER             PIC X(7)  VALUE SPACES.
       01 CABECERA-2.
           05 FILLER             PIC X(9)  VALUE 'FICHERO: '.
           05 CAB-FICHERO        PIC X(22).
           05 FILLER             PIC X(18) VALUE
               '  FECHA PROCESO: '.
           05 CAB-FECHA          PIC 9(8).
           05 FILLER             PIC X(23) VALUE SPACES.

       01 LINEA-TOTAL-RPT.
           05 RPT-TOTAL-TEXTO    PIC X(40).
           05 RPT-TOTAL-VALOR    PIC Z(6)9.
           05 FILLER             PIC X(33) VALUE SPACES.

       01 LINEA-CRITERIO-RPT.
           05 RPT-CRIT-TIPO      PIC X(12).
           05 RPT-CRIT-CAMPO     PIC X(21).
           05 RPT-CRIT-OPERADOR  PIC X(3).
           05 RPT-CRIT-VALOR     PIC X(40).
           05 FILLER             PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM VARYING INDICE-CAR FROM 1 BY 1
                UNTIL INDICE-CAR > 95
                MOVE ALFABETO(96 - INDICE-CAR:1)
                    TO ALFABETO-INVERSO(INDICE-CAR:1)
            END-PERFORM
            PERFORM LEER-BARAJA
            PERFORM COMPROBAR-OPERADOR-CONSULTA
            PERFORM CARGAR-DICCIONARIO
            PERFORM RESOLVER-NOMBRES
            IF ERRORES-BARAJA > 0
                DISPLAY 'INDAGA: ' ERRORES-BARAJA ' ERRORES EN LA '
                    'BARAJA O EL DICCIONARIO, NO SE CONSULTA NADA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM PREPARAR-COLUMNAS
            PERFORM RECORRER-FICHERO
            IF CLAVE-COUNT > 0 AND SEL-COUNT > 1
                SORT SEL-ENT ASCENDING KEY SEL-CLAVE
            END-IF
            IF SALIDA-EXTRACTO
                PERFORM PUBLICAR-EXTRACTO
            ELSE
                PERFORM PUBLICAR-INFORME
            END-IF
            IF REGISTROS-FUERA > 0 OR COLUMNAS-FUERA > 0
                MOVE 4 TO CODIGO-RETORNO
            END-IF
            DISPLAY 'INDAGA: ' FICHERO-CONSULTA ' LEIDOS '
                REGISTROS-LEIDOS ' ELEGIDOS ' REGISTROS-ELEGIDOS
            MOVE CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * LEE LA BARAJA ENTERA. LOS ERRORES SE LISTAN POR CONSOLA Y SE
      * CUENTAN; LA CONSULTA NO SE LANZA CON UNA BARAJA ERRONEA. SIN
      * UNA TARJETA 'F' NO SE SABE NI QUE FICHERO NI QUE OPERADOR,
      * ASI QUE SE PARA AQUI MISMO.
      ******************************************************************
       LEER-BARAJA.

            OPEN INPUT CONTROL-CARD-FILE
            IF INDAGCTL-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA BARAJA DE CONSULTA '
                    '(INDAGCTL)'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-TARJETA
            PERFORM ANOTAR-TARJETA UNTIL TARJETAS-EOF
            CLOSE CONTROL-CARD-FILE
            IF TARJETAS-FICHERO NOT = 1
                DISPLAY 'LA BARAJA DEBE LLEVAR UNA Y SOLO UNA '
                    'TARJETA F, LLEVA ' TARJETAS-FICHERO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF TITULO-CONSULTA = SPACES
                STRING 'CONSULTA SOBRE ' DELIMITED BY SIZE
                    FICHERO-CONSULTA DELIMITED BY SPACE
                    INTO TITULO-CONSULTA
            END-IF.

       LEER-TARJETA.

            READ CONTROL-CARD-FILE
                AT END MOVE 'Y' TO TARJETAS-EOF-SW
            END-READ.

       ANOTAR-TARJETA.

            EVALUATE TRUE
                WHEN IND-COMENTARIO
                    CONTINUE
                WHEN IND-FICHERO
                    PERFORM ANOTAR-TARJETA-FICHERO
                WHEN IND-SELECCION
                    IF COND-COUNT < 10
                        ADD 1 TO COND-COUNT
                        MOVE IND-S-CAMPO TO COND-NOMBRE(COND-COUNT)
                        MOVE IND-S-OPERADOR
                            TO COND-OPERADOR(COND-COUNT)
                        MOVE IND-S-VALOR TO COND-VALOR(COND-COUNT)
                        MOVE 0 TO COND-CAMPO(COND-COUNT)
                    ELSE
                        MOVE 'MAS DE 10 CONDICIONES' TO TEXTO-ERROR
                        PERFORM ERROR-TARJETA
                    END-IF
                WHEN IND-CLAVE
                    IF CLAVE-COUNT < 5
                        ADD 1 TO CLAVE-COUNT
                        MOVE IND-K-CAMPO TO CLV-NOMBRE(CLAVE-COUNT)
                        MOVE IND-K-SENTIDO
                            TO CLV-SENTIDO(CLAVE-COUNT)
                        MOVE 0 TO CLV-CAMPO(CLAVE-COUNT)
                        IF IND-K-SENTIDO = SPACE
                            MOVE 'A' TO CLV-SENTIDO(CLAVE-COUNT)
                        END-IF
                        IF CLV-SENTIDO(CLAVE-COUNT) NOT = 'A'
                            AND CLV-SENTIDO(CLAVE-COUNT) NOT = 'D'
                            MOVE 'SENTIDO DE ORDEN DISTINTO DE A/D'
                                TO TEXTO-ERROR
                            PERFORM ERROR-TARJETA
                        END-IF
                    ELSE
                        MOVE 'MAS DE 5 CLAVES DE ORDEN'
                            TO TEXTO-ERROR
                        PERFORM ERROR-TARJETA
                    END-IF
                WHEN IND-COLUMNA
                    IF COLUMNA-COUNT < 30
                        ADD 1 TO COLUMNA-COUNT
                        MOVE IND-C-CAMPO TO COL-NOMBRE(COLUMNA-COUNT)
                        MOVE 0 TO COL-CAMPO(COLUMNA-COUNT)
                    ELSE
                        MOVE 'MAS DE 30 COLUMNAS' TO TEXTO-ERROR
                        PERFORM ERROR-TARJETA
                    END-IF
                WHEN IND-TITULO
                    MOVE IND-T-TITULO TO TITULO-CONSULTA
                WHEN OTHER
                    MOVE 'TIPO DE TARJETA DESCONOCIDO' TO TEXTO-ERROR
                    PERFORM ERROR-TARJETA
            END-EVALUATE
            PERFORM LEER-TARJETA.

       ANOTAR-TARJETA-FICHERO.

            ADD 1 TO TARJETAS-FICHERO
            MOVE IND-F-FICHERO TO FICHERO-CONSULTA
            MOVE IND-F-OPERADOR TO OPERADOR-CONSULTA
            MOVE IND-F-FISICO TO NOMBRE-FISICO
            IF IND-F-SALIDA NOT = SPACE
                MOVE IND-F-SALIDA TO MODO-SALIDA
            END-IF
            IF IND-F-DELIMITADOR NOT = SPACE
                MOVE IND-F-DELIMITADOR TO DELIMITADOR
            END-IF
            IF NOT SALIDA-INFORME AND NOT SALIDA-EXTRACTO
                MOVE 'SALIDA DISTINTA DE R/D' TO TEXTO-ERROR
                PERFORM ERROR-TARJETA
            END-IF
            EVALUATE FICHERO-CONSULTA
                WHEN 'PSTATFILE'
                    MOVE 'P' TO TIPO-LECTURA
                WHEN 'H2HFILE'
                    MOVE 'H' TO TIPO-LECTURA
                WHEN 'GROUPWINF'
                    MOVE 'G' TO TIPO-LECTURA
                WHEN 'ROSTERMAE'
                    MOVE 'R' TO TIPO-LECTURA
                WHEN OTHER
                    MOVE 'S' TO TIPO-LECTURA
            END-EVALUATE
            IF NOT LECTURA-SECUENCIAL AND NOMBRE-FISICO NOT = SPACES
                MOVE 'NOMBRE FISICO EN UN FICHERO INDEXADO'
                    TO TEXTO-ERROR
                PERFORM ERROR-TARJETA
            END-IF
            IF NOMBRE-FISICO = SPACES
                MOVE FICHERO-CONSULTA TO NOMBRE-FICHERO
            ELSE
                MOVE NOMBRE-FISICO TO NOMBRE-FICHERO
            END-IF.

       ERROR-TARJETA.

            ADD 1 TO ERRORES-BARAJA
            DISPLAY 'TARJETA ERRONEA: ' INDAGCTL-RECORD(1:63)
            DISPLAY '    ' TEXTO-ERROR.

      ******************************************************************
      * EL OPERADOR DE LA TARJETA 'F' DEBE FIGURAR EN OPERAUT, ACTIVO
      * Y CON LA FUNCION 'Q'. LA COMPROBACION, PERMITIDA O DENEGADA,
      * QUEDA EN EL REGISTRO DE ACCESOS Y UN OPERADOR NO AUTORIZADO
      * DETIENE LA CONSULTA AQUI MISMO, COMO EN BORRADO.
      ******************************************************************
       COMPROBAR-OPERADOR-CONSULTA.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), LA CONSULTA SE NIEGA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-OPERADOR
            PERFORM ANOTAR-OPERADOR UNTIL OPERADORES-EOF
            CLOSE OPERATOR-FILE
            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = OPERADOR-CONSULTA
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'Q'
                            MOVE 'Y' TO AUTORIZADO-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            PERFORM ANOTAR-ACCESO
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'OPERADOR ' OPERADOR-CONSULTA ' SIN '
                    'AUTORIZACION DE CONSULTA, SE NIEGA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

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

       ANOTAR-ACCESO.

            OPEN EXTEND ACCESS-LOG-FILE
            IF ACCESLOG-FILE-STATUS = '00'
                OR ACCESLOG-FILE-STATUS = '05'
                MOVE FECHA-PROCESO TO ACC-FECHA
                ACCEPT ACC-HORA FROM TIME
                MOVE OPERADOR-CONSULTA TO ACC-OPERADOR
                MOVE 'INDAGA  ' TO ACC-FUNCION
                IF OPERADOR-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.

      ******************************************************************
      * CARGA DEL DICCIONARIO LAS LINEAS DEL FICHERO CONSULTADO Y LAS
      * VALIDA: CAMPO DENTRO DEL REGISTRO, NUMERICOS DE COMO MUCHO 18
      * DIGITOS Y CON MENOS DECIMALES QUE DIGITOS.
      ******************************************************************
       CARGAR-DICCIONARIO.

            OPEN INPUT LAYOUT-DICT-FILE
            IF DICCLAY-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL DICCIONARIO DE DISENOS '
                    '(DICCLAY)'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-DICCIONARIO
            PERFORM ANOTAR-CAMPO UNTIL DICCIONARIO-EOF
            CLOSE LAYOUT-DICT-FILE
            IF CAMPO-COUNT = 0
                DISPLAY 'EL FICHERO ' FICHERO-CONSULTA ' NO ESTA '
                    'DESCRITO EN DICCLAY'
                ADD 1 TO ERRORES-BARAJA
            END-IF.

       LEER-DICCIONARIO.

            READ LAYOUT-DICT-FILE
                AT END MOVE 'Y' TO DICCIONARIO-EOF-SW
            END-READ.

       ANOTAR-CAMPO.

            IF DICL-FICHERO = FICHERO-CONSULTA
                IF DICL-INICIO NOT NUMERIC
                    OR DICL-LONGITUD NOT NUMERIC
                    OR DICL-DECIMALES NOT NUMERIC
                    OR DICL-INICIO = 0 OR DICL-LONGITUD = 0
                    OR DICL-INICIO + DICL-LONGITUD > 1000
                    OR (DICL-NUMERICO AND DICL-LONGITUD > 18)
                    OR DICL-DECIMALES >= DICL-LONGITUD
                    OR (NOT DICL-NUMERICO AND DICL-DECIMALES > 0)
                    DISPLAY 'LINEA DE DICCLAY ERRONEA: '
                        DICCLAY-RECORD
                    ADD 1 TO ERRORES-BARAJA
                ELSE
                    IF CAMPO-COUNT < 60
                        ADD 1 TO CAMPO-COUNT
                        PERFORM GUARDAR-CAMPO
                    ELSE
                        DISPLAY 'MAS DE 60 CAMPOS PARA '
                            FICHERO-CONSULTA ', SE IGNORA '
                            DICL-NOMBRE
                    END-IF
                END-IF
            END-IF
            PERFORM LEER-DICCIONARIO.

       GUARDAR-CAMPO.

            MOVE DICL-NOMBRE TO CMP-NOMBRE(CAMPO-COUNT)
            MOVE DICL-INICIO TO CMP-INICIO(CAMPO-COUNT)
            MOVE DICL-LONGITUD TO CMP-LONGITUD(CAMPO-COUNT)
            MOVE DICL-TIPO TO CMP-TIPO(CAMPO-COUNT)
            MOVE DICL-DECIMALES TO CMP-DECIMALES(CAMPO-COUNT)
            IF DICL-NUMERICO
                MOVE DICL-LONGITUD TO CMP-ANCHO(CAMPO-COUNT)
                IF DICL-DECIMALES > 0
                    ADD 1 TO CMP-ANCHO(CAMPO-COUNT)
                END-IF
            ELSE
                IF DICL-LONGITUD > 40
                    MOVE 40 TO CMP-ANCHO(CAMPO-COUNT)
                ELSE
                    MOVE DICL-LONGITUD TO CMP-ANCHO(CAMPO-COUNT)
                END-IF
            END-IF
            MOVE DICL-NOMBRE TO NOMBRE-BUSCADO
            PERFORM MEDIR-NOMBRE
            IF LONGITUD-NOMBRE > CMP-ANCHO(CAMPO-COUNT)
                MOVE LONGITUD-NOMBRE TO CMP-ANCHO(CAMPO-COUNT)
            END-IF.

      ******************************************************************
      * RESUELVE CONTRA EL DICCIONARIO LOS NOMBRES DE CAMPO DE LAS
      * CONDICIONES, CLAVES Y COLUMNAS, Y PREPARA EL VALOR DE CADA
      * CONDICION NUMERICA. SIN TARJETAS 'C' SALEN TODOS LOS CAMPOS.
      ******************************************************************
       RESOLVER-NOMBRES.

            PERFORM RESOLVER-CONDICION
                VARYING INDICE-COND FROM 1 BY 1
                UNTIL INDICE-COND > COND-COUNT
            PERFORM RESOLVER-CLAVE
                VARYING INDICE-CLAVE FROM 1 BY 1
                UNTIL INDICE-CLAVE > CLAVE-COUNT
            IF COLUMNA-COUNT = 0
                PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
                    UNTIL INDICE-CAMPO > CAMPO-COUNT
                        OR COLUMNA-COUNT = 30
                    ADD 1 TO COLUMNA-COUNT
                    MOVE CMP-NOMBRE(INDICE-CAMPO)
                        TO COL-NOMBRE(COLUMNA-COUNT)
                    MOVE INDICE-CAMPO TO COL-CAMPO(COLUMNA-COUNT)
                END-PERFORM
            ELSE
                PERFORM RESOLVER-COLUMNA
                    VARYING INDICE-COL FROM 1 BY 1
                    UNTIL INDICE-COL > COLUMNA-COUNT
            END-IF.

       RESOLVER-CONDICION.

            MOVE COND-NOMBRE(INDICE-COND) TO NOMBRE-BUSCADO
            PERFORM BUSCAR-CAMPO
            IF INDICE-HALLADO = 0
                PERFORM ERROR-NOMBRE
            ELSE
                MOVE INDICE-HALLADO TO COND-CAMPO(INDICE-COND)
                IF NOT COND-OPERADOR-VALIDO(INDICE-COND)
                    DISPLAY 'OPERADOR ' COND-OPERADOR(INDICE-COND)
                        ' DESCONOCIDO EN LA CONDICION SOBRE '
                        COND-NOMBRE(INDICE-COND)
                    ADD 1 TO ERRORES-BARAJA
                END-IF
                IF CMP-TIPO(INDICE-HALLADO) = 'N'
                    PERFORM CONVERTIR-VALOR-NUMERICO
                END-IF
            END-IF.

       RESOLVER-CLAVE.

            MOVE CLV-NOMBRE(INDICE-CLAVE) TO NOMBRE-BUSCADO
            PERFORM BUSCAR-CAMPO
            IF INDICE-HALLADO = 0
                PERFORM ERROR-NOMBRE
            ELSE
                MOVE INDICE-HALLADO TO CLV-CAMPO(INDICE-CLAVE)
            END-IF.

       RESOLVER-COLUMNA.

            MOVE COL-NOMBRE(INDICE-COL) TO NOMBRE-BUSCADO
            PERFORM BUSCAR-CAMPO
            IF INDICE-HALLADO = 0
                PERFORM ERROR-NOMBRE
            ELSE
                MOVE INDICE-HALLADO TO COL-CAMPO(INDICE-COL)
            END-IF.

       BUSCAR-CAMPO.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
                UNTIL INDICE-CAMPO > CAMPO-COUNT
                    OR INDICE-HALLADO > 0
                IF CMP-NOMBRE(INDICE-CAMPO) = NOMBRE-BUSCADO
                    MOVE INDICE-CAMPO TO INDICE-HALLADO
                END-IF
            END-PERFORM.

       ERROR-NOMBRE.

            DISPLAY 'EL CAMPO ' NOMBRE-BUSCADO ' NO EXISTE EN '
                FICHERO-CONSULTA ' SEGUN DICCLAY'
            ADD 1 TO ERRORES-BARAJA.

      ******************************************************************
      * CONVIERTE EL VALOR DE UNA CONDICION NUMERICA ("20", "10.5")
      * A 18 DIGITOS CON LOS DECIMALES DEL CAMPO (INDICE-HALLADO),
      * PARA COMPARARLO CON EL CAMPO SIN MAS. EL VALOR NO PUEDE
      * TRAER MAS DECIMALES NI MAS ENTEROS DE LOS QUE CABEN EN EL
      * CAMPO.
      ******************************************************************
       CONVERTIR-VALOR-NUMERICO.

            MOVE SPACES TO PARTE-ENTERA PARTE-DECIMAL
            MOVE 0 TO ENTEROS-COUNT DECIMALES-COUNT
            MOVE 'N' TO PUNTO-VISTO-SW VALOR-MALO-SW
            PERFORM VARYING INDICE-CAR FROM 1 BY 1
                UNTIL INDICE-CAR > 40
                MOVE COND-VALOR(INDICE-COND)(INDICE-CAR:1)
                    TO CARACTER
                EVALUATE TRUE
                    WHEN CARACTER = SPACE
                        CONTINUE
                    WHEN CARACTER = '.' OR CARACTER = ','
                        IF PUNTO-VISTO
                            MOVE 'Y' TO VALOR-MALO-SW
                        END-IF
                        MOVE 'Y' TO PUNTO-VISTO-SW
                    WHEN CARACTER IS NUMERIC AND PUNTO-VISTO
                        IF DECIMALES-COUNT < 9
                            ADD 1 TO DECIMALES-COUNT
                            MOVE CARACTER
                                TO PARTE-DECIMAL(DECIMALES-COUNT:1)
                        ELSE
                            MOVE 'Y' TO VALOR-MALO-SW
                        END-IF
                    WHEN CARACTER IS NUMERIC
                        IF ENTEROS-COUNT < 18
                            ADD 1 TO ENTEROS-COUNT
                            MOVE CARACTER
                                TO PARTE-ENTERA(ENTEROS-COUNT:1)
                        ELSE
                            MOVE 'Y' TO VALOR-MALO-SW
                        END-IF
                    WHEN OTHER
                        MOVE 'Y' TO VALOR-MALO-SW
                END-EVALUATE
            END-PERFORM
            IF DECIMALES-COUNT > CMP-DECIMALES(INDICE-HALLADO)
                OR ENTEROS-COUNT > CMP-LONGITUD(INDICE-HALLADO)
                    - CMP-DECIMALES(INDICE-HALLADO)
                MOVE 'Y' TO VALOR-MALO-SW
            END-IF
            IF VALOR-MALO
                DISPLAY 'VALOR ' COND-VALOR(INDICE-COND)
                    ' NO VALE PARA EL CAMPO NUMERICO '
                    COND-NOMBRE(INDICE-COND)
                ADD 1 TO ERRORES-BARAJA
            ELSE
                MOVE ALL '0' TO COND-DIGITOS(INDICE-COND)
                IF ENTEROS-COUNT > 0
                    COMPUTE POSICION-DESTINO = 19
                        - CMP-DECIMALES(INDICE-HALLADO)
                        - ENTEROS-COUNT
                    MOVE PARTE-ENTERA(1:ENTEROS-COUNT)
                        TO COND-DIGITOS(INDICE-COND)
                            (POSICION-DESTINO:ENTEROS-COUNT)
                END-IF
                IF DECIMALES-COUNT > 0
                    COMPUTE POSICION-DESTINO = 19
                        - CMP-DECIMALES(INDICE-HALLADO)
                    MOVE PARTE-DECIMAL(1:DECIMALES-COUNT)
                        TO COND-DIGITOS(INDICE-COND)
                            (POSICION-DESTINO:DECIMALES-COUNT)
                END-IF
            END-IF.

      ******************************************************************
      * COLOCA LAS COLUMNAS DEL INFORME DE IZQUIERDA A DERECHA CON UN
      * BLANCO ENTRE CADA DOS; LA QUE YA NO CABE EN LAS 80 COLUMNAS
      * SE QUEDA FUERA DEL INFORME (EN EL EXTRACTO SALEN TODAS) Y SE
      * AVISA. LAS CABECERAS DE LOS CAMPOS NUMERICOS VAN A LA
      * DERECHA, COMO SUS VALORES.
      ******************************************************************
       PREPARAR-COLUMNAS.

            MOVE SPACES TO LINEA-NOMBRES LINEA-GUIONES
            MOVE 1 TO POSICION-LIBRE
            PERFORM COLOCAR-COLUMNA
                VARYING INDICE-COL FROM 1 BY 1
                UNTIL INDICE-COL > COLUMNA-COUNT.

       COLOCAR-COLUMNA.

            MOVE COL-CAMPO(INDICE-COL) TO INDICE-CAMPO
            IF POSICION-LIBRE + CMP-ANCHO(INDICE-CAMPO) - 1 > 80
                MOVE 'N' TO COL-IMPRIME(INDICE-COL)
                MOVE 0 TO COL-POSICION(INDICE-COL)
                IF SALIDA-INFORME
                    ADD 1 TO COLUMNAS-FUERA
                    DISPLAY 'LA COLUMNA ' COL-NOMBRE(INDICE-COL)
                        ' NO CABE EN EL INFORME Y SE OMITE'
                END-IF
            ELSE
                MOVE 'S' TO COL-IMPRIME(INDICE-COL)
                MOVE POSICION-LIBRE TO COL-POSICION(INDICE-COL)
                MOVE ALL '-' TO LINEA-GUIONES
                    (POSICION-LIBRE:CMP-ANCHO(INDICE-CAMPO))
                MOVE CMP-NOMBRE(INDICE-CAMPO) TO NOMBRE-BUSCADO
                PERFORM MEDIR-NOMBRE
                IF LONGITUD-NOMBRE > 0
                    IF CMP-TIPO(INDICE-CAMPO) = 'N'
                        COMPUTE POSICION-DESTINO = POSICION-LIBRE
                            + CMP-ANCHO(INDICE-CAMPO)
                            - LONGITUD-NOMBRE
                    ELSE
                        MOVE POSICION-LIBRE TO POSICION-DESTINO
                    END-IF
                    MOVE NOMBRE-BUSCADO(1:LONGITUD-NOMBRE)
                        TO LINEA-NOMBRES
                            (POSICION-DESTINO:LONGITUD-NOMBRE)
                END-IF
                COMPUTE POSICION-LIBRE = POSICION-LIBRE
                    + CMP-ANCHO(INDICE-CAMPO) + 1
            END-IF.

      ******************************************************************
      * RECORRE EL FICHERO CONSULTADO DE PRINCIPIO A FIN. UN
      * INDEXADO QUE NO EXISTE SE TOMA COMO VACIO (ASI LOS DECLARA
      * TODO EL SISTEMA); UN SECUENCIAL QUE NO SE PUEDE ABRIR PARA LA
      * CONSULTA.
      ******************************************************************
       RECORRER-FICHERO.

            EVALUATE TRUE
                WHEN LECTURA-PSTAT
                    PERFORM RECORRER-PSTAT
                WHEN LECTURA-H2H
                    PERFORM RECORRER-H2H
                WHEN LECTURA-GANADORES
                    PERFORM RECORRER-GANADORES
                WHEN LECTURA-PLANTILLA
                    PERFORM RECORRER-PLANTILLA
                WHEN OTHER
                    PERFORM RECORRER-SECUENCIAL
            END-EVALUATE.

       RECORRER-PSTAT.

            OPEN INPUT PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS = '00'
                PERFORM LEER-PSTAT-SIGUIENTE
                PERFORM TRATAR-PSTAT UNTIL FUENTE-EOF
            END-IF
            IF PSTAT-FILE-STATUS = '00'
                OR PSTAT-FILE-STATUS = '05'
                OR PSTAT-FILE-STATUS = '10'
                CLOSE PLAYER-STATS-FILE
            END-IF.

       LEER-PSTAT-SIGUIENTE.

            READ PLAYER-STATS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FUENTE-EOF-SW
            END-READ.

       TRATAR-PSTAT.

            MOVE SPACES TO AREA-REGISTRO
            MOVE PSTAT-RECORD TO AREA-REGISTRO(1:34)
            PERFORM TRATAR-REGISTRO
            PERFORM LEER-PSTAT-SIGUIENTE.

       RECORRER-H2H.

            OPEN INPUT HEAD-TO-HEAD-FILE
            IF H2H-FILE-STATUS = '00'
                PERFORM LEER-H2H-SIGUIENTE
                PERFORM TRATAR-H2H UNTIL FUENTE-EOF
            END-IF
            IF H2H-FILE-STATUS = '00'
                OR H2H-FILE-STATUS = '05'
                OR H2H-FILE-STATUS = '10'
                CLOSE HEAD-TO-HEAD-FILE
            END-IF.

       LEER-H2H-SIGUIENTE.

            READ HEAD-TO-HEAD-FILE NEXT RECORD
                AT END MOVE 'Y' TO FUENTE-EOF-SW
            END-READ.

       TRATAR-H2H.

            MOVE SPACES TO AREA-REGISTRO
            MOVE H2H-RECORD TO AREA-REGISTRO(1:23)
            PERFORM TRATAR-REGISTRO
            PERFORM LEER-H2H-SIGUIENTE.

       RECORRER-GANADORES.

            OPEN INPUT GROUP-WINNERS-FILE
            IF GROUPWIN-FILE-STATUS = '00'
                PERFORM LEER-GANADOR-SIGUIENTE
                PERFORM TRATAR-GANADOR UNTIL FUENTE-EOF
            END-IF
            IF GROUPWIN-FILE-STATUS = '00'
                OR GROUPWIN-FILE-STATUS = '05'
                OR GROUPWIN-FILE-STATUS = '10'
                CLOSE GROUP-WINNERS-FILE
            END-IF.

       LEER-GANADOR-SIGUIENTE.

            READ GROUP-WINNERS-FILE NEXT RECORD
                AT END MOVE 'Y' TO FUENTE-EOF-SW
            END-READ.

       TRATAR-GANADOR.

            MOVE SPACES TO AREA-REGISTRO
            MOVE GROUPWIN-RECORD TO AREA-REGISTRO(1:17)
            PERFORM TRATAR-REGISTRO
            PERFORM LEER-GANADOR-SIGUIENTE.

       RECORRER-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS = '00'
                PERFORM LEER-JUGADOR-SIGUIENTE
                PERFORM TRATAR-JUGADOR UNTIL FUENTE-EOF
            END-IF
            IF ROSTER-FILE-STATUS = '00'
                OR ROSTER-FILE-STATUS = '05'
                OR ROSTER-FILE-STATUS = '10'
                CLOSE ROSTER-FILE
            END-IF.

       LEER-JUGADOR-SIGUIENTE.

            READ ROSTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO FUENTE-EOF-SW
            END-READ.

       TRATAR-JUGADOR.

            MOVE SPACES TO AREA-REGISTRO
            MOVE ROSTER-RECORD TO AREA-REGISTRO(1:44)
            PERFORM TRATAR-REGISTRO
            PERFORM LEER-JUGADOR-SIGUIENTE.

       RECORRER-SECUENCIAL.

            OPEN INPUT SOURCE-FILE
            IF FUENTE-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR ' NOMBRE-FICHERO
                    ' (ESTADO ' FUENTE-FILE-STATUS ')'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-FUENTE-SIGUIENTE
            PERFORM TRATAR-FUENTE UNTIL FUENTE-EOF
            CLOSE SOURCE-FILE.

       LEER-FUENTE-SIGUIENTE.

            READ SOURCE-FILE
                AT END MOVE 'Y' TO FUENTE-EOF-SW
            END-READ.

       TRATAR-FUENTE.

            MOVE SPACES TO AREA-REGISTRO
            IF LONGITUD-LEIDA > 0
                MOVE REGISTRO-FUENTE(1:LONGITUD-LEIDA)
                    TO AREA-REGISTRO(1:LONGITUD-LEIDA)
            END-IF
            PERFORM TRATAR-REGISTRO
            PERFORM LEER-FUENTE-SIGUIENTE.

      ******************************************************************
      * APLICA LAS CONDICIONES AL REGISTRO EN CURSO Y, SI LAS CUMPLE
      * TODAS, LO GUARDA CON SU CLAVE DE ORDEN. LO QUE NO CABE EN LA
      * TABLA SE CUENTA PERO NO SE LISTA.
      ******************************************************************
       TRATAR-REGISTRO.

            ADD 1 TO REGISTROS-LEIDOS
            ADD 1 TO NUMERO-REGISTRO
            MOVE 'Y' TO ELEGIDO-SW
            PERFORM EVALUAR-CONDICION
                VARYING INDICE-COND FROM 1 BY 1
                UNTIL INDICE-COND > COND-COUNT
                    OR NOT REGISTRO-ELEGIDO
            IF REGISTRO-ELEGIDO
                ADD 1 TO REGISTROS-ELEGIDOS
                IF SEL-COUNT < MAXIMO-SELECCION
                    ADD 1 TO SEL-COUNT
                    MOVE AREA-REGISTRO TO SEL-REGISTRO(SEL-COUNT)
                    PERFORM ARMAR-CLAVE
                    MOVE CLAVE-TRABAJO TO SEL-CLAVE(SEL-COUNT)
                ELSE
                    ADD 1 TO REGISTROS-FUERA
                END-IF
            END-IF.

      ******************************************************************
      * UNA CONDICION. UN CAMPO NUMERICO QUE NO TRAE DIGITOS NO
      * CUMPLE NINGUNA CONDICION.
      ******************************************************************
       EVALUAR-CONDICION.

            MOVE COND-CAMPO(INDICE-COND) TO INDICE-CAMPO
            IF CMP-TIPO(INDICE-CAMPO) = 'N'
                PERFORM EXTRAER-DIGITOS
                IF NOT DIGITOS-VALIDOS
                    MOVE 'N' TO ELEGIDO-SW
                ELSE
                    EVALUATE TRUE
                        WHEN CAMPO-DIGITOS < COND-DIGITOS(INDICE-COND)
                            MOVE '<' TO RELACION
                        WHEN CAMPO-DIGITOS > COND-DIGITOS(INDICE-COND)
                            MOVE '>' TO RELACION
                        WHEN OTHER
                            MOVE '=' TO RELACION
                    END-EVALUATE
                END-IF
            ELSE
                PERFORM EXTRAER-TEXTO
                EVALUATE TRUE
                    WHEN VALOR-CAMPO < COND-VALOR(INDICE-COND)
                        MOVE '<' TO RELACION
                    WHEN VALOR-CAMPO > COND-VALOR(INDICE-COND)
                        MOVE '>' TO RELACION
                    WHEN OTHER
                        MOVE '=' TO RELACION
                END-EVALUATE
            END-IF
            IF REGISTRO-ELEGIDO
                EVALUATE COND-OPERADOR(INDICE-COND)
                    WHEN 'EQ'
                        IF RELACION NOT = '='
                            MOVE 'N' TO ELEGIDO-SW
                        END-IF
                    WHEN 'NE'
                        IF RELACION = '='
                            MOVE 'N' TO ELEGIDO-SW
                        END-IF
                    WHEN 'GT'
                        IF RELACION NOT = '>'
                            MOVE 'N' TO ELEGIDO-SW
                        END-IF
                    WHEN 'GE'
                        IF RELACION = '<'
                            MOVE 'N' TO ELEGIDO-SW
                        END-IF
                    WHEN 'LT'
                        IF RELACION NOT = '<'
                            MOVE 'N' TO ELEGIDO-SW
                        END-IF
                    WHEN 'LE'
                        IF RELACION = '>'
                            MOVE 'N' TO ELEGIDO-SW
                        END-IF
                END-EVALUATE
            END-IF.

      ******************************************************************
      * CLAVE DE ORDEN DEL REGISTRO EN CURSO (VER SELECCION-TBL).
      ******************************************************************
       ARMAR-CLAVE.

            MOVE SPACES TO CLAVE-TRABAJO
            MOVE 1 TO POSICION-CLAVE
            PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
                UNTIL INDICE-CLAVE > CLAVE-COUNT
                MOVE CLV-CAMPO(INDICE-CLAVE) TO INDICE-CAMPO
                IF CMP-TIPO(INDICE-CAMPO) = 'N'
                    PERFORM EXTRAER-DIGITOS
                    MOVE CAMPO-DIGITOS
                        TO CLAVE-TRABAJO(POSICION-CLAVE:18)
                    IF CLV-DESCENDENTE(INDICE-CLAVE)
                        INSPECT CLAVE-TRABAJO(POSICION-CLAVE:18)
                            CONVERTING ALFABETO TO ALFABETO-INVERSO
                    END-IF
                    ADD 18 TO POSICION-CLAVE
                ELSE
                    PERFORM EXTRAER-TEXTO
                    MOVE VALOR-CAMPO
                        TO CLAVE-TRABAJO(POSICION-CLAVE:40)
                    IF CLV-DESCENDENTE(INDICE-CLAVE)
                        INSPECT CLAVE-TRABAJO(POSICION-CLAVE:40)
                            CONVERTING ALFABETO TO ALFABETO-INVERSO
                    END-IF
                    ADD 40 TO POSICION-CLAVE
                END-IF
            END-PERFORM
            MOVE NUMERO-REGISTRO TO CLAVE-TRABAJO(201:7).

      ******************************************************************
      * VALOR DEL CAMPO INDICE-CAMPO DEL REGISTRO EN CURSO: EN 18
      * DIGITOS ALINEADOS (BLANCOS A CERO, COMO RETO29) O COMO TEXTO
      * DE HASTA 40 CARACTERES.
      ******************************************************************
       EXTRAER-DIGITOS.

            MOVE ALL '0' TO CAMPO-DIGITOS
            COMPUTE POSICION-DESTINO = 19 - CMP-LONGITUD(INDICE-CAMPO)
            MOVE AREA-REGISTRO(CMP-INICIO(INDICE-CAMPO):
                CMP-LONGITUD(INDICE-CAMPO))
                TO CAMPO-DIGITOS(POSICION-DESTINO:
                    CMP-LONGITUD(INDICE-CAMPO))
            INSPECT CAMPO-DIGITOS CONVERTING ' ' TO '0'
            IF CAMPO-DIGITOS IS NUMERIC
                MOVE 'Y' TO DIGITOS-VALIDOS-SW
            ELSE
                MOVE 'N' TO DIGITOS-VALIDOS-SW
            END-IF.

       EXTRAER-TEXTO.

            MOVE SPACES TO VALOR-CAMPO
            IF CMP-LONGITUD(INDICE-CAMPO) > 40
                MOVE 40 TO LONGITUD-VALOR
            ELSE
                MOVE CMP-LONGITUD(INDICE-CAMPO) TO LONGITUD-VALOR
            END-IF
            MOVE AREA-REGISTRO(CMP-INICIO(INDICE-CAMPO):
                LONGITUD-VALOR) TO VALOR-CAMPO(1:LONGITUD-VALOR).

      ******************************************************************
      * VALOR IMPRIMIBLE DEL CAMPO INDICE-CAMPO EN TEXTO-VALOR, CON
      * SU LONGITUD UTIL EN LONGITUD-TEXTO. LOS NUMEROS SALEN SIN
      * CEROS A LA IZQUIERDA (QUEDA AL MENOS UN DIGITO ENTERO) Y CON
      * PUNTO DECIMAL; UN CAMPO NUMERICO QUE NO TRAE DIGITOS SALE
      * TAL CUAL.
      ******************************************************************
       FORMATEAR-VALOR.

            MOVE SPACES TO TEXTO-VALOR
            MOVE 0 TO LONGITUD-TEXTO
            IF CMP-TIPO(INDICE-CAMPO) = 'N'
                PERFORM EXTRAER-DIGITOS
            ELSE
                MOVE 'N' TO DIGITOS-VALIDOS-SW
            END-IF
            IF DIGITOS-VALIDOS
                COMPUTE ULTIMO-ENTERO = 18
                    - CMP-DECIMALES(INDICE-CAMPO)
                PERFORM VARYING PRIMER-DIGITO FROM 1 BY 1
                    UNTIL PRIMER-DIGITO >= ULTIMO-ENTERO
                        OR CAMPO-DIGITOS(PRIMER-DIGITO:1) NOT = '0'
                    CONTINUE
                END-PERFORM
                COMPUTE LONGITUD-TEXTO = ULTIMO-ENTERO
                    - PRIMER-DIGITO + 1
                MOVE CAMPO-DIGITOS(PRIMER-DIGITO:LONGITUD-TEXTO)
                    TO TEXTO-VALOR(1:LONGITUD-TEXTO)
                IF CMP-DECIMALES(INDICE-CAMPO) > 0
                    ADD 1 TO LONGITUD-TEXTO
                    MOVE '.' TO TEXTO-VALOR(LONGITUD-TEXTO:1)
                    MOVE CAMPO-DIGITOS(ULTIMO-ENTERO + 1:
                        CMP-DECIMALES(INDICE-CAMPO))
                        TO TEXTO-VALOR(LONGITUD-TEXTO + 1:
                            CMP-DECIMALES(INDICE-CAMPO))
                    ADD CMP-DECIMALES(INDICE-CAMPO) TO LONGITUD-TEXTO
                END-IF
            ELSE
                PERFORM EXTRAER-TEXTO
                MOVE VALOR-CAMPO TO TEXTO-VALOR
                PERFORM VARYING LONGITUD-TEXTO FROM 40 BY -1
                    UNTIL LONGITUD-TEXTO = 0
                        OR TEXTO-VALOR(LONGITUD-TEXTO:1) NOT = SPACE
                    CONTINUE
                END-PERFORM
            END-IF.

       MEDIR-NOMBRE.

            PERFORM VARYING LONGITUD-NOMBRE FROM 20 BY -1
                UNTIL LONGITUD-NOMBRE = 0
                    OR NOMBRE-BUSCADO(LONGITUD-NOMBRE:1) NOT = SPACE
                CONTINUE
            END-PERFORM.

      ******************************************************************
      * INFORME PAGINADO: UNA LINEA POR REGISTRO ELEGIDO Y, AL FINAL,
      * LOS TOTALES Y LOS CRITERIOS DE LA CONSULTA, PARA QUE EL
      * LISTADO SE ENTIENDA SUELTO.
      ******************************************************************
       PUBLICAR-INFORME.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE LA CONSULTA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE TITULO-CONSULTA TO CAB-TITULO
            MOVE NOMBRE-FICHERO TO CAB-FICHERO
            MOVE FECHA-PROCESO TO CAB-FECHA
            PERFORM SALTAR-PAGINA
            PERFORM IMPRIMIR-REGISTRO
                VARYING INDICE-SEL FROM 1 BY 1
                UNTIL INDICE-SEL > SEL-COUNT
            IF SEL-COUNT = 0
                MOVE '  NINGUN REGISTRO CUMPLE LA SELECCION'
                    TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-IF
            PERFORM IMPRIMIR-TOTALES
            CLOSE PRINT-FILE.

       IMPRIMIR-REGISTRO.

            MOVE SEL-REGISTRO(INDICE-SEL) TO AREA-REGISTRO
            MOVE SPACES TO LINEA-IMPRESION
            PERFORM VARYING INDICE-COL FROM 1 BY 1
                UNTIL INDICE-COL > COLUMNA-COUNT
                IF COL-EN-INFORME(INDICE-COL)
                    MOVE COL-CAMPO(INDICE-COL) TO INDICE-CAMPO
                    PERFORM FORMATEAR-VALOR
                    IF LONGITUD-TEXTO > 0
                        IF DIGITOS-VALIDOS
                            COMPUTE POSICION-DESTINO =
                                COL-POSICION(INDICE-COL)
                                + CMP-ANCHO(INDICE-CAMPO)
                                - LONGITUD-TEXTO
                        ELSE
                            MOVE COL-POSICION(INDICE-COL)
                                TO POSICION-DESTINO
                        END-IF
                        MOVE TEXTO-VALOR(1:LONGITUD-TEXTO)
                            TO LINEA-IMPRESION
                                (POSICION-DESTINO:LONGITUD-TEXTO)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM IMPRIMIR-LINEA.

       IMPRIMIR-TOTALES.

            MOVE SPACES TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE 'REGISTROS LEIDOS' TO RPT-TOTAL-TEXTO
            MOVE REGISTROS-LEIDOS TO RPT-TOTAL-VALOR
            MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE 'REGISTROS QUE CUMPLEN LA SELECCION'
                TO RPT-TOTAL-TEXTO
            MOVE REGISTROS-ELEGIDOS TO RPT-TOTAL-VALOR
            MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            IF REGISTROS-FUERA > 0
                MOVE 'NO LISTADOS POR TABLA LLENA'
                    TO RPT-TOTAL-TEXTO
                MOVE REGISTROS-FUERA TO RPT-TOTAL-VALOR
                MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-IF
            IF COLUMNAS-FUERA > 0
                MOVE 'COLUMNAS QUE NO CABEN EN 80 POSICIONES'
                    TO RPT-TOTAL-TEXTO
                MOVE COLUMNAS-FUERA TO RPT-TOTAL-VALOR
                MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-IF
            PERFORM VARYING INDICE-COND FROM 1 BY 1
                UNTIL INDICE-COND > COND-COUNT
                MOVE 'CONDICION:' TO RPT-CRIT-TIPO
                MOVE COND-NOMBRE(INDICE-COND) TO RPT-CRIT-CAMPO
                MOVE COND-OPERADOR(INDICE-COND) TO RPT-CRIT-OPERADOR
                MOVE COND-VALOR(INDICE-COND) TO RPT-CRIT-VALOR
                MOVE LINEA-CRITERIO-RPT TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-PERFORM
            PERFORM VARYING INDICE-CLAVE FROM 1 BY 1
                UNTIL INDICE-CLAVE > CLAVE-COUNT
                MOVE 'ORDEN:' TO RPT-CRIT-TIPO
                MOVE CLV-NOMBRE(INDICE-CLAVE) TO RPT-CRIT-CAMPO
                MOVE CLV-SENTIDO(INDICE-CLAVE) TO RPT-CRIT-OPERADOR
                MOVE SPACES TO RPT-CRIT-VALOR
                MOVE LINEA-CRITERIO-RPT TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-PERFORM.

      ******************************************************************
      * ARRANCA UNA PAGINA NUEVA DEL INFORME.
      ******************************************************************
       SALTAR-PAGINA.

            ADD 1 TO NUMERO-PAGINA
            MOVE NUMERO-PAGINA TO CAB-PAGINA
            MOVE CABECERA-1 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING PAGE
            MOVE CABECERA-2 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE LINEA-NOMBRES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 2 LINES
            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE 5 TO LINEAS-EN-PAGINA.

      ******************************************************************
      * IMPRIME UNA LINEA, SALTANDO DE PAGINA SI LA ACTUAL ESTA
      * LLENA, COMO EN CLASIFIC.
      ******************************************************************
       IMPRIMIR-LINEA.

            MOVE LINEA-IMPRESION TO LINEA-PENDIENTE
            IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
                PERFORM SALTAR-PAGINA
                MOVE LINEA-PENDIENTE TO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            ADD 1 TO LINEAS-EN-PAGINA.

      ******************************************************************
      * EXTRACTO DELIMITADO: UNA LINEA DE CABECERA CON LOS NOMBRES
      * DE LAS COLUMNAS Y UNA LINEA POR REGISTRO ELEGIDO CON LOS
      * VALORES RECORTADOS. UN DELIMITADOR DENTRO DE UN VALOR SE
      * CAMBIA POR UN BLANCO PARA NO DESCUADRAR LAS COLUMNAS.
      ******************************************************************
       PUBLICAR-EXTRACTO.

            OPEN OUTPUT EXTRACT-FILE
            IF EXTRACT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL EXTRACTO DE LA CONSULTA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-EXTRACTO
            MOVE 1 TO PUNTERO-EXTRACTO
            PERFORM VARYING INDICE-COL FROM 1 BY 1
                UNTIL INDICE-COL > COLUMNA-COUNT
                IF INDICE-COL > 1
                    STRING DELIMITADOR DELIMITED BY SIZE
                        INTO LINEA-EXTRACTO
                        WITH POINTER PUNTERO-EXTRACTO
                END-IF
                STRING COL-NOMBRE(INDICE-COL) DELIMITED BY SPACE
                    INTO LINEA-EXTRACTO
                    WITH POINTER PUNTERO-EXTRACTO
            END-PERFORM
            PERFORM GRABAR-LINEA-EXTRACTO
            PERFORM EXTRAER-REGISTRO
                VARYING INDICE-SEL FROM 1 BY 1
                UNTIL INDICE-SEL > SEL-COUNT
            CLOSE EXTRACT-FILE.

       EXTRAER-REGISTRO.

            MOVE SEL-REGISTRO(INDICE-SEL) TO AREA-REGISTRO
            MOVE SPACES TO LINEA-EXTRACTO
            MOVE 1 TO PUNTERO-EXTRACTO
            PERFORM VARYING INDICE-COL FROM 1 BY 1
                UNTIL INDICE-COL > COLUMNA-COUNT
                IF INDICE-COL > 1
                    STRING DELIMITADOR DELIMITED BY SIZE
                        INTO LINEA-EXTRACTO
                        WITH POINTER PUNTERO-EXTRACTO
                END-IF
                MOVE COL-CAMPO(INDICE-COL) TO INDICE-CAMPO
                PERFORM FORMATEAR-VALOR
                IF LONGITUD-TEXTO > 0
                    INSPECT TEXTO-VALOR(1:LONGITUD-TEXTO)
                        REPLACING ALL DELIMITADOR BY SPACE
                    STRING TEXTO-VALOR(1:LONGITUD-TEXTO)
                        DELIMITED BY SIZE
                        INTO LINEA-EXTRACTO
                        WITH POINTER PUNTERO-EXTRACTO
                END-IF
            END-PERFORM
            PERFORM GRABAR-LINEA-EXTRACTO.

       GRABAR-LINEA-EXTRACTO.

            COMPUTE LONGITUD-EXTRACTO = PUNTERO-EXTRACTO - 1
            IF LONGITUD-EXTRACTO = 0
                MOVE 1 TO LONGITUD-EXTRACTO
            END-IF
            WRITE LINEA-EXTRACTO.
       END PROGRAM INDAGA.
