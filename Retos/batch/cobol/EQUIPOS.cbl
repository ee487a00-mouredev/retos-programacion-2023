      *            Los grupos sin identidad de lote (cabeceras
      *            ausentes) se pliegan siempre, como hasta ahora.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - PARMIN crece con el idioma de la
      *            ejecucion (ver PARMREC.CPY); se siguen leyendo los
      *            PARMIN antiguos.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones.
      * Modified:  15/10/2026 - EQUIPOSIN crece con la fecha desde la
      *            que vale cada afiliacion (ver EQUIPREC.CPY y
      *            TRASPASO); se siguen leyendo las lineas antiguas de
      *            28 posiciones, que valen desde siempre. Cada grupo se
      *            abona al club que el jugador tenia en la fecha del
      *            grupo. El maestro en memoria pasa de 200 a 500
      *            lineas.
      * Modified:  15/10/2026 - Los rotulos de la tabla de clubes se
      *            toman del catalogo de mensajes MENSAJES (ver
      *            MENSREC.CPY) en el idioma de la ejecucion
      *            (PARM-IDIOMA de PARMIN, 'ES' o 'EN').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPOS.
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO 'LOTESREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTEREG-FILE-STATUS.
           SELECT OPTIONAL MESSAGE-FILE ASSIGN TO 'MENSAJES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENSAJES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * IDENTIDAD DE LOTE DE CADA PARTIDA ADJUDICADA.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * MAESTRO DE EQUIPOS: A QUE CLUB PERTENECE CADA JUGADOR.
      ******************************************************************
       FD  TEAM-MASTER-FILE
           RECORD CONTAINS 28 TO 36 CHARACTERS.
           COPY EQUIPREC.

      ******************************************************************
      * PARAMETROS DEL LOTE, POR EL BAREMO DE PUNTOS DE LIGA Y EL
      * IDIOMA DE LA TABLA DE CLUBES (PARM-IDIOMA).
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
           RECORD CONTAINS 20 CHARACTERS.
           COPY LOTEREG.

      ******************************************************************
      * CATALOGO DE MENSAJES CON LOS ROTULOS DE LA TABLA DE CLUBES.
      ******************************************************************
       FD  MESSAGE-FILE
           RECORD CONTAINS 6 TO 86 CHARACTERS.
           COPY MENSREC.

       WORKING-STORAGE SECTION.

       01 AUDIT-FILE-STATUS      PIC X(2).
       01 PUNTOS-EMPATE          PIC 9(2) VALUE 1.

      ******************************************************************
      * MAESTRO DE EQUIPOS EN MEMORIA: JUGADOR -> EQUIPO DESDE UNA
      * FECHA, EN EL ORDEN DEL FICHERO, MAS EL NOMBRE DE CADA EQUIPO
      * PARA LA TABLA IMPRESA. UN JUGADOR TRASPASADO TIENE UNA LINEA
      * POR CLUB (VER EQUIPREC.CPY).
      ******************************************************************
       01 AFILIACION-COUNT       PIC 9(3) VALUE 0.
       01 AFILIACIONES-TBL.
           05 AFILIACION-ENTRADA OCCURS 500 TIMES.
              10 AFIL-JUGADOR    PIC X(4).
              10 AFIL-EQUIPO     PIC X(4).
              10 AFIL-FECHA      PIC 9(8).
       01 NOMBRES-COUNT          PIC 9(2) VALUE 0.
       01 NOMBRES-EQUIPO-TBL.
           05 NOMBRE-EQUIPO-ENT OCCURS 50 TIMES.
              10 GI-P2           PIC X(4).
              10 GI-S1           PIC 9(3).
              10 GI-S2           PIC 9(3).
              10 GI-FECHA        PIC 9(8).
       01 INDICE-GI              PIC 9(4).
       01 GI-ACTUAL              PIC 9(4).

       01 EQUIPO-ABONO           PIC X(4).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 EQUIPO-HALLADO         PIC X(4).
       01 FECHA-GRUPO            PIC 9(8).
       01 NOMBRE-EQUIPO          PIC X(20).
       01 DIVISION-CORTE         PIC X(2).
       01 POSICION-ACTUAL        PIC 9(3).
       01 LINEAS-POR-PAGINA      PIC 9(2) VALUE 55.
       01 LINEA-PENDIENTE        PIC X(80).

      ******************************************************************
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSTAB.CPY). LOS
      * ROTULOS LLEVAN SU LITERAL DE SIEMPRE Y TRADUCIR-ROTULOS LOS
      * SUSTITUYE POR LOS DEL CATALOGO EN EL IDIOMA DE LA EJECUCION,
      * SIN CAMBIAR EL ANCHO DE NINGUN CAMPO.
      ******************************************************************
           COPY MENSTAB.
       01 ROTULOS-EQUIPOS.
           05 ROT-GENERAL        PIC X(8)  VALUE 'GENERAL '.
           05 ROT-TODAS          PIC X(8)  VALUE 'TODAS   '.
           05 ROT-SIN-CLUB       PIC X(8)  VALUE 'SIN CLUB'.

       01 CABECERA-1.
           05 CAB-ROT-TITULO     PIC X(34) VALUE
               'TABLA DE LIGA DE CLUBES - DIVISION'.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CAB-DIVISION       PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CAB-ROT-PAGINA     PIC X(7)  VALUE 'PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
           05 FILLER             PIC X(25) VALUE SPACES.
       01 CABECERA-2.
           05 CAB-ROT-EQUIPO     PIC X(27) VALUE 'POS  EQUIPO'.
           05 CAB-ROT-COLUMNAS   PIC X(28) VALUE
               '      G      P      E'.
           05 CAB-ROT-PUNTOS     PIC X(25) VALUE '   PTS'.
       01 LINEA-EQUIPO.
           05 DET-POSICION       PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
            STOP RUN.

      ******************************************************************
      * CARGA EL BAREMO DE PUNTOS DE PARMIN, COMO HACE RETO6, Y EL
      * IDIOMA DE LA EJECUCION (EN BLANCO O SIN PARMIN, 'ES'); CON EL
      * CARGA EL CATALOGO DE MENSAJES Y TRADUCE LOS ROTULOS DE LA
      * TABLA DE CLUBES.
      ******************************************************************
       CARGAR-PARAMETROS.

                        IF PARM-PUNTOS-EMPATE IS NUMERIC
                            MOVE PARM-PUNTOS-EMPATE TO PUNTOS-EMPATE
                        END-IF
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
      * PONE LOS ROTULOS DE LA TABLA DE CLUBES EN EL IDIOMA DE LA
      * EJECUCION. CADA ROTULO CONSERVA SU ANCHO, ASI QUE LAS
      * COLUMNAS NO SE MUEVEN.
      ******************************************************************
       TRADUCIR-ROTULOS.

            MOVE IDIOMA-EJECUCION TO MENSAJE-IDIOMA
            MOVE 0801 TO MENSAJE-NUMERO
            MOVE CAB-ROT-TITULO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-TITULO
            MOVE 0802 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PAGINA TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PAGINA
            MOVE 0803 TO MENSAJE-NUMERO
            MOVE CAB-ROT-EQUIPO TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-EQUIPO
            MOVE 0804 TO MENSAJE-NUMERO
            MOVE CAB-ROT-COLUMNAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-COLUMNAS
            MOVE 0805 TO MENSAJE-NUMERO
            MOVE CAB-ROT-PUNTOS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO CAB-ROT-PUNTOS
            MOVE 0806 TO MENSAJE-NUMERO
            MOVE ROT-GENERAL TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-GENERAL
            MOVE 0807 TO MENSAJE-NUMERO
            MOVE ROT-TODAS TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-TODAS
            MOVE 0808 TO MENSAJE-NUMERO
            MOVE ROT-SIN-CLUB TO MENSAJE-TEXTO
            PERFORM BUSCAR-MENSAJE
            MOVE MENSAJE-TEXTO TO ROT-SIN-CLUB.

      ******************************************************************
      * BUSCA MENSAJE-NUMERO EN MENSAJE-IDIOMA Y, SI NO ESTA, EN
      * 'ES'. SI LO ENCUENTRA DEJA SU TEXTO EN MENSAJE-TEXTO; SI NO,
      * DEJA EL LITERAL QUE TRAIA.
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
      * CARGA EL MAESTRO DE EQUIPOS. SIN EL NO HAY A QUE CLUB PLEGAR
      * Y SE PARA.
      ******************************************************************
       ANOTAR-EQUIPO.

            IF AFILIACION-COUNT = 500
                DISPLAY 'AVISO: SE ALCANZO EL MAXIMO DE AFILIACIONES '
                    'DEL MAESTRO, SE TRUNCA'
            ELSE
                ADD 1 TO AFILIACION-COUNT
                MOVE EQ-PLAYER-ID TO AFIL-JUGADOR(AFILIACION-COUNT)
                MOVE EQ-EQUIPO-ID TO AFIL-EQUIPO(AFILIACION-COUNT)
                IF EQ-FECHA-DESDE IS NUMERIC
                    MOVE EQ-FECHA-DESDE TO AFIL-FECHA(AFILIACION-COUNT)
                ELSE
                    MOVE 0 TO AFIL-FECHA(AFILIACION-COUNT)
                END-IF
                MOVE 0 TO INDICE-BUSQUEDA
                PERFORM VARYING INDICE-LIGA FROM 1 BY 1
                    UNTIL INDICE-LIGA > NOMBRES-COUNT
                MOVE AUD-PLAYER-P2 TO GI-P2(GI-ACTUAL)
                MOVE 0 TO GI-S1(GI-ACTUAL)
                MOVE 0 TO GI-S2(GI-ACTUAL)
                IF AUD-FECHA IS NUMERIC
                    MOVE AUD-FECHA TO GI-FECHA(GI-ACTUAL)
                ELSE
                    MOVE 99999999 TO GI-FECHA(GI-ACTUAL)
                END-IF
            END-IF
            EVALUATE AUD-RESULT
                WHEN 1

            ADD 1 TO GRUPOS-PLEGADOS
            MOVE GI-DIVISION(INDICE-GI) TO DIVISION-GRUPO
            MOVE GI-FECHA(INDICE-GI) TO FECHA-GRUPO
            MOVE GI-P1(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-EQUIPO-JUGADOR
            MOVE EQUIPO-HALLADO TO EQUIPO-P1
            WRITE LOTE-REGISTRADO-RECORD.

      ******************************************************************
      * RESUELVE EL EQUIPO DE JUGADOR-BUSCADO EN EL MAESTRO EN LA
      * FECHA DEL GRUPO: SU ULTIMA AFILIACION QUE YA VALIA ESE DIA,
      * DE MODO QUE UN GRUPO JUGADO ANTES DE UN TRASPASO PUNTUA PARA
      * EL CLUB QUE DEJO. UN JUGADOR SIN CLUB PUNTUA BAJO '????'
      * PARA NO PERDER EL GRUPO.
      ******************************************************************
       BUSCAR-EQUIPO-JUGADOR.

            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > AFILIACION-COUNT
                IF AFIL-JUGADOR(INDICE-BUSQUEDA) = JUGADOR-BUSCADO
                    AND AFIL-FECHA(INDICE-BUSQUEDA) NOT > FECHA-GRUPO
                    MOVE AFIL-EQUIPO(INDICE-BUSQUEDA)
                        TO EQUIPO-HALLADO
                END-IF
                MOVE LIGA-DIV(INDICE-LIGA) TO DIVISION-CORTE
                MOVE SPACES TO CAB-DIVISION
                IF DIVISION-CORTE = SPACES
                    MOVE ROT-GENERAL TO CAB-DIVISION
                ELSE
                    MOVE DIVISION-CORTE TO CAB-DIVISION
                END-IF

       PUBLICAR-COMBINADA.

            MOVE ROT-TODAS TO CAB-DIVISION
            PERFORM SALTAR-PAGINA
            MOVE 0 TO POSICION-ACTUAL
            PERFORM PUBLICAR-EQUIPO-COMBINADO

            MOVE EQUIPO-ABONO TO NOMBRE-EQUIPO
            IF EQUIPO-ABONO = '????'
                MOVE ROT-SIN-CLUB TO NOMBRE-EQUIPO
            END-IF
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > NOMBRES-COUNT
