      * Date:      01/09/2026
      * Purpose:   Borrado de identidad de un jugador (derechos sobre
      *            sus datos). ROST-DE-BAJA solo desactiva: el nombre
      *            seguia en la plantilla y el identificador en
      *            PSTATFILE, H2HFILE, AUDITOUT y sus generaciones
      *            archivadas. Este programa lee la tarjeta BORRACTL
      *            (jugador a borrar, ficha anonima irreversible que
      *            lo sustituye y operador que lo pide) y reemplaza
      *            la identidad de forma coherente en todas partes:
      *            el jugador se reclavea en el maestro ROSTERMAE
      *            bajo la ficha anonima, los dos ficheros indexados
      *            de estadisticas se reclavean bajo la ficha (con
      *            los contadores intactos, asi que VERIFICA sigue
      *            cuadrando), los ganadores de grupo se sustituyen,
      *            y se reescriben en sitio con la ficha la pista de
      *            auditoria vigente (AUD-PLAYER-P1/P2), la
      *            auditoria de descansos DESCAUD (DAUD-PLAYER-ID),
      *            la de traspasos TRASAUD (TAUD-PLAYER-ID y
      *            TAUD-SUSTITUTO), las generaciones archivadas de
      *            todas ellas que figuren en el catalogo ARCHCAT y
      *            las imagenes de PSTATFILE, H2HFILE y GROUPWINF
      *            que RESPALDO apunta en el mismo catalogo, para
      *            que una recuperacion no devuelva la identidad
      *            borrada. Las imagenes de STANDOUT no llevan
      *            jugadores y no se tocan. El
      *            certificado BORRARPT lista cada fichero tocado
      *            con sus registros cambiados. El operador de la
      *            tarjeta debe figurar en OPERAUT (ver OPERREC.CPY)
      *            ACCESLOG (ver ACCESREC.CPY): un borrado
      *            irreversible no se lanza sin autorizacion.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - En las lineas de descuento por sancion
      *            AUD-PLAYER-P2 lleva el numero de la sancion (ver
      *            AUDITREC.CPY) y no se anonimiza.
      * Modified:  15/10/2026 - ROSTERIN y ROSTEROUT llevan el idioma
      *            preferido del jugador (ver ROSTREC.CPY); la ficha
      *            anonima sale sin idioma.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones. La copia de trabajo pasa a
      *            49 posiciones.
      * Modified:  15/10/2026 - ROSTERIN y ROSTEROUT llevan la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            la ficha anonima sale sin ellos.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): la ficha se
      *            comprueba por su clave y el jugador se reclavea en
      *            sitio bajo la ficha anonima; ya no hay ROSTEROUT que
      *            poner en servicio.
      * Modified:  15/10/2026 - La ficha anonima sustituye tambien al
      *            jugador en DESCAUD y TRASAUD (y sus generaciones) y
      *            en las imagenes de PSTATFILE, H2HFILE y GROUPWINF que
      *            RESPALDO apunta en ARCHCAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORRADO.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'BORRACTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BORRACTL-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL PLAYER-STATS-FILE ASSIGN TO 'PSTATFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITGEN-FILE-STATUS.
           SELECT OPTIONAL BYE-AUDIT-FILE ASSIGN TO DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESCAUD-FILE-STATUS.
           SELECT OPTIONAL TRASPASO-AUDIT-FILE ASSIGN TO DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASAUD-FILE-STATUS.
           SELECT OPTIONAL IMAGE-FILE ASSIGN TO DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGEN-FILE-STATUS.
           SELECT AUDIT-TEMP-FILE ASSIGN TO 'ANONTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANONTMP-FILE-STATUS.
           05 BORR-OPERADOR      PIC X(8).

      ******************************************************************
      * MAESTRO DE JUGADORES: EL JUGADOR SE RECLAVEA EN SITIO BAJO LA
      * FICHA ANONIMA.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * LOS ACUMULADORES INDEXADOS A RECLAVEAR BAJO LA FICHA.
      ******************************************************************
           COPY GROUPWIN.

      ******************************************************************
      * CATALOGO DE GENERACIONES Y EL FICHERO SECUENCIAL EN CURSO DE
      * REESCRITURA (VIA COPIA TEMPORAL Y RENOMBRADO): UNA GENERACION
      * DE LA PISTA, DE DESCAUD O DE TRASAUD, O UNA IMAGEN DE
      * RESPALDO DE UN ACUMULADOR INDEXADO.
      ******************************************************************
       FD  CATALOG-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY ARCHCAT.

       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

       FD  BYE-AUDIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY DESCAUD.

       FD  TRASPASO-AUDIT-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY TRASAUD.

       FD  IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 34 CHARACTERS
               DEPENDING ON LONGITUD-IMAGEN.
       01  REGISTRO-IMAGEN       PIC X(34).
       01  IMAGEN-PSTAT.
           05 IMG-PSTAT-DIVISION PIC X(2).
           05 IMG-PSTAT-PLAYER-ID PIC X(4).
           05 FILLER             PIC X(28).
       01  IMAGEN-H2H.
           05 IMG-H2H-PLAYER1    PIC X(4).
           05 IMG-H2H-PLAYER2    PIC X(4).
           05 IMG-H2H-WINS-P1    PIC X(5).
           05 IMG-H2H-WINS-P2    PIC X(5).
           05 FILLER             PIC X(16).
       01  IMAGEN-GANADOR.
           05 IMG-GW-CLAVE       PIC X(13).
           05 IMG-GW-GANADOR     PIC X(4).
           05 FILLER             PIC X(17).

       FD  AUDIT-TEMP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 109 CHARACTERS
               DEPENDING ON LONGITUD-TEMPORAL.
       01  REGISTRO-TEMPORAL     PIC X(109).

      ******************************************************************
      * CERTIFICADO DEL BORRADO, 80 COLUMNAS.

       01 BORRACTL-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PSTAT-FILE-STATUS      PIC X(2).
       01 H2H-FILE-STATUS        PIC X(2).
       01 GROUPWIN-FILE-STATUS   PIC X(2).
       01 ARCHCAT-FILE-STATUS    PIC X(2).
       01 AUDITGEN-FILE-STATUS   PIC X(2).
       01 DESCAUD-FILE-STATUS    PIC X(2).
       01 TRASAUD-FILE-STATUS    PIC X(2).
       01 IMAGEN-FILE-STATUS     PIC X(2).
       01 ESTADO-GENERACION      PIC X(2).
       01 ANONTMP-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).

       01 PSTAT-EOF-SW           PIC X(1) VALUE 'N'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 H2H-EOF-SW             PIC X(1) VALUE 'N'.
       01 FICHA-ANONIMA          PIC X(4).
       01 OPERADOR-BORRADO       PIC X(8).
       01 NOMBRE-GENERACION      PIC X(22).
       01 LONGITUD-IMAGEN        PIC 9(4).
       01 LONGITUD-TEMPORAL      PIC 9(4).
       01 NOMBRE-TEMPORAL        PIC X(22) VALUE 'ANONTMP'.
       01 NOMBRE-RESPALDO        PIC X(22) VALUE 'ANONBAK'.
       01 FECHA-PROCESO          PIC 9(8).
           88 OPERADOR-AUTORIZADO         VALUE 'Y'.

      ******************************************************************
      * FICHEROS SECUENCIALES A REESCRIBIR: AUDITOUT, DESCAUD Y
      * TRASAUD VIGENTES MAS LAS GENERACIONES Y LAS IMAGENES DEL
      * CATALOGO, CADA UNO CON SU CLASE DE REGISTRO.
      ******************************************************************
       01 GEN-COUNT              PIC 9(3) VALUE 0.
       01 GENERACIONES-TBL.
           05 GENERACION-ENT OCCURS 200 TIMES.
              10 GEN-TIPO        PIC X(1).
                  88 GEN-PISTA            VALUE 'A'.
                  88 GEN-DESCANSOS        VALUE 'D'.
                  88 GEN-TRASPASOS        VALUE 'T'.
                  88 GEN-IMAGEN-PSTAT     VALUE 'P'.
                  88 GEN-IMAGEN-H2H       VALUE 'H'.
                  88 GEN-IMAGEN-GANADORES VALUE 'G'.
              10 GEN-FICHERO     PIC X(22).
       01 TIPO-CATALOGO          PIC X(1).
       01 FICHERO-CATALOGO       PIC X(22).

      ******************************************************************
      * REGISTROS INDEXADOS DEL JUGADOR, RECOGIDOS EN EL BARRIDO Y
       01 INDICE-GEN             PIC 9(3).
       01 JUGADOR-NUEVO-1        PIC X(4).
       01 JUGADOR-NUEVO-2        PIC X(4).
       01 CONTADOR-CAMBIO        PIC X(5).
       01 CAMBIOS-ROSTER         PIC 9(5) VALUE 0.
       01 CAMBIOS-PSTAT          PIC 9(5) VALUE 0.
       01 CAMBIOS-H2H            PIC 9(5) VALUE 0.
            PERFORM ANONIMIZAR-PSTAT
            PERFORM ANONIMIZAR-H2H
            PERFORM ANONIMIZAR-GANADORES
            PERFORM ANONIMIZAR-SECUENCIALES
            PERFORM CERRAR-CERTIFICADO
            DISPLAY 'BORRADO DE ' JUGADOR-BORRAR ' COMPLETADO BAJO '
                'LA FICHA ' FICHA-ANONIMA
            STOP RUN.

      ******************************************************************
            END-IF
            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS = '00'
                MOVE FICHA-ANONIMA TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'Y' TO TOKEN-EN-USO-SW
                END-READ
                CLOSE ROSTER-FILE
            END-IF
            IF TOKEN-EN-USO
                STOP RUN
            END-IF.

      ******************************************************************
      * EL OPERADOR DE LA TARJETA DEBE FIGURAR EN OPERAUT, ACTIVO Y
      * CON LA FUNCION 'B'. LA COMPROBACION, PERMITIDA O DENEGADA,
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * RECLAVEA AL JUGADOR EN EL MAESTRO BAJO LA FICHA ANONIMA: SE
      * BORRA SU REGISTRO Y SE GRABA OTRO CON LA FICHA, EL NOMBRE
      * 'ANONIMIZADO' Y SIN IDIOMA NI DATOS PERSONALES; SU ESTADO Y
      * FECHA DE BAJA SE CONSERVAN. UN JUGADOR QUE NO ESTA EN EL
      * MAESTRO NO CAMBIA NADA.
      ******************************************************************
       ANONIMIZAR-PLANTILLA.

            OPEN I-O ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE JUGADORES'
                STOP RUN
            END-IF
            MOVE JUGADOR-BORRAR TO ROST-PLAYER-ID
            READ ROSTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM RECLAVEAR-JUGADOR
            END-READ
            CLOSE ROSTER-FILE
            MOVE 'ROSTERMAE' TO CERT-FICHERO
            MOVE CAMBIOS-ROSTER TO CERT-CAMBIOS
            PERFORM CERTIFICAR-FICHERO.

       RECLAVEAR-JUGADOR.

            DELETE ROSTER-FILE RECORD
                INVALID KEY
                    DISPLAY 'NO SE PUDO BORRAR ' JUGADOR-BORRAR
                        ' DEL MAESTRO DE JUGADORES'
                    CLOSE ROSTER-FILE
                    STOP RUN
            END-DELETE
            MOVE FICHA-ANONIMA TO ROST-PLAYER-ID
            MOVE 'ANONIMIZADO' TO ROST-PLAYER-NAME
            MOVE SPACES TO ROST-IDIOMA
            MOVE 0 TO ROST-FECHA-NAC
            MOVE SPACES TO ROST-SEXO
            WRITE ROSTER-RECORD
                INVALID KEY
                    DISPLAY 'NO SE PUDO GRABAR LA FICHA '
                        FICHA-ANONIMA ' EN EL MAESTRO DE JUGADORES'
                    CLOSE ROSTER-FILE
                    STOP RUN
            END-WRITE
            ADD 1 TO CAMBIOS-ROSTER.

      ******************************************************************
      * RECLAVEA LAS ESTADISTICAS DEL JUGADOR BAJO LA FICHA: SE
            PERFORM LEER-GANADOR.

      ******************************************************************
      * REESCRIBE EN SITIO LA PISTA DE AUDITORIA VIGENTE, DESCAUD,
      * TRASAUD, CADA GENERACION ARCHIVADA DE ELLAS Y CADA IMAGEN DE
      * RESPALDO DE PSTATFILE, H2HFILE Y GROUPWINF DEL CATALOGO:
      * COPIA AL TEMPORAL SUSTITUYENDO AL JUGADOR Y DESPUES HACE EL
      * RELEVO EN ORDEN SEGURO (EL ORIGINAL SE APARTA COMO RESPALDO,
      * EL TEMPORAL OCUPA SU SITIO Y SOLO ENTONCES SE BORRA EL
      * RESPALDO), DE MODO QUE UN RENOMBRADO FALLIDO NUNCA DESTRUYE
      * UNA GENERACION DE AUDITORIA NI UNA IMAGEN.
      ******************************************************************
       ANONIMIZAR-SECUENCIALES.

            MOVE 'A' TO TIPO-CATALOGO
            MOVE 'AUDITOUT' TO FICHERO-CATALOGO
            PERFORM APUNTAR-GENERACION
            MOVE 'D' TO TIPO-CATALOGO
            MOVE 'DESCAUD' TO FICHERO-CATALOGO
            PERFORM APUNTAR-GENERACION
            MOVE 'T' TO TIPO-CATALOGO
            MOVE 'TRASAUD' TO FICHERO-CATALOGO
            PERFORM APUNTAR-GENERACION
            OPEN INPUT CATALOG-FILE
            IF ARCHCAT-FILE-STATUS = '00'
                OR ARCHCAT-FILE-STATUS = '05'

       ANOTAR-GENERACION.

            EVALUATE CAT-NOMBRE
                WHEN 'AUDITOUT'
                    MOVE 'A' TO TIPO-CATALOGO
                WHEN 'DESCAUD'
                    MOVE 'D' TO TIPO-CATALOGO
                WHEN 'TRASAUD'
                    MOVE 'T' TO TIPO-CATALOGO
                WHEN 'PSTATFILE'
                    MOVE 'P' TO TIPO-CATALOGO
                WHEN 'H2HFILE'
                    MOVE 'H' TO TIPO-CATALOGO
                WHEN 'GROUPWINF'
                    MOVE 'G' TO TIPO-CATALOGO
                WHEN OTHER
                    MOVE SPACE TO TIPO-CATALOGO
            END-EVALUATE
            IF TIPO-CATALOGO NOT = SPACE
                MOVE CAT-FICHERO TO FICHERO-CATALOGO
                PERFORM APUNTAR-GENERACION
            END-IF
            PERFORM LEER-CATALOGO.

       APUNTAR-GENERACION.

            IF GEN-COUNT = 200
                DISPLAY 'AVISO: DEMASIADAS GENERACIONES, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO GEN-COUNT
                MOVE TIPO-CATALOGO TO GEN-TIPO(GEN-COUNT)
                MOVE FICHERO-CATALOGO TO GEN-FICHERO(GEN-COUNT)
            END-IF.

      ******************************************************************
      * UN FICHERO QUE NO EXISTE (DESCAUD O TRASAUD SIN TORNEOS
      * SUIZOS NI TRASPASOS, UNA GENERACION YA PURGADA) NO TIENE
      * NADA QUE ANONIMIZAR.
      ******************************************************************
       REESCRIBIR-GENERACION.

            MOVE 0 TO CAMBIOS-GENERACION
            MOVE 'N' TO GENERACION-EOF-SW
            MOVE SPACES TO NOMBRE-GENERACION
            MOVE GEN-FICHERO(INDICE-GEN) TO NOMBRE-GENERACION
            PERFORM ABRIR-GENERACION
            EVALUATE ESTADO-GENERACION
                WHEN '05'
                    PERFORM CERRAR-GENERACION
                WHEN '00'
                    OPEN OUTPUT AUDIT-TEMP-FILE
                    IF ANONTMP-FILE-STATUS NOT = '00'
                        DISPLAY 'NO SE PUDO ABRIR EL TEMPORAL DE '
                            'ANONIMIZACION'
                        PERFORM CERRAR-GENERACION
                    ELSE
                        PERFORM LEER-LINEA-GENERACION
                        PERFORM COPIAR-LINEA-GENERACION
                            UNTIL GENERACION-EOF
                        PERFORM CERRAR-GENERACION
                        CLOSE AUDIT-TEMP-FILE
                        PERFORM RELEVAR-GENERACION
                    END-IF
                WHEN OTHER
                    DISPLAY 'AVISO: NO SE PUDO LEER ' NOMBRE-GENERACION
                        ', SE SALTA'
            END-EVALUATE.

       ABRIR-GENERACION.

            EVALUATE TRUE
                WHEN GEN-PISTA(INDICE-GEN)
                    OPEN INPUT AUDIT-GEN-FILE
                    MOVE AUDITGEN-FILE-STATUS TO ESTADO-GENERACION
                WHEN GEN-DESCANSOS(INDICE-GEN)
                    OPEN INPUT BYE-AUDIT-FILE
                    MOVE DESCAUD-FILE-STATUS TO ESTADO-GENERACION
                WHEN GEN-TRASPASOS(INDICE-GEN)
                    OPEN INPUT TRASPASO-AUDIT-FILE
                    MOVE TRASAUD-FILE-STATUS TO ESTADO-GENERACION
                WHEN OTHER
                    OPEN INPUT IMAGE-FILE
                    MOVE IMAGEN-FILE-STATUS TO ESTADO-GENERACION
            END-EVALUATE.

       CERRAR-GENERACION.

            EVALUATE TRUE
                WHEN GEN-PISTA(INDICE-GEN)
                    CLOSE AUDIT-GEN-FILE
                WHEN GEN-DESCANSOS(INDICE-GEN)
                    CLOSE BYE-AUDIT-FILE
                WHEN GEN-TRASPASOS(INDICE-GEN)
                    CLOSE TRASPASO-AUDIT-FILE
                WHEN OTHER
                    CLOSE IMAGE-FILE
            END-EVALUATE.

      ******************************************************************
      * RELEVO SEGURO DEL TEMPORAL SOBRE LA GENERACION: EL ORIGINAL

       LEER-LINEA-GENERACION.

            EVALUATE TRUE
                WHEN GEN-PISTA(INDICE-GEN)
                    READ AUDIT-GEN-FILE
                        AT END MOVE 'Y' TO GENERACION-EOF-SW
                    END-READ
                WHEN GEN-DESCANSOS(INDICE-GEN)
                    READ BYE-AUDIT-FILE
                        AT END MOVE 'Y' TO GENERACION-EOF-SW
                    END-READ
                WHEN GEN-TRASPASOS(INDICE-GEN)
                    READ TRASPASO-AUDIT-FILE
                        AT END MOVE 'Y' TO GENERACION-EOF-SW
                    END-READ
                WHEN OTHER
                    READ IMAGE-FILE
                        AT END MOVE 'Y' TO GENERACION-EOF-SW
                    END-READ
            END-EVALUATE.

       COPIAR-LINEA-GENERACION.

            EVALUATE TRUE
                WHEN GEN-PISTA(INDICE-GEN)
                    PERFORM COPIAR-LINEA-PISTA
                WHEN GEN-DESCANSOS(INDICE-GEN)
                    PERFORM COPIAR-LINEA-DESCANSO
                WHEN GEN-TRASPASOS(INDICE-GEN)
                    PERFORM COPIAR-LINEA-TRASPASO
                WHEN OTHER
                    PERFORM COPIAR-LINEA-IMAGEN
            END-EVALUATE
            WRITE REGISTRO-TEMPORAL
            PERFORM LEER-LINEA-GENERACION.

       COPIAR-LINEA-PISTA.

            IF AUD-PLAYER-P1 = JUGADOR-BORRAR
                MOVE FICHA-ANONIMA TO AUD-PLAYER-P1
                ADD 1 TO CAMBIOS-GENERACION
            END-IF
            IF AUD-PLAYER-P2 = JUGADOR-BORRAR
                AND NOT AUD-MARCA-SANCION
                MOVE FICHA-ANONIMA TO AUD-PLAYER-P2
                ADD 1 TO CAMBIOS-GENERACION
            END-IF
            MOVE 49 TO LONGITUD-TEMPORAL
            MOVE AUDIT-RECORD TO REGISTRO-TEMPORAL.

       COPIAR-LINEA-DESCANSO.

            IF DAUD-PLAYER-ID = JUGADOR-BORRAR
                MOVE FICHA-ANONIMA TO DAUD-PLAYER-ID
                ADD 1 TO CAMBIOS-GENERACION
            END-IF
            MOVE 39 TO LONGITUD-TEMPORAL
            MOVE DESCANSO-AUDIT-RECORD TO REGISTRO-TEMPORAL.

       COPIAR-LINEA-TRASPASO.

            IF TAUD-PLAYER-ID = JUGADOR-BORRAR
                MOVE FICHA-ANONIMA TO TAUD-PLAYER-ID
                ADD 1 TO CAMBIOS-GENERACION
            END-IF
            IF TAUD-SUSTITUTO = JUGADOR-BORRAR
                MOVE FICHA-ANONIMA TO TAUD-SUSTITUTO
                ADD 1 TO CAMBIOS-GENERACION
            END-IF
            MOVE 109 TO LONGITUD-TEMPORAL
            MOVE TRASPASO-AUDIT-RECORD TO REGISTRO-TEMPORAL.

      ******************************************************************
      * UNA LINEA DE IMAGEN SE RECLAVEA COMO EL REGISTRO VIVO: LA
      * DIVISION Y LOS TOTALES NO CAMBIAN, Y UNA PAREJA CUYO ORDEN
      * CANONICO CAMBIA CON LA FICHA SE INVIERTE CON SUS CONTADORES,
      * COMO EN RECLAVEAR-H2H. RESPALDO LA RESTAURA POR CLAVE, ASI
      * QUE EL ORDEN DE LAS LINEAS NO IMPORTA.
      ******************************************************************
       COPIAR-LINEA-IMAGEN.

            EVALUATE TRUE
                WHEN GEN-IMAGEN-PSTAT(INDICE-GEN)
                    IF IMG-PSTAT-PLAYER-ID = JUGADOR-BORRAR
                        MOVE FICHA-ANONIMA TO IMG-PSTAT-PLAYER-ID
                        ADD 1 TO CAMBIOS-GENERACION
                    END-IF
                WHEN GEN-IMAGEN-H2H(INDICE-GEN)
                    IF IMG-H2H-PLAYER1 = JUGADOR-BORRAR
                        OR IMG-H2H-PLAYER2 = JUGADOR-BORRAR
                        PERFORM RECLAVEAR-LINEA-H2H
                        ADD 1 TO CAMBIOS-GENERACION
                    END-IF
                WHEN GEN-IMAGEN-GANADORES(INDICE-GEN)
                    IF IMG-GW-GANADOR = JUGADOR-BORRAR
                        MOVE FICHA-ANONIMA TO IMG-GW-GANADOR
                        ADD 1 TO CAMBIOS-GENERACION
                    END-IF
            END-EVALUATE
            MOVE LONGITUD-IMAGEN TO LONGITUD-TEMPORAL
            MOVE REGISTRO-IMAGEN TO REGISTRO-TEMPORAL.

       RECLAVEAR-LINEA-H2H.

            IF IMG-H2H-PLAYER1 = JUGADOR-BORRAR
                MOVE FICHA-ANONIMA TO JUGADOR-NUEVO-1
                MOVE IMG-H2H-PLAYER2 TO JUGADOR-NUEVO-2
            ELSE
                MOVE IMG-H2H-PLAYER1 TO JUGADOR-NUEVO-1
                MOVE FICHA-ANONIMA TO JUGADOR-NUEVO-2
            END-IF
            IF JUGADOR-NUEVO-1 > JUGADOR-NUEVO-2
                MOVE IMG-H2H-WINS-P1 TO CONTADOR-CAMBIO
                MOVE IMG-H2H-WINS-P2 TO IMG-H2H-WINS-P1
                MOVE CONTADOR-CAMBIO TO IMG-H2H-WINS-P2
                MOVE JUGADOR-NUEVO-2 TO IMG-H2H-PLAYER1
                MOVE JUGADOR-NUEVO-1 TO IMG-H2H-PLAYER2
            ELSE
                MOVE JUGADOR-NUEVO-1 TO IMG-H2H-PLAYER1
                MOVE JUGADOR-NUEVO-2 TO IMG-H2H-PLAYER2
            END-IF.
       END PROGRAM BORRADO.
