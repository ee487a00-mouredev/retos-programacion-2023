      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Informe de temporada de arbitros. Recorre todas las
      *            generaciones archivadas de la pista de auditoria
      *            (catalogo ARCHCAT, como ANUARIO) y la pista
      *            vigente, pliega cada grupo adjudicado con su
      *            arbitro (AUD-ARBITRO, ver AUDITREC.CPY) y lista
      *            por arbitro los grupos que arbitro y, debajo de
      *            cada uno, las reclamaciones de jugadores
      *            (RECLAMACIONES, ver RECLREC.CPY) presentadas
      *            contra ese grupo, con su estado. Los nombres salen
      *            del maestro ARBITROS (ver ARBITREC.CPY). Los grupos
      *            sin arbitro (pistas antiguas) no entran.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBINF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'ARCHCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHCAT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-GEN-FILE ASSIGN TO DYNAMIC
               NOMBRE-GENERACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITGEN-FILE-STATUS.
           SELECT OPTIONAL REFEREE-FILE ASSIGN TO 'ARBITROS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBITROS-FILE-STATUS.
           SELECT OPTIONAL CLAIM-FILE ASSIGN TO 'RECLAMACIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECLAM-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'ARBINRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CATALOGO DE GENERACIONES ARCHIVADAS (VER ARCHIVA).
      ******************************************************************
       FD  CATALOG-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY ARCHCAT.

      ******************************************************************
      * UNA GENERACION DE LA PISTA DE AUDITORIA (O LA VIGENTE); EL
      * NOMBRE FISICO SE VA CAMBIANDO GENERACION A GENERACION.
      ******************************************************************
       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * MAESTRO DE ARBITROS, PARA LOS NOMBRES.
      ******************************************************************
       FD  REFEREE-FILE
           RECORD CONTAINS 29 TO 31 CHARACTERS.
           COPY ARBITREC.

      ******************************************************************
      * REGISTRO DE RECLAMACIONES DE JUGADORES.
      ******************************************************************
       FD  CLAIM-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY RECLREC.

      ******************************************************************
      * INFORME DE ARBITROS, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 ARCHCAT-FILE-STATUS    PIC X(2).
       01 AUDITGEN-FILE-STATUS   PIC X(2).
       01 ARBITROS-FILE-STATUS   PIC X(2).
       01 RECLAM-FILE-STATUS     PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 CATALOGO-EOF-SW        PIC X(1) VALUE 'N'.
           88 CATALOGO-EOF                VALUE 'Y'.
       01 GENERACION-EOF-SW      PIC X(1).
           88 GENERACION-EOF              VALUE 'Y'.
       01 ARBITROS-EOF-SW        PIC X(1) VALUE 'N'.
           88 ARBITROS-EOF                VALUE 'Y'.
       01 RECLAM-EOF-SW          PIC X(1) VALUE 'N'.
           88 RECLAM-EOF                  VALUE 'Y'.

       01 NOMBRE-GENERACION      PIC X(22).

      ******************************************************************
      * GENERACIONES DE AUDITOUT A LEER, DEL CATALOGO, ORDENADAS POR
      * FECHA; LA PISTA VIGENTE VA LA ULTIMA.
      ******************************************************************
       01 GEN-COUNT              PIC 9(3) VALUE 0.
       01 GENERACIONES-TBL.
           05 GENERACION OCCURS 0 TO 200 TIMES
                   DEPENDING ON GEN-COUNT
                   ASCENDING KEY IS GEN-FECHA
                   INDEXED BY GEN-IDX.
              10 GEN-FECHA       PIC 9(8).
              10 GEN-FICHERO     PIC X(22).

      ******************************************************************
      * GRUPO EN CURSO DE PLIEGUE.
      ******************************************************************
       01 GRUPO-ABIERTO-SW       PIC X(1) VALUE 'N'.
           88 GRUPO-ABIERTO               VALUE 'Y'.
       01 GRUPO-EN-CURSO.
           05 GRP-ARBITRO        PIC X(4).
           05 GRP-LOTE-FECHA     PIC 9(8).
           05 GRP-LOTE-NUMERO    PIC 9(4).
           05 GRP-DIVISION       PIC X(2).
           05 GRP-GRUPO          PIC 9(3).
           05 GRP-P1             PIC X(4).
           05 GRP-P2             PIC X(4).
           05 GRP-FECHA          PIC 9(8).

      ******************************************************************
      * GRUPOS ARBITRADOS DE TODA LA TEMPORADA, UNA VEZ CADA INSTANCIA
      * (UNA CORRECCION POSTERIOR DEL MISMO GRUPO NO LO REPITE),
      * ORDENADOS POR ARBITRO Y LOTE PARA EL INFORME.
      ******************************************************************
       01 ARBITRADOS-COUNT       PIC 9(4) VALUE 0.
       01 ARBITRADOS-TBL.
           05 ARBITRADO OCCURS 0 TO 5000 TIMES
                   DEPENDING ON ARBITRADOS-COUNT.
              10 GA-ARBITRO      PIC X(4).
              10 GA-LOTE-FECHA   PIC 9(8).
              10 GA-LOTE-NUMERO  PIC 9(4).
              10 GA-DIVISION     PIC X(2).
              10 GA-GRUPO        PIC 9(3).
              10 GA-P1           PIC X(4).
              10 GA-P2           PIC X(4).
              10 GA-FECHA        PIC 9(8).

      ******************************************************************
      * NOMBRES DEL MAESTRO DE ARBITROS.
      ******************************************************************
       01 ARBITROS-COUNT         PIC 9(3) VALUE 0.
       01 ARBITROS-TBL.
           05 ARBITRO-ENTRADA OCCURS 200 TIMES.
              10 ARBT-ID         PIC X(4).
              10 ARBT-NOMBRE     PIC X(20).

      ******************************************************************
      * RECLAMACIONES QUE LLEGARON A LA PISTA (CON IDENTIDAD DE LOTE).
      ******************************************************************
       01 RECLAMACIONES-COUNT    PIC 9(4) VALUE 0.
       01 RECLAMACIONES-TBL.
           05 RECLAMACION-ENTRADA OCCURS 2000 TIMES.
              10 RC-NUMERO       PIC 9(4).
              10 RC-PLAYER-ID    PIC X(4).
              10 RC-FECHA        PIC 9(8).
              10 RC-LOTE-FECHA   PIC 9(8).
              10 RC-LOTE-NUMERO  PIC 9(4).
              10 RC-DIVISION     PIC X(2).
              10 RC-GRUPO        PIC 9(3).
              10 RC-ESTADO       PIC X(1).
              10 RC-RESOLUCION   PIC X(1).

       01 INDICE                 PIC 9(4).
       01 INDICE-GA              PIC 9(4).
       01 INDICE-RC              PIC 9(4).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 GRUPO-REPETIDO-SW      PIC X(1).
           88 GRUPO-REPETIDO              VALUE 'Y'.
       01 ARBITRO-CORTE          PIC X(4).
       01 NOMBRE-ARBITRO         PIC X(20).
       01 ESTADO-LITERAL         PIC X(12).
       01 RECL-GRUPO-CUENTA      PIC 9(3).
       01 GRUPOS-ARBITRO         PIC 9(4).
       01 RECL-ARBITRO           PIC 9(4).
       01 RECL-CASADAS           PIC 9(5) VALUE 0.
       01 CONTADOR-EDITADO       PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM CARGAR-ARBITROS
            PERFORM CARGAR-RECLAMACIONES
            PERFORM CARGAR-CATALOGO
            SORT GENERACION ASCENDING KEY GEN-FECHA
            PERFORM AGREGAR-PISTA-VIGENTE
            PERFORM LEER-GENERACIONES
            IF ARBITRADOS-COUNT > 1
                SORT ARBITRADO
                    ASCENDING KEY GA-ARBITRO GA-LOTE-FECHA
                        GA-LOTE-NUMERO GA-DIVISION GA-GRUPO
            END-IF
            PERFORM PUBLICAR-INFORME
            DISPLAY 'INFORME DE ARBITROS -- GENERACIONES: ' GEN-COUNT
                ' GRUPOS ARBITRADOS: ' ARBITRADOS-COUNT
                ' RECLAMACIONES: ' RECL-CASADAS
            STOP RUN.

      ******************************************************************
      * CARGA LOS NOMBRES DEL MAESTRO DE ARBITROS. OPCIONAL: SIN EL
      * SE IMPRIME SOLO EL IDENTIFICADOR.
      ******************************************************************
       CARGAR-ARBITROS.

            OPEN INPUT REFEREE-FILE
            IF ARBITROS-FILE-STATUS = '00'
                PERFORM LEER-ARBITRO
                PERFORM ANOTAR-ARBITRO UNTIL ARBITROS-EOF
                CLOSE REFEREE-FILE
            END-IF.

       LEER-ARBITRO.

            READ REFEREE-FILE
                AT END MOVE 'Y' TO ARBITROS-EOF-SW
            END-READ.

       ANOTAR-ARBITRO.

            IF ARBITROS-COUNT < 200
                ADD 1 TO ARBITROS-COUNT
                MOVE ARB-ID TO ARBT-ID(ARBITROS-COUNT)
                MOVE ARB-NOMBRE TO ARBT-NOMBRE(ARBITROS-COUNT)
            END-IF
            PERFORM LEER-ARBITRO.

      ******************************************************************
      * CARGA LAS RECLAMACIONES CON IDENTIDAD DE LOTE: LAS DE UNA
      * PARTIDA QUE NUNCA LLEGO A LA PISTA NO TIENEN GRUPO ARBITRADO
      * CONTRA EL QUE CASAR. EL REGISTRO ES OPCIONAL.
      ******************************************************************
       CARGAR-RECLAMACIONES.

            OPEN INPUT CLAIM-FILE
            IF RECLAM-FILE-STATUS = '00'
                PERFORM LEER-RECLAMACION
                PERFORM ANOTAR-RECLAMACION UNTIL RECLAM-EOF
                CLOSE CLAIM-FILE
            END-IF.

       LEER-RECLAMACION.

            READ CLAIM-FILE
                AT END MOVE 'Y' TO RECLAM-EOF-SW
            END-READ.

       ANOTAR-RECLAMACION.

            IF RECL-LOTE-FECHA IS NUMERIC AND RECL-LOTE-FECHA > 0
                IF RECLAMACIONES-COUNT = 2000
                    DISPLAY 'AVISO: DEMASIADAS RECLAMACIONES, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO RECLAMACIONES-COUNT
                    MOVE RECL-NUMERO TO RC-NUMERO(RECLAMACIONES-COUNT)
                    MOVE RECL-PLAYER-ID
                        TO RC-PLAYER-ID(RECLAMACIONES-COUNT)
                    MOVE RECL-FECHA TO RC-FECHA(RECLAMACIONES-COUNT)
                    MOVE RECL-LOTE-FECHA
                        TO RC-LOTE-FECHA(RECLAMACIONES-COUNT)
                    MOVE RECL-LOTE-NUMERO
                        TO RC-LOTE-NUMERO(RECLAMACIONES-COUNT)
                    MOVE RECL-DIVISION
                        TO RC-DIVISION(RECLAMACIONES-COUNT)
                    MOVE RECL-GRUPO TO RC-GRUPO(RECLAMACIONES-COUNT)
                    MOVE RECL-ESTADO TO RC-ESTADO(RECLAMACIONES-COUNT)
                    MOVE RECL-RESOLUCION
                        TO RC-RESOLUCION(RECLAMACIONES-COUNT)
                END-IF
            END-IF
            PERFORM LEER-RECLAMACION.

      ******************************************************************
      * RECOGE DEL CATALOGO LAS GENERACIONES ARCHIVADAS DE AUDITOUT.
      ******************************************************************
       CARGAR-CATALOGO.

            OPEN INPUT CATALOG-FILE
            IF ARCHCAT-FILE-STATUS = '00'
                OR ARCHCAT-FILE-STATUS = '05'
                PERFORM LEER-CATALOGO
                PERFORM ANOTAR-GENERACION UNTIL CATALOGO-EOF
                CLOSE CATALOG-FILE
            END-IF.

       LEER-CATALOGO.

            READ CATALOG-FILE
                AT END MOVE 'Y' TO CATALOGO-EOF-SW
            END-READ.

       ANOTAR-GENERACION.

            IF CAT-NOMBRE = 'AUDITOUT'
                IF GEN-COUNT = 200
                    DISPLAY 'AVISO: DEMASIADAS GENERACIONES, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO GEN-COUNT
                    MOVE CAT-FECHA TO GEN-FECHA(GEN-COUNT)
                    MOVE CAT-FICHERO TO GEN-FICHERO(GEN-COUNT)
                END-IF
            END-IF
            PERFORM LEER-CATALOGO.

      ******************************************************************
      * LA PISTA VIGENTE SE LEE LA ULTIMA, DESPUES DE TODO LO
      * ARCHIVADO.
      ******************************************************************
       AGREGAR-PISTA-VIGENTE.

            IF GEN-COUNT < 200
                ADD 1 TO GEN-COUNT
                MOVE 99999999 TO GEN-FECHA(GEN-COUNT)
                MOVE 'AUDITOUT' TO GEN-FICHERO(GEN-COUNT)
            END-IF.

      ******************************************************************
      * RECORRE LAS GENERACIONES EN ORDEN DE FECHA PLEGANDO LOS GRUPOS
      * ARBITRADOS.
      ******************************************************************
       LEER-GENERACIONES.

            PERFORM LEER-UNA-GENERACION
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > GEN-COUNT.

       LEER-UNA-GENERACION.

            MOVE SPACES TO NOMBRE-GENERACION
            MOVE GEN-FICHERO(INDICE) TO NOMBRE-GENERACION
            MOVE 'N' TO GENERACION-EOF-SW
            MOVE 'N' TO GRUPO-ABIERTO-SW
            OPEN INPUT AUDIT-GEN-FILE
            IF AUDITGEN-FILE-STATUS NOT = '00'
                DISPLAY 'AVISO: NO SE PUDO LEER ' NOMBRE-GENERACION
                    ', SE SALTA'
            ELSE
                PERFORM LEER-LINEA-GENERACION
                PERFORM PLEGAR-EN-GRUPO UNTIL GENERACION-EOF
                CLOSE AUDIT-GEN-FILE
                IF GRUPO-ABIERTO
                    PERFORM CERRAR-GRUPO
                END-IF
            END-IF.

       LEER-LINEA-GENERACION.

            READ AUDIT-GEN-FILE
                AT END MOVE 'Y' TO GENERACION-EOF-SW
            END-READ.

      ******************************************************************
      * PLIEGA UNA LINEA NORMAL CON ARBITRO EN EL GRUPO EN CURSO; AL
      * CAMBIAR LA INSTANCIA (LOTE, DIVISION O GRUPO) SE CIERRA EL
      * ANTERIOR. LAS LINEAS MARCADAS Y LAS DE GRUPOS SIN ARBITRO SE
      * SALTAN.
      ******************************************************************
       PLEGAR-EN-GRUPO.

            IF AUD-MARCA-NORMAL AND AUD-ARBITRO NOT = SPACES
                IF GRUPO-ABIERTO
                    AND (GRP-LOTE-FECHA NOT = AUD-LOTE-FECHA
                    OR GRP-LOTE-NUMERO NOT = AUD-LOTE-NUMERO
                    OR GRP-DIVISION NOT = AUD-DIVISION
                    OR GRP-GRUPO NOT = AUD-GRUPO)
                    PERFORM CERRAR-GRUPO
                END-IF
                IF NOT GRUPO-ABIERTO
                    MOVE 'Y' TO GRUPO-ABIERTO-SW
                    MOVE AUD-ARBITRO TO GRP-ARBITRO
                    MOVE AUD-LOTE-FECHA TO GRP-LOTE-FECHA
                    MOVE AUD-LOTE-NUMERO TO GRP-LOTE-NUMERO
                    MOVE AUD-DIVISION TO GRP-DIVISION
                    MOVE AUD-GRUPO TO GRP-GRUPO
                    MOVE AUD-PLAYER-P1 TO GRP-P1
                    MOVE AUD-PLAYER-P2 TO GRP-P2
                    MOVE AUD-FECHA TO GRP-FECHA
                END-IF
            END-IF
            PERFORM LEER-LINEA-GENERACION.

      ******************************************************************
      * CIERRA EL GRUPO EN CURSO: LO ANOTA SI SU INSTANCIA NO ESTA YA
      * (UNA CORRECCION DEL REPROCESO VUELVE A ESCRIBIR EL GRUPO).
      ******************************************************************
       CERRAR-GRUPO.

            MOVE 'N' TO GRUPO-ABIERTO-SW
            MOVE 'N' TO GRUPO-REPETIDO-SW
            PERFORM VARYING INDICE-GA FROM 1 BY 1
                UNTIL INDICE-GA > ARBITRADOS-COUNT
                    OR GRUPO-REPETIDO
                IF GA-LOTE-FECHA(INDICE-GA) = GRP-LOTE-FECHA
                    AND GA-LOTE-NUMERO(INDICE-GA) = GRP-LOTE-NUMERO
                    AND GA-DIVISION(INDICE-GA) = GRP-DIVISION
                    AND GA-GRUPO(INDICE-GA) = GRP-GRUPO
                    MOVE 'Y' TO GRUPO-REPETIDO-SW
                END-IF
            END-PERFORM
            IF NOT GRUPO-REPETIDO
                IF ARBITRADOS-COUNT = 5000
                    DISPLAY 'AVISO: DEMASIADOS GRUPOS ARBITRADOS, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO ARBITRADOS-COUNT
                    MOVE GRUPO-EN-CURSO TO ARBITRADO(ARBITRADOS-COUNT)
                END-IF
            END-IF.

      ******************************************************************
      * PUBLICA POR ARBITRO SUS GRUPOS Y LAS RECLAMACIONES DE CADA UNO.
      ******************************************************************
       PUBLICAR-INFORME.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE ARBITROS'
                STOP RUN
            END-IF
            MOVE 'INFORME DE TEMPORADA DE ARBITROS' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE ALL '=' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO ARBITRO-CORTE
            PERFORM IMPRIMIR-GRUPO-ARBITRADO
                VARYING INDICE-GA FROM 1 BY 1
                UNTIL INDICE-GA > ARBITRADOS-COUNT
            IF ARBITRO-CORTE NOT = SPACES
                PERFORM IMPRIMIR-TOTAL-ARBITRO
            END-IF
            IF ARBITRADOS-COUNT = 0
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'NO HAY GRUPOS ARBITRADOS EN LA PISTA'
                    TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            CLOSE PRINT-FILE.

       IMPRIMIR-GRUPO-ARBITRADO.

            IF GA-ARBITRO(INDICE-GA) NOT = ARBITRO-CORTE
                IF ARBITRO-CORTE NOT = SPACES
                    PERFORM IMPRIMIR-TOTAL-ARBITRO
                END-IF
                MOVE GA-ARBITRO(INDICE-GA) TO ARBITRO-CORTE
                MOVE 0 TO GRUPOS-ARBITRO
                MOVE 0 TO RECL-ARBITRO
                PERFORM BUSCAR-NOMBRE-ARBITRO
                MOVE SPACES TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 'ARBITRO ' TO LINEA-IMPRESION(1:8)
                MOVE ARBITRO-CORTE TO LINEA-IMPRESION(9:4)
                MOVE NOMBRE-ARBITRO TO LINEA-IMPRESION(14:20)
                WRITE LINEA-IMPRESION
            END-IF
            ADD 1 TO GRUPOS-ARBITRO
            MOVE 0 TO RECL-GRUPO-CUENTA
            PERFORM VARYING INDICE-RC FROM 1 BY 1
                UNTIL INDICE-RC > RECLAMACIONES-COUNT
                IF RC-LOTE-FECHA(INDICE-RC) = GA-LOTE-FECHA(INDICE-GA)
                    AND RC-LOTE-NUMERO(INDICE-RC)
                        = GA-LOTE-NUMERO(INDICE-GA)
                    AND RC-DIVISION(INDICE-RC) = GA-DIVISION(INDICE-GA)
                    AND RC-GRUPO(INDICE-RC) = GA-GRUPO(INDICE-GA)
                    ADD 1 TO RECL-GRUPO-CUENTA
                END-IF
            END-PERFORM
            MOVE SPACES TO LINEA-IMPRESION
            MOVE GA-FECHA(INDICE-GA) TO LINEA-IMPRESION(3:8)
            MOVE 'LOTE ' TO LINEA-IMPRESION(12:5)
            MOVE GA-LOTE-FECHA(INDICE-GA) TO LINEA-IMPRESION(17:8)
            MOVE '/' TO LINEA-IMPRESION(25:1)
            MOVE GA-LOTE-NUMERO(INDICE-GA) TO LINEA-IMPRESION(26:4)
            MOVE GA-DIVISION(INDICE-GA) TO LINEA-IMPRESION(31:2)
            MOVE 'GRUPO ' TO LINEA-IMPRESION(34:6)
            MOVE GA-GRUPO(INDICE-GA) TO LINEA-IMPRESION(40:3)
            MOVE GA-P1(INDICE-GA) TO LINEA-IMPRESION(44:4)
            MOVE 'VS' TO LINEA-IMPRESION(49:2)
            MOVE GA-P2(INDICE-GA) TO LINEA-IMPRESION(52:4)
            IF RECL-GRUPO-CUENTA > 0
                MOVE 'RECLAMACIONES: ' TO LINEA-IMPRESION(58:15)
                MOVE RECL-GRUPO-CUENTA TO CONTADOR-EDITADO
                MOVE CONTADOR-EDITADO TO LINEA-IMPRESION(73:4)
            END-IF
            WRITE LINEA-IMPRESION
            IF RECL-GRUPO-CUENTA > 0
                ADD RECL-GRUPO-CUENTA TO RECL-ARBITRO
                ADD RECL-GRUPO-CUENTA TO RECL-CASADAS
                PERFORM IMPRIMIR-RECLAMACION
                    VARYING INDICE-RC FROM 1 BY 1
                    UNTIL INDICE-RC > RECLAMACIONES-COUNT
            END-IF.

       IMPRIMIR-RECLAMACION.

            IF RC-LOTE-FECHA(INDICE-RC) = GA-LOTE-FECHA(INDICE-GA)
                AND RC-LOTE-NUMERO(INDICE-RC)
                    = GA-LOTE-NUMERO(INDICE-GA)
                AND RC-DIVISION(INDICE-RC) = GA-DIVISION(INDICE-GA)
                AND RC-GRUPO(INDICE-RC) = GA-GRUPO(INDICE-GA)
                EVALUATE RC-ESTADO(INDICE-RC)
                    WHEN 'A'
                        MOVE 'ABIERTA' TO ESTADO-LITERAL
                    WHEN 'R'
                        MOVE 'EN REVISION' TO ESTADO-LITERAL
                    WHEN 'E'
                        MOVE 'ESTIMADA' TO ESTADO-LITERAL
                    WHEN 'D'
                        MOVE 'DESESTIMADA' TO ESTADO-LITERAL
                    WHEN 'C'
                        IF RC-RESOLUCION(INDICE-RC) = 'E'
                            MOVE 'CERRADA (E)' TO ESTADO-LITERAL
                        ELSE
                            MOVE 'CERRADA (D)' TO ESTADO-LITERAL
                        END-IF
                    WHEN OTHER
                        MOVE RC-ESTADO(INDICE-RC) TO ESTADO-LITERAL
                END-EVALUATE
                MOVE SPACES TO LINEA-IMPRESION
                MOVE 'RECLAMACION ' TO LINEA-IMPRESION(12:12)
                MOVE RC-NUMERO(INDICE-RC) TO LINEA-IMPRESION(24:4)
                MOVE 'DE ' TO LINEA-IMPRESION(29:3)
                MOVE RC-PLAYER-ID(INDICE-RC) TO LINEA-IMPRESION(32:4)
                MOVE 'EL ' TO LINEA-IMPRESION(37:3)
                MOVE RC-FECHA(INDICE-RC) TO LINEA-IMPRESION(40:8)
                MOVE ESTADO-LITERAL TO LINEA-IMPRESION(49:12)
                WRITE LINEA-IMPRESION
            END-IF.

       IMPRIMIR-TOTAL-ARBITRO.

            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'TOTAL: ' TO LINEA-IMPRESION(3:7)
            MOVE GRUPOS-ARBITRO TO CONTADOR-EDITADO
            MOVE CONTADOR-EDITADO TO LINEA-IMPRESION(10:4)
            MOVE ' GRUPOS ARBITRADOS, ' TO LINEA-IMPRESION(14:20)
            MOVE RECL-ARBITRO TO CONTADOR-EDITADO
            MOVE CONTADOR-EDITADO TO LINEA-IMPRESION(34:4)
            MOVE ' RECLAMACIONES' TO LINEA-IMPRESION(38:14)
            WRITE LINEA-IMPRESION.

       BUSCAR-NOMBRE-ARBITRO.

            MOVE SPACES TO NOMBRE-ARBITRO
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > ARBITROS-COUNT
                IF ARBT-ID(INDICE-BUSQUEDA) = ARBITRO-CORTE
                    MOVE ARBT-NOMBRE(INDICE-BUSQUEDA) TO NOMBRE-ARBITRO
                END-IF
            END-PERFORM.
       END PROGRAM ARBINF.
