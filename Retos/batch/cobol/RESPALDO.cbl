      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Imagen previa al lote y recuperacion hacia delante
      *            de los acumuladores indexados. PSTATFILE, H2HFILE
      *            y GROUPWINF se actualizan en sitio registro a
      *            registro y ARCHIVA solo copia las salidas
      *            secuenciales, asi que un indexado roto a media
      *            noche no tenia otro remedio que reconstruir la
      *            temporada entera. Este programa tiene dos modos,
      *            segun la tarjeta opcional RESPCTL:
      *            'C' (o sin tarjeta) - lo lanza PLANLOTE antes de
      *                RETO6: descarga cada acumulador (PSTATFILE,
      *                H2HFILE, GROUPWINF y la clasificacion
      *                STANDOUT) a una imagen secuencial fechada
      *                (NOMBRE.IAAAAMMDD) y la apunta en el catalogo
      *                ARCHCAT, purgando las imagenes propias mas
      *                viejas que la retencion de la tarjeta. Si la
      *                pista vigente ya tiene lineas de la fecha de
      *                proceso la imagen no seria previa al lote y
      *                se rehusa con codigo 8; si la imagen de hoy ya
      *                existe se conserva la primera.
      *            'R' - recuperacion: restaura la ultima imagen
      *                buena (o la de la fecha de la tarjeta) y
      *                reproduce encima las lineas de AUDITOUT desde
      *                esa fecha (generaciones archivadas y pista
      *                vigente), plegadas por instancia de grupo y
      *                abonadas igual que DISPLAY-RESULT en RETO6;
      *                detras, y en el orden de VERIFICA, los
      *                descansos suizos de DESCAUD, los descuentos por
      *                sancion y los traspasos de division de TRASAUD
      *                de esa fecha en adelante. Los lotes
      *                reproducidos se contrastan con LOTESREG: los
      *                apuntados como 'RETO6' estan completos; los
      *                que no, quedan a medias hasta su ultimo grupo
      *                auditado, que es donde los retoma el
      *                checkpoint de RETO6. El torneo
      *                del ganador de grupo, que la pista no guarda,
      *                se busca en FIXLEDG. El resultado son unos
      *                acumuladores que VERIFICA pasa limpios sin
      *                volver a lanzar RETO6. Informe en RESPRPT.
      *            RATINGFILE no se respalda: RETO6 lo regraba
      *            entero despues de cada grupo. La recuperacion no
      *            debe lanzarse con RETO6 en marcha.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - FIXLEDG crece con la fecha programada y
      *            la semana de juego (ver FIXREC.CPY); se siguen
      *            leyendo las lineas antiguas de 38 posiciones.
      * Modified:  15/10/2026 - PARMIN crece con el idioma de la
      *            ejecucion (ver PARMREC.CPY); se siguen leyendo los
      *            PARMIN antiguos.
      * Modified:  15/10/2026 - AUDITOUT y FIXLEDG crecen con el arbitro
      *            del grupo (ver AUDITREC.CPY y FIXREC.CPY); se siguen
      *            copiando las lineas antiguas.
      * Modified:  15/10/2026 - Se acorta el rotulo del total de
      *            generaciones de pista leidas, que no cabia en su
      *            campo del informe.
      * Modified:  15/10/2026 - La recuperacion reproduce tambien los
      *            descansos suizos de DESCAUD y los traspasos de
      *            division de TRASAUD desde la fecha de la imagen, en
      *            el orden de VERIFICA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'RESPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPCTL-FILE-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO 'ARCHCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHCAT-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'CALENDIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALEND-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-PARM-FILE ASSIGN TO 'CALCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTL-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PARMIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL STANDINGS-FILE ASSIGN TO 'STANDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAND-FILE-STATUS.
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
           SELECT OPTIONAL IMAGE-FILE ASSIGN TO DYNAMIC NOMBRE-IMAGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGEN-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC NOMBRE-PISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO 'LOTESREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTESREG-FILE-STATUS.
           SELECT OPTIONAL FIXTURE-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIXLEDG-FILE-STATUS.
           SELECT OPTIONAL BYE-AUDIT-FILE ASSIGN TO 'DESCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESCAUD-FILE-STATUS.
           SELECT OPTIONAL TRASPASO-AUDIT-FILE ASSIGN TO 'TRASAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASAUD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'RESPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE CONTROL: MODO, FECHA DE LA IMAGEN A RESTAURAR
      * (CEROS = LA ULTIMA) Y DIAS DE RETENCION DE LAS IMAGENES.
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 1 TO 12 CHARACTERS.
       01  RESPCTL-RECORD.
           05 RESP-MODO          PIC X(1).
               88 RESP-COPIA              VALUE 'C' ' '.
               88 RESP-RECUPERACION       VALUE 'R'.
           05 RESP-FECHA-IMAGEN  PIC 9(8).
           05 RESP-RETENCION     PIC 9(3).

      ******************************************************************
      * CATALOGO DE GENERACIONES (VER ARCHCAT.CPY), COMPARTIDO CON
      * ARCHIVA: SE REGRABA ENTERO CONSERVANDO LAS ENTRADAS AJENAS.
      ******************************************************************
       FD  CATALOG-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY ARCHCAT.

      ******************************************************************
      * CALENDARIO DE PROCESO Y HORA DE CORTE, PARA SELLAR LA IMAGEN
      * CON LA MISMA FECHA DE NEGOCIO QUE LLEVA AUD-FECHA.
      ******************************************************************
       FD  CALENDAR-FILE
           RECORD CONTAINS 11 CHARACTERS.
           COPY CALREC.

       FD  CALENDAR-PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.
       01  CALENDAR-PARM-RECORD.
           05 CALCTL-HORA-CORTE  PIC 9(2).

      ******************************************************************
      * PARAMETROS DEL LOTE, SOLO POR EL BAREMO DE PUNTOS DE LIGA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
      * LOS ACUMULADORES QUE SE RESPALDAN Y SE RECUPERAN.
      ******************************************************************
       FD  STANDINGS-FILE
           RECORD CONTAINS 21 TO 23 CHARACTERS.
           COPY STANDREC.

       FD  PLAYER-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY PSTATREC.

       FD  HEAD-TO-HEAD-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY H2HREC.

       FD  GROUP-WINNERS-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY GROUPWIN.

      ******************************************************************
      * IMAGEN SECUENCIAL DE UN ACUMULADOR. EL NOMBRE FISICO ES
      * DINAMICO (NOMBRE.IAAAAMMDD) Y LA LONGITUD LA DEL REGISTRO
      * DEL FICHERO DESCARGADO.
      ******************************************************************
       FD  IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 34 CHARACTERS
               DEPENDING ON LONGITUD-IMAGEN.
       01  REGISTRO-IMAGEN       PIC X(34).

      ******************************************************************
      * PISTA DE AUDITORIA: LAS GENERACIONES ARCHIVADAS DESDE LA
      * FECHA DE LA IMAGEN Y LA VIGENTE, UNA TRAS OTRA.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY LOTEREG.

      ******************************************************************
      * LIBRO DE EMPAREJAMIENTOS, SOLO PARA SABER EL TORNEO DE CADA
      * GRUPO REPRODUCIDO.
      ******************************************************************
       FD  FIXTURE-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * DESCANSOS DE LOS TORNEOS SUIZOS Y TRASPASOS DE DIVISION, QUE
      * TOCARON PSTATFILE SIN PASAR POR LA PISTA (VER DESCAUD.CPY Y
      * TRASAUD.CPY). LA RECUPERACION LOS REPRODUCE COMO VERIFICA.
      ******************************************************************
       FD  BYE-AUDIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY DESCAUD.

       FD  TRASPASO-AUDIT-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY TRASAUD.

      ******************************************************************
      * INFORME DEL RESPALDO O DE LA RECUPERACION, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 RESPCTL-FILE-STATUS    PIC X(2).
       01 ARCHCAT-FILE-STATUS    PIC X(2).
       01 CALEND-FILE-STATUS     PIC X(2).
       01 CALCTL-FILE-STATUS     PIC X(2).
       01 PARM-FILE-STATUS       PIC X(2).
       01 STAND-FILE-STATUS      PIC X(2).
       01 PSTAT-FILE-STATUS      PIC X(2).
       01 H2H-FILE-STATUS        PIC X(2).
       01 GROUPWIN-FILE-STATUS   PIC X(2).
       01 IMAGEN-FILE-STATUS     PIC X(2).
       01 AUDIT-FILE-STATUS      PIC X(2).
       01 LOTESREG-FILE-STATUS   PIC X(2).
       01 FIXLEDG-FILE-STATUS    PIC X(2).
       01 DESCAUD-FILE-STATUS    PIC X(2).
       01 TRASAUD-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 CATALOGO-EOF-SW        PIC X(1) VALUE 'N'.
           88 CATALOGO-EOF                VALUE 'Y'.
       01 CALEND-EOF-SW          PIC X(1) VALUE 'N'.
           88 CALEND-EOF                  VALUE 'Y'.
       01 ACUMULADOR-EOF-SW      PIC X(1).
           88 ACUMULADOR-EOF              VALUE 'Y'.
       01 IMAGEN-EOF-SW          PIC X(1).
           88 IMAGEN-EOF                  VALUE 'Y'.
       01 AUDIT-EOF-SW           PIC X(1).
           88 AUDIT-EOF                   VALUE 'Y'.
       01 LOTESREG-EOF-SW        PIC X(1) VALUE 'N'.
           88 LOTESREG-EOF                VALUE 'Y'.
       01 FIXLEDG-EOF-SW         PIC X(1) VALUE 'N'.
           88 FIXLEDG-EOF                 VALUE 'Y'.
       01 DESCAUD-EOF-SW         PIC X(1) VALUE 'N'.
           88 DESCAUD-EOF                 VALUE 'Y'.
       01 TRASAUD-EOF-SW         PIC X(1) VALUE 'N'.
           88 TRASAUD-EOF                 VALUE 'Y'.

       01 MODO-PROCESO           PIC X(1) VALUE 'C'.
           88 MODO-COPIA                  VALUE 'C'.
           88 MODO-RECUPERACION           VALUE 'R'.
       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-IMAGEN           PIC 9(8) VALUE 0.
       01 FECHA-CUBIERTA         PIC 9(8) VALUE 0.
       01 RETENCION-DIAS         PIC 9(3) VALUE 7.
       01 NOMBRE-IMAGEN          PIC X(22).
       01 NOMBRE-PISTA           PIC X(22).
       01 LONGITUD-IMAGEN        PIC 9(4).
       01 PUNTOS-VICTORIA        PIC 9(2) VALUE 3.
       01 PUNTOS-EMPATE          PIC 9(2) VALUE 1.
       01 CODIGO-RETORNO         PIC 9(2) VALUE 0.
       01 RESPALDO-RECHAZADO-SW  PIC X(1) VALUE 'N'.
           88 RESPALDO-RECHAZADO          VALUE 'Y'.

      ******************************************************************
      * CALENDARIO DE PROCESO EN MEMORIA, PARA RESOLVER LA FECHA DE
      * NEGOCIO IGUAL QUE RESOLVE-PROCESS-DATE EN RETO6.
      ******************************************************************
       01 CAL-COUNT              PIC 9(3) VALUE 0.
       01 CALENDARIO-TBL.
           05 CAL-ENT OCCURS 400 TIMES.
              10 CAL-T-FECHA     PIC 9(8).
              10 CAL-T-TIPO      PIC X(1).
       01 INDICE-CAL             PIC 9(3).
       01 HORA-CORTE             PIC 9(2) VALUE 6.
       01 HORA-ARRANQUE          PIC 9(8).
       01 HORA-ARRANQUE-R REDEFINES HORA-ARRANQUE.
           05 HORA-ARRANQUE-HH   PIC 9(2).
           05 FILLER             PIC X(6).
       01 FECHA-NEGOCIO          PIC 9(8) VALUE 0.

      ******************************************************************
      * LOS CUATRO ACUMULADORES QUE SE RESPALDAN, CON LO QUE LES
      * PASA EN ESTA EJECUCION.
      ******************************************************************
       01 ACUMULADORES-VALORES.
           05 FILLER             PIC X(12) VALUE 'PSTATFILE'.
           05 FILLER             PIC X(12) VALUE 'H2HFILE'.
           05 FILLER             PIC X(12) VALUE 'GROUPWINF'.
           05 FILLER             PIC X(12) VALUE 'STANDOUT'.
       01 ACUMULADORES-TBL REDEFINES ACUMULADORES-VALORES.
           05 ACU-NOMBRE         PIC X(12) OCCURS 4 TIMES.
       01 ACUMULADORES-ESTADO.
           05 ACU-ESTADO-ENT OCCURS 4 TIMES.
              10 ACU-IMAGEN      PIC X(22).
              10 ACU-REGISTROS   PIC 9(7).
              10 ACU-YA-HECHA    PIC X(1).
       01 INDICE-ACU             PIC 9(1).

      ******************************************************************
      * CATALOGO EN MEMORIA: LAS ENTRADAS VIVAS DE ARCHIVA Y LAS
      * IMAGENES DE ESTE PROGRAMA; LAS IMAGENES CADUCADAS SE BORRAN
      * Y NO SE REGRABAN.
      ******************************************************************
       01 CATALOGO-COUNT         PIC 9(4) VALUE 0.
       01 CATALOGO-TBL.
           05 CATALOGO-ENTRADA OCCURS 500 TIMES.
              10 CATENT-NOMBRE   PIC X(12).
              10 CATENT-FECHA    PIC 9(8).
              10 CATENT-FICHERO  PIC X(22).
              10 CATENT-BORRAR   PIC X(1).
       01 INDICE                 PIC 9(4).
       01 INDICE-HALLADO         PIC 9(4).
       01 IMAGENES-NUEVAS        PIC 9(3) VALUE 0.
       01 IMAGENES-PURGADAS      PIC 9(3) VALUE 0.

      ******************************************************************
      * GENERACIONES DE AUDITOUT A REPRODUCIR EN LA RECUPERACION.
      ******************************************************************
       01 GEN-COUNT              PIC 9(3) VALUE 0.
       01 GENERACIONES-TBL.
           05 GEN-ENT OCCURS 200 TIMES.
              10 GEN-FECHA       PIC 9(8).
              10 GEN-FICHERO     PIC X(22).
       01 INDICE-GEN             PIC 9(3).
       01 PISTA-VIGENTE-SW       PIC X(1).
           88 PISTA-VIGENTE               VALUE 'Y'.
       01 LINEAS-LEIDAS          PIC 9(7) VALUE 0.
       01 LINEAS-REPRODUCIDAS    PIC 9(7) VALUE 0.
       01 LINEAS-SALTADAS        PIC 9(7) VALUE 0.

      ******************************************************************
      * INSTANCIAS DE GRUPO PLEGADAS DESDE LA PISTA (LOTE + DIVISION
      * + GRUPO), EN EL ORDEN EN QUE SE VEN, COMO EN VERIFICA.
      ******************************************************************
       01 GI-COUNT               PIC 9(4) VALUE 0.
       01 GRUPOS-INSTANCIA-TBL.
           05 GI-ENT OCCURS 2000 TIMES.
              10 GI-LOTE-FECHA   PIC 9(8).
              10 GI-LOTE-NUMERO  PIC 9(4).
              10 GI-DIVISION     PIC X(2).
              10 GI-GRUPO        PIC 9(3).
              10 GI-P1           PIC X(4).
              10 GI-P2           PIC X(4).
              10 GI-S1           PIC 9(3).
              10 GI-S2           PIC 9(3).
       01 INDICE-GI              PIC 9(4).
       01 GI-ACTUAL              PIC 9(4).

      ******************************************************************
      * DESCUENTOS POR SANCION (MARCA 'S'), QUE SE APLICAN CUANDO YA
      * ESTAN ABONADOS TODOS LOS GRUPOS.
      ******************************************************************
       01 SANC-COUNT             PIC 9(3) VALUE 0.
       01 SANCIONES-TBL.
           05 SANC-ENT OCCURS 500 TIMES.
              10 SANC-DIV        PIC X(2).
              10 SANC-ID         PIC X(4).
              10 SANC-PUNTOS     PIC 9(4).
       01 INDICE-SANC            PIC 9(3).

      ******************************************************************
      * LOTES REPRODUCIDOS Y LOTES QUE RETO6 DIO POR TERMINADOS.
      ******************************************************************
       01 LT-COUNT               PIC 9(3) VALUE 0.
       01 LOTES-TBL.
           05 LT-ENT OCCURS 300 TIMES.
              10 LT-FECHA        PIC 9(8).
              10 LT-NUMERO       PIC 9(4).
              10 LT-GRUPOS       PIC 9(4).
       01 INDICE-LT              PIC 9(3).
       01 LR-COUNT               PIC 9(4) VALUE 0.
       01 LOTES-REGISTRADOS-TBL.
           05 LR-ENT OCCURS 2000 TIMES.
              10 LR-FECHA        PIC 9(8).
              10 LR-NUMERO       PIC 9(4).
       01 INDICE-LR              PIC 9(4).
       01 LOTES-COMPLETOS        PIC 9(3) VALUE 0.
       01 LOTES-A-MEDIAS         PIC 9(3) VALUE 0.

      ******************************************************************
      * EMPAREJAMIENTOS DEL LIBRO, PARA DEDUCIR EL TORNEO DEL GRUPO.
      ******************************************************************
       01 FX-COUNT               PIC 9(4) VALUE 0.
       01 FIXTURES-TBL.
           05 FX-ENT OCCURS 3000 TIMES.
              10 FX-TORNEO       PIC X(8).
              10 FX-DIVISION     PIC X(2).
              10 FX-GRUPO        PIC 9(3).
              10 FX-P1           PIC X(4).
              10 FX-P2           PIC X(4).
       01 INDICE-FX              PIC 9(4).
       01 TORNEO-GRUPO           PIC X(8).
       01 TORNEOS-SIN-RESOLVER   PIC 9(4) VALUE 0.

      ******************************************************************
      * CLASIFICACION POR DIVISION EN MEMORIA.
      ******************************************************************
       01 STAND-COUNT            PIC 9(2) VALUE 0.
       01 STANDINGS-TBL.
           05 STAND-ENT OCCURS 10 TIMES.
              10 STD-DIV         PIC X(2).
              10 STD-W1          PIC 9(7).
              10 STD-W2          PIC 9(7).
              10 STD-T           PIC 9(7).
       01 INDICE-STD             PIC 9(2).

       01 GRUPOS-ABONADOS        PIC 9(5) VALUE 0.
       01 DESCUENTOS-APLICADOS   PIC 9(5) VALUE 0.
       01 DESCUENTOS-RECORTADOS  PIC 9(5) VALUE 0.
       01 DESCANSOS-ABONADOS     PIC 9(5) VALUE 0.
       01 TRASPASOS-REPRODUCIDOS PIC 9(5) VALUE 0.
       01 JUGADOR-ABONO          PIC X(4).
       01 DIVISION-ABONO         PIC X(2).
       01 GANADOR-GRUPO          PIC X(4).
       01 PSTAT-FOUND-SW         PIC X(1).
           88 PSTAT-EXISTE                VALUE 'Y'.
       01 H2H-FOUND-SW           PIC X(1).
           88 H2H-EXISTE                  VALUE 'Y'.
       01 H2H-SWAP-SW            PIC X(1) VALUE 'N'.
           88 H2H-INVERTIDA               VALUE 'Y'.

      ******************************************************************
      * TOTALES DEL REGISTRO QUE UN TRASPASO CIERRA EN LA DIVISION DE
      * ORIGEN, COMO LOS GUARDA TRASPASO.
      ******************************************************************
       01 ORIGEN-HALLADO-SW      PIC X(1).
           88 ORIGEN-HALLADO              VALUE 'Y'.
       01 ORI-WINS               PIC 9(7).
       01 ORI-LOSSES             PIC 9(7).
       01 ORI-TIES               PIC 9(7).
       01 ORI-PUNTOS             PIC 9(7).

      ******************************************************************
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LA EDAD DE UNA
      * IMAGEN, COMO EN ARCHIVA.
      ******************************************************************
       01 FECHA-TRABAJO          PIC 9(8).
       01 FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
           05 FT-ANO             PIC 9(4).
           05 FT-MES             PIC 9(2).
           05 FT-DIA             PIC 9(2).
       01 DIAS-CORRIDOS          PIC 9(7).
       01 DIAS-HOY               PIC 9(7).
       01 EDAD-DIAS              PIC S9(7).
       01 ANO-AJUSTADO           PIC 9(4).

       01 LINEA-ACUMULADOR-RPT.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-ACU-NOMBRE     PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-ACU-IMAGEN     PIC X(22).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-ACU-REGISTROS  PIC Z(6)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-ACU-NOTA       PIC X(34).

       01 LINEA-LOTE-RPT.
           05 FILLER             PIC X(7)  VALUE '  LOTE '.
           05 RPT-LOTE-FECHA     PIC 9(8).
           05 FILLER             PIC X(1)  VALUE '/'.
           05 RPT-LOTE-NUMERO    PIC 9(4).
           05 FILLER             PIC X(9)  VALUE '  GRUPOS '.
           05 RPT-LOTE-GRUPOS    PIC Z(3)9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RPT-LOTE-ESTADO    PIC X(45).

       01 LINEA-STAND-RPT.
           05 FILLER             PIC X(11) VALUE '  DIVISION '.
           05 RPT-DIVISION       PIC X(2).
           05 FILLER             PIC X(10) VALUE ': P1 GANA '.
           05 RPT-W1             PIC Z(6)9.
           05 FILLER             PIC X(9)  VALUE ' P2 GANA '.
           05 RPT-W2             PIC Z(6)9.
           05 FILLER             PIC X(9)  VALUE ' EMPATES '.
           05 RPT-T              PIC Z(6)9.
           05 FILLER             PIC X(18) VALUE SPACES.

       01 LINEA-TOTAL-RPT.
           05 RPT-TOTAL-TEXTO    PIC X(40).
           05 RPT-TOTAL-VALOR    PIC Z(6)9.
           05 FILLER             PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM LEER-TARJETA-CONTROL
            PERFORM RESOLVER-FECHA-PROCESO
            MOVE FECHA-PROCESO TO FECHA-TRABAJO
            PERFORM FECHA-A-DIAS
            MOVE DIAS-CORRIDOS TO DIAS-HOY
            PERFORM CARGAR-CATALOGO
            PERFORM ABRIR-INFORME
            IF MODO-RECUPERACION
                PERFORM RECUPERAR-ACUMULADORES
            ELSE
                PERFORM COPIAR-ACUMULADORES
            END-IF
            CLOSE PRINT-FILE
            MOVE CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL. SIN TARJETA SE TOMA LA IMAGEN
      * PREVIA AL LOTE, QUE ES LO QUE LANZA EL PLAN CADA NOCHE.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            OPEN INPUT CONTROL-CARD-FILE
            IF RESPCTL-FILE-STATUS = '00'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF RESP-RECUPERACION
                            MOVE 'R' TO MODO-PROCESO
                        END-IF
                        IF RESP-FECHA-IMAGEN IS NUMERIC
                            MOVE RESP-FECHA-IMAGEN TO FECHA-IMAGEN
                        END-IF
                        IF RESP-RETENCION IS NUMERIC
                            AND RESP-RETENCION > 0
                            MOVE RESP-RETENCION TO RETENCION-DIAS
                        END-IF
                END-READ
            END-IF
            IF RESPCTL-FILE-STATUS = '00'
                OR RESPCTL-FILE-STATUS = '05'
                CLOSE CONTROL-CARD-FILE
            END-IF.

      ******************************************************************
      * RESUELVE LA FECHA DE NEGOCIO CONTRA EL CALENDARIO DE PROCESO,
      * IGUAL QUE RESOLVE-PROCESS-DATE EN RETO6: ANTES DE LA HORA DE
      * CORTE LA EJECUCION PERTENECE A LA ULTIMA FECHA DE PROCESO
      * ANTERIOR, QUE ES LA QUE SELLA AUD-FECHA EN LA PISTA.
      ******************************************************************
       RESOLVER-FECHA-PROCESO.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            ACCEPT HORA-ARRANQUE FROM TIME
            PERFORM CARGAR-CALENDARIO
            IF CAL-COUNT > 0
                AND HORA-ARRANQUE-HH < HORA-CORTE
                PERFORM TOMAR-FECHA-ANTERIOR
            END-IF.

       CARGAR-CALENDARIO.

            OPEN INPUT CALENDAR-PARM-FILE
            IF CALCTL-FILE-STATUS = '00'
                OR CALCTL-FILE-STATUS = '05'
                READ CALENDAR-PARM-FILE
                    NOT AT END
                        IF CALCTL-HORA-CORTE IS NUMERIC
                            AND CALCTL-HORA-CORTE < 24
                            MOVE CALCTL-HORA-CORTE TO HORA-CORTE
                        END-IF
                END-READ
                CLOSE CALENDAR-PARM-FILE
            END-IF
            OPEN INPUT CALENDAR-FILE
            IF CALEND-FILE-STATUS = '00'
                OR CALEND-FILE-STATUS = '05'
                PERFORM LEER-CALENDARIO
                PERFORM ANOTAR-CALENDARIO UNTIL CALEND-EOF
                CLOSE CALENDAR-FILE
            END-IF.

       LEER-CALENDARIO.

            READ CALENDAR-FILE
                AT END MOVE 'Y' TO CALEND-EOF-SW
            END-READ.

       ANOTAR-CALENDARIO.

            IF CAL-COUNT = 400
                DISPLAY 'AVISO: CALENDARIO DE PROCESO LLENO, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO CAL-COUNT
                MOVE CAL-FECHA TO CAL-T-FECHA(CAL-COUNT)
                MOVE CAL-TIPO TO CAL-T-TIPO(CAL-COUNT)
            END-IF
            PERFORM LEER-CALENDARIO.

       TOMAR-FECHA-ANTERIOR.

            MOVE 0 TO FECHA-NEGOCIO
            PERFORM VARYING INDICE-CAL FROM 1 BY 1
                UNTIL INDICE-CAL > CAL-COUNT
                IF CAL-T-TIPO(INDICE-CAL) = 'P'
                    AND CAL-T-FECHA(INDICE-CAL) < FECHA-PROCESO
                    AND CAL-T-FECHA(INDICE-CAL) > FECHA-NEGOCIO
                    MOVE CAL-T-FECHA(INDICE-CAL) TO FECHA-NEGOCIO
                END-IF
            END-PERFORM
            IF FECHA-NEGOCIO > 0
                MOVE FECHA-NEGOCIO TO FECHA-PROCESO
            END-IF.

      ******************************************************************
      * CARGA EL CATALOGO DE GENERACIONES. OPCIONAL: EN LA PRIMERA
      * PASADA NO EXISTE TODAVIA.
      ******************************************************************
       CARGAR-CATALOGO.

            OPEN INPUT CATALOG-FILE
            IF ARCHCAT-FILE-STATUS = '00'
                OR ARCHCAT-FILE-STATUS = '05'
                PERFORM LEER-CATALOGO
                PERFORM ANOTAR-CATALOGO UNTIL CATALOGO-EOF
                CLOSE CATALOG-FILE
            END-IF.

       LEER-CATALOGO.

            READ CATALOG-FILE
                AT END MOVE 'Y' TO CATALOGO-EOF-SW
            END-READ.

       ANOTAR-CATALOGO.

            IF CATALOGO-COUNT = 500
                DISPLAY 'AVISO: DEMASIADAS GENERACIONES '
                    'CATALOGADAS, SE TRUNCA'
            ELSE
                ADD 1 TO CATALOGO-COUNT
                MOVE CAT-NOMBRE TO CATENT-NOMBRE(CATALOGO-COUNT)
                MOVE CAT-FECHA TO CATENT-FECHA(CATALOGO-COUNT)
                MOVE CAT-FICHERO TO CATENT-FICHERO(CATALOGO-COUNT)
                MOVE 'N' TO CATENT-BORRAR(CATALOGO-COUNT)
            END-IF
            PERFORM LEER-CATALOGO.

       ABRIR-INFORME.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE RESPALDO'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            IF MODO-RECUPERACION
                MOVE 'RECUPERACION DE ACUMULADORES DESDE IMAGEN'
                    TO LINEA-IMPRESION
            ELSE
                MOVE 'IMAGEN DE ACUMULADORES PREVIA AL LOTE'
                    TO LINEA-IMPRESION
            END-IF
            MOVE 'FECHA DE PROCESO ' TO LINEA-IMPRESION(50:17)
            MOVE FECHA-PROCESO TO LINEA-IMPRESION(67:8)
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * COMPONE EN NOMBRE-IMAGEN EL NOMBRE FISICO DE LA IMAGEN DEL
      * ACUMULADOR INDICE-ACU PARA LA FECHA FECHA-TRABAJO.
      ******************************************************************
       COMPONER-NOMBRE-IMAGEN.

            MOVE SPACES TO NOMBRE-IMAGEN
            STRING ACU-NOMBRE(INDICE-ACU) DELIMITED BY SPACE
                '.I' DELIMITED BY SIZE
                FECHA-TRABAJO DELIMITED BY SIZE
                INTO NOMBRE-IMAGEN.

      ******************************************************************
      * BUSCA EN EL CATALOGO LA IMAGEN DEL ACUMULADOR INDICE-ACU DE
      * FECHA FECHA-TRABAJO. LAS GENERACIONES DE ARCHIVA DEL MISMO
      * FICHERO NO CUENTAN: SU NOMBRE FISICO ES OTRO. DEJA
      * INDICE-HALLADO A CERO SI NO ESTA.
      ******************************************************************
       BUSCAR-IMAGEN.

            PERFORM COMPONER-NOMBRE-IMAGEN
            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > CATALOGO-COUNT
                IF CATENT-NOMBRE(INDICE) = ACU-NOMBRE(INDICE-ACU)
                    AND CATENT-FECHA(INDICE) = FECHA-TRABAJO
                    AND CATENT-FICHERO(INDICE) = NOMBRE-IMAGEN
                    AND CATENT-BORRAR(INDICE) NOT = 'Y'
                    MOVE INDICE TO INDICE-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * MODO 'C': IMAGEN DE LOS CUATRO ACUMULADORES ANTES DEL LOTE.
      ******************************************************************
       COPIAR-ACUMULADORES.

            MOVE FECHA-PROCESO TO FECHA-TRABAJO
            PERFORM VARYING INDICE-ACU FROM 1 BY 1
                UNTIL INDICE-ACU > 4
                MOVE 0 TO ACU-REGISTROS(INDICE-ACU)
                PERFORM BUSCAR-IMAGEN
                MOVE NOMBRE-IMAGEN TO ACU-IMAGEN(INDICE-ACU)
                IF INDICE-HALLADO > 0
                    MOVE 'Y' TO ACU-YA-HECHA(INDICE-ACU)
                ELSE
                    MOVE 'N' TO ACU-YA-HECHA(INDICE-ACU)
                END-IF
            END-PERFORM
            PERFORM COMPROBAR-PISTA-DE-HOY
            IF NOT RESPALDO-RECHAZADO
                PERFORM COPIAR-UN-ACUMULADOR
                    VARYING INDICE-ACU FROM 1 BY 1
                    UNTIL INDICE-ACU > 4
                PERFORM PURGAR-IMAGENES
                PERFORM GRABAR-CATALOGO
            END-IF
            PERFORM IMPRIMIR-ACUMULADORES
            MOVE 'IMAGENES NUEVAS' TO RPT-TOTAL-TEXTO
            MOVE IMAGENES-NUEVAS TO RPT-TOTAL-VALOR
            MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'IMAGENES PURGADAS' TO RPT-TOTAL-TEXTO
            MOVE IMAGENES-PURGADAS TO RPT-TOTAL-VALOR
            MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            IF RESPALDO-RECHAZADO
                MOVE 8 TO CODIGO-RETORNO
                MOVE 'RESPALDO RECHAZADO: LA PISTA YA TIENE LINEAS '
                    TO LINEA-IMPRESION
                MOVE 'DE LA FECHA' TO LINEA-IMPRESION(47:11)
                WRITE LINEA-IMPRESION
                MOVE 'DE PROCESO; LA IMAGEN NO SERIA PREVIA AL LOTE.'
                    TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            DISPLAY 'RESPALDO -- IMAGENES NUEVAS: ' IMAGENES-NUEVAS
                ' PURGADAS: ' IMAGENES-PURGADAS
                ' RC: ' CODIGO-RETORNO.

      ******************************************************************
      * SI LA PISTA VIGENTE YA TIENE LINEAS DE LA FECHA DE PROCESO,
      * RETO6 YA HA ABONADO ALGO ESTA NOCHE Y LA IMAGEN NO SERVIRIA
      * PARA RECUPERAR. SI LAS CUATRO IMAGENES DE HOY YA ESTABAN
      * HECHAS (REPASADA DEL PLAN) NO HAY NADA QUE COMPROBAR.
      ******************************************************************
       COMPROBAR-PISTA-DE-HOY.

            MOVE 'N' TO RESPALDO-RECHAZADO-SW
            IF ACU-YA-HECHA(1) = 'Y' AND ACU-YA-HECHA(2) = 'Y'
                AND ACU-YA-HECHA(3) = 'Y' AND ACU-YA-HECHA(4) = 'Y'
                CONTINUE
            ELSE
                MOVE SPACES TO NOMBRE-PISTA
                MOVE 'AUDITOUT' TO NOMBRE-PISTA
                OPEN INPUT AUDIT-FILE
                IF AUDIT-FILE-STATUS = '00'
                    MOVE 'N' TO AUDIT-EOF-SW
                    PERFORM LEER-AUDITORIA
                    PERFORM BUSCAR-LINEA-DE-HOY
                        UNTIL AUDIT-EOF OR RESPALDO-RECHAZADO
                END-IF
                IF AUDIT-FILE-STATUS = '00'
                    OR AUDIT-FILE-STATUS = '05'
                    OR AUDIT-FILE-STATUS = '10'
                    CLOSE AUDIT-FILE
                END-IF
            END-IF.

       BUSCAR-LINEA-DE-HOY.

            IF AUD-FECHA = FECHA-PROCESO
                MOVE 'Y' TO RESPALDO-RECHAZADO-SW
            ELSE
                PERFORM LEER-AUDITORIA
            END-IF.

       LEER-AUDITORIA.

            READ AUDIT-FILE
                AT END MOVE 'Y' TO AUDIT-EOF-SW
            END-READ.

      ******************************************************************
      * DESCARGA UN ACUMULADOR A SU IMAGEN DE HOY, SALVO QUE YA
      * ESTUVIERA HECHA: LA PRIMERA ES LA VERDADERA IMAGEN PREVIA.
      * UN ACUMULADOR QUE NO EXISTE DEJA UNA IMAGEN VACIA, QUE ES
      * LO QUE HABRIA QUE RESTAURAR.
      ******************************************************************
       COPIAR-UN-ACUMULADOR.

            IF ACU-YA-HECHA(INDICE-ACU) NOT = 'Y'
                MOVE ACU-IMAGEN(INDICE-ACU) TO NOMBRE-IMAGEN
                OPEN OUTPUT IMAGE-FILE
                IF IMAGEN-FILE-STATUS NOT = '00'
                    DISPLAY 'NO SE PUDO ABRIR LA IMAGEN '
                        NOMBRE-IMAGEN
                    MOVE 8 TO CODIGO-RETORNO
                ELSE
                    EVALUATE INDICE-ACU
                        WHEN 1 PERFORM DESCARGAR-PSTAT
                        WHEN 2 PERFORM DESCARGAR-H2H
                        WHEN 3 PERFORM DESCARGAR-GANADORES
                        WHEN 4 PERFORM DESCARGAR-CLASIFICACION
                    END-EVALUATE
                    CLOSE IMAGE-FILE
                    PERFORM APUNTAR-IMAGEN
                END-IF
            END-IF.

       DESCARGAR-PSTAT.

            OPEN INPUT PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS = '00'
                MOVE 'N' TO ACUMULADOR-EOF-SW
                MOVE 34 TO LONGITUD-IMAGEN
                PERFORM LEER-PSTAT-SIGUIENTE
                PERFORM DESCARGAR-UN-PSTAT UNTIL ACUMULADOR-EOF
            END-IF
            IF PSTAT-FILE-STATUS = '00'
                OR PSTAT-FILE-STATUS = '05'
                OR PSTAT-FILE-STATUS = '10'
                CLOSE PLAYER-STATS-FILE
            END-IF.

       LEER-PSTAT-SIGUIENTE.

            READ PLAYER-STATS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ACUMULADOR-EOF-SW
            END-READ.

       DESCARGAR-UN-PSTAT.

            MOVE PSTAT-RECORD TO REGISTRO-IMAGEN
            WRITE REGISTRO-IMAGEN
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-PSTAT-SIGUIENTE.

       DESCARGAR-H2H.

            OPEN INPUT HEAD-TO-HEAD-FILE
            IF H2H-FILE-STATUS = '00'
                MOVE 'N' TO ACUMULADOR-EOF-SW
                MOVE 23 TO LONGITUD-IMAGEN
                PERFORM LEER-H2H-SIGUIENTE
                PERFORM DESCARGAR-UN-H2H UNTIL ACUMULADOR-EOF
            END-IF
            IF H2H-FILE-STATUS = '00'
                OR H2H-FILE-STATUS = '05'
                OR H2H-FILE-STATUS = '10'
                CLOSE HEAD-TO-HEAD-FILE
            END-IF.

       LEER-H2H-SIGUIENTE.

            READ HEAD-TO-HEAD-FILE NEXT RECORD
                AT END MOVE 'Y' TO ACUMULADOR-EOF-SW
            END-READ.

       DESCARGAR-UN-H2H.

            MOVE H2H-RECORD TO REGISTRO-IMAGEN
            WRITE REGISTRO-IMAGEN
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-H2H-SIGUIENTE.

       DESCARGAR-GANADORES.

            OPEN INPUT GROUP-WINNERS-FILE
            IF GROUPWIN-FILE-STATUS = '00'
                MOVE 'N' TO ACUMULADOR-EOF-SW
                MOVE 17 TO LONGITUD-IMAGEN
                PERFORM LEER-GANADOR-SIGUIENTE
                PERFORM DESCARGAR-UN-GANADOR UNTIL ACUMULADOR-EOF
            END-IF
            IF GROUPWIN-FILE-STATUS = '00'
                OR GROUPWIN-FILE-STATUS = '05'
                OR GROUPWIN-FILE-STATUS = '10'
                CLOSE GROUP-WINNERS-FILE
            END-IF.

       LEER-GANADOR-SIGUIENTE.

            READ GROUP-WINNERS-FILE NEXT RECORD
                AT END MOVE 'Y' TO ACUMULADOR-EOF-SW
            END-READ.

       DESCARGAR-UN-GANADOR.

            MOVE GROUPWIN-RECORD TO REGISTRO-IMAGEN
            WRITE REGISTRO-IMAGEN
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-GANADOR-SIGUIENTE.

       DESCARGAR-CLASIFICACION.

            OPEN INPUT STANDINGS-FILE
            IF STAND-FILE-STATUS = '00'
                MOVE 'N' TO ACUMULADOR-EOF-SW
                MOVE 23 TO LONGITUD-IMAGEN
                PERFORM LEER-STAND-SIGUIENTE
                PERFORM DESCARGAR-UN-STAND UNTIL ACUMULADOR-EOF
            END-IF
            IF STAND-FILE-STATUS = '00'
                OR STAND-FILE-STATUS = '05'
                OR STAND-FILE-STATUS = '10'
                CLOSE STANDINGS-FILE
            END-IF.

       LEER-STAND-SIGUIENTE.

            READ STANDINGS-FILE
                AT END MOVE 'Y' TO ACUMULADOR-EOF-SW
            END-READ.

       DESCARGAR-UN-STAND.

            MOVE STANDINGS-RECORD TO REGISTRO-IMAGEN
            WRITE REGISTRO-IMAGEN
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-STAND-SIGUIENTE.

      ******************************************************************
      * APUNTA LA IMAGEN RECIEN HECHA EN EL CATALOGO EN MEMORIA.
      ******************************************************************
       APUNTAR-IMAGEN.

            IF CATALOGO-COUNT = 500
                DISPLAY 'AVISO: CATALOGO LLENO, LA IMAGEN '
                    NOMBRE-IMAGEN ' QUEDA SIN CATALOGAR'
                MOVE 8 TO CODIGO-RETORNO
            ELSE
                ADD 1 TO CATALOGO-COUNT
                MOVE ACU-NOMBRE(INDICE-ACU)
                    TO CATENT-NOMBRE(CATALOGO-COUNT)
                MOVE FECHA-PROCESO TO CATENT-FECHA(CATALOGO-COUNT)
                MOVE NOMBRE-IMAGEN TO CATENT-FICHERO(CATALOGO-COUNT)
                MOVE 'N' TO CATENT-BORRAR(CATALOGO-COUNT)
                ADD 1 TO IMAGENES-NUEVAS
            END-IF.

      ******************************************************************
      * PURGA LAS IMAGENES PROPIAS MAS VIEJAS QUE LA RETENCION: SE
      * BORRAN DEL DISCO Y SALEN DEL CATALOGO. LAS GENERACIONES DE
      * ARCHIVA LAS PURGA ARCHIVA.
      ******************************************************************
       PURGAR-IMAGENES.

            PERFORM PURGAR-UNA-IMAGEN
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > CATALOGO-COUNT.

       PURGAR-UNA-IMAGEN.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-ACU FROM 1 BY 1
                UNTIL INDICE-ACU > 4
                IF CATENT-NOMBRE(INDICE) = ACU-NOMBRE(INDICE-ACU)
                    MOVE CATENT-FECHA(INDICE) TO FECHA-TRABAJO
                    PERFORM COMPONER-NOMBRE-IMAGEN
                    IF CATENT-FICHERO(INDICE) = NOMBRE-IMAGEN
                        MOVE INDICE-ACU TO INDICE-HALLADO
                    END-IF
                END-IF
            END-PERFORM
            IF INDICE-HALLADO > 0
                MOVE CATENT-FECHA(INDICE) TO FECHA-TRABAJO
                PERFORM FECHA-A-DIAS
                COMPUTE EDAD-DIAS = DIAS-HOY - DIAS-CORRIDOS
                IF EDAD-DIAS > RETENCION-DIAS
                    CALL 'CBL_DELETE_FILE'
                        USING CATENT-FICHERO(INDICE)
                    MOVE 'Y' TO CATENT-BORRAR(INDICE)
                    ADD 1 TO IMAGENES-PURGADAS
                END-IF
            END-IF.

      ******************************************************************
      * REGRABA EL CATALOGO, CON LAS ENTRADAS DE ARCHIVA INTACTAS.
      ******************************************************************
       GRABAR-CATALOGO.

            OPEN OUTPUT CATALOG-FILE
            IF ARCHCAT-FILE-STATUS NOT = '00'
                AND ARCHCAT-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO REGRABAR EL CATALOGO'
                MOVE 8 TO CODIGO-RETORNO
            ELSE
                PERFORM GRABAR-ENTRADA-CATALOGO
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > CATALOGO-COUNT
                CLOSE CATALOG-FILE
            END-IF.

       GRABAR-ENTRADA-CATALOGO.

            IF CATENT-BORRAR(INDICE) NOT = 'Y'
                MOVE CATENT-NOMBRE(INDICE) TO CAT-NOMBRE
                MOVE CATENT-FECHA(INDICE) TO CAT-FECHA
                MOVE CATENT-FICHERO(INDICE) TO CAT-FICHERO
                WRITE CATALOGO-RECORD
            END-IF.

       IMPRIMIR-ACUMULADORES.

            MOVE '  FICHERO      IMAGEN                 REGISTROS'
                TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM IMPRIMIR-UN-ACUMULADOR
                VARYING INDICE-ACU FROM 1 BY 1
                UNTIL INDICE-ACU > 4
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       IMPRIMIR-UN-ACUMULADOR.

            MOVE ACU-NOMBRE(INDICE-ACU) TO RPT-ACU-NOMBRE
            MOVE ACU-IMAGEN(INDICE-ACU) TO RPT-ACU-IMAGEN
            MOVE ACU-REGISTROS(INDICE-ACU) TO RPT-ACU-REGISTROS
            EVALUATE TRUE
                WHEN MODO-RECUPERACION
                    MOVE 'RESTAURADO' TO RPT-ACU-NOTA
                WHEN RESPALDO-RECHAZADO
                    MOVE 'NO SE HIZO' TO RPT-ACU-NOTA
                WHEN ACU-YA-HECHA(INDICE-ACU) = 'Y'
                    MOVE 'YA EXISTIA, SE CONSERVA LA PRIMERA'
                        TO RPT-ACU-NOTA
                WHEN OTHER
                    MOVE 'COPIADO' TO RPT-ACU-NOTA
            END-EVALUATE
            MOVE LINEA-ACUMULADOR-RPT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * MODO 'R': RESTAURA LA IMAGEN Y REPRODUCE LA PISTA ENCIMA.
      ******************************************************************
       RECUPERAR-ACUMULADORES.

            PERFORM DETERMINAR-FECHA-IMAGEN
            IF CODIGO-RETORNO = 0
                PERFORM CARGAR-PARAMETROS
                PERFORM CARGAR-LOTES-REGISTRADOS
                PERFORM CARGAR-EMPAREJAMIENTOS
                PERFORM RESTAURAR-UN-ACUMULADOR
                    VARYING INDICE-ACU FROM 1 BY 1
                    UNTIL INDICE-ACU > 4
                PERFORM IMPRIMIR-ACUMULADORES
                PERFORM RECOGER-GENERACIONES
                PERFORM REPRODUCIR-GENERACION
                    VARYING INDICE-GEN FROM 1 BY 1
                    UNTIL INDICE-GEN > GEN-COUNT
                PERFORM ABRIR-ACUMULADORES
                PERFORM ABONAR-GRUPO
                    VARYING INDICE-GI FROM 1 BY 1
                    UNTIL INDICE-GI > GI-COUNT
                PERFORM REPRODUCIR-DESCANSOS
                PERFORM APLICAR-DESCUENTO
                    VARYING INDICE-SANC FROM 1 BY 1
                    UNTIL INDICE-SANC > SANC-COUNT
                PERFORM REPRODUCIR-TRASPASOS
                PERFORM CERRAR-ACUMULADORES
                PERFORM GRABAR-CLASIFICACION
                PERFORM IMPRIMIR-LOTES
                PERFORM IMPRIMIR-CLASIFICACION
                PERFORM IMPRIMIR-TOTALES
                IF TORNEOS-SIN-RESOLVER > 0
                    OR DESCUENTOS-RECORTADOS > 0
                    MOVE 4 TO CODIGO-RETORNO
                END-IF
            END-IF
            DISPLAY 'RECUPERACION -- IMAGEN: ' FECHA-IMAGEN
                ' GRUPOS: ' GRUPOS-ABONADOS
                ' DESCUENTOS: ' DESCUENTOS-APLICADOS
                ' DESCANSOS: ' DESCANSOS-ABONADOS
                ' TRASPASOS: ' TRASPASOS-REPRODUCIDOS
                ' RC: ' CODIGO-RETORNO.

      ******************************************************************
      * LA IMAGEN A RESTAURAR ES LA DE LA TARJETA O, SIN FECHA, LA
      * MAS RECIENTE DE PSTATFILE. LOS CUATRO ACUMULADORES TIENEN QUE
      * TENER IMAGEN DE ESA FECHA; SI FALTA ALGUNA NO SE TOCA NADA.
      ******************************************************************
       DETERMINAR-FECHA-IMAGEN.

            IF FECHA-IMAGEN = 0
                MOVE 1 TO INDICE-ACU
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > CATALOGO-COUNT
                    IF CATENT-NOMBRE(INDICE) = ACU-NOMBRE(1)
                        AND CATENT-FECHA(INDICE) > FECHA-IMAGEN
                        AND CATENT-FECHA(INDICE) NOT > FECHA-PROCESO
                        MOVE CATENT-FECHA(INDICE) TO FECHA-TRABAJO
                        PERFORM COMPONER-NOMBRE-IMAGEN
                        IF CATENT-FICHERO(INDICE) = NOMBRE-IMAGEN
                            MOVE CATENT-FECHA(INDICE) TO FECHA-IMAGEN
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            IF FECHA-IMAGEN = 0
                MOVE 'NO HAY NINGUNA IMAGEN CATALOGADA: NO SE '
                    TO LINEA-IMPRESION
                MOVE 'RECUPERA NADA' TO LINEA-IMPRESION(41:13)
                WRITE LINEA-IMPRESION
                MOVE 8 TO CODIGO-RETORNO
            ELSE
                MOVE SPACES TO LINEA-IMPRESION
                MOVE 'IMAGEN A RESTAURAR DEL ' TO LINEA-IMPRESION
                MOVE FECHA-IMAGEN TO LINEA-IMPRESION(24:8)
                WRITE LINEA-IMPRESION
                MOVE FECHA-IMAGEN TO FECHA-TRABAJO
                PERFORM COMPROBAR-UNA-IMAGEN
                    VARYING INDICE-ACU FROM 1 BY 1
                    UNTIL INDICE-ACU > 4
            END-IF.

       COMPROBAR-UNA-IMAGEN.

            PERFORM BUSCAR-IMAGEN
            MOVE NOMBRE-IMAGEN TO ACU-IMAGEN(INDICE-ACU)
            MOVE 0 TO ACU-REGISTROS(INDICE-ACU)
            IF INDICE-HALLADO = 0
                MOVE SPACES TO LINEA-IMPRESION
                STRING 'FALTA LA IMAGEN ' DELIMITED BY SIZE
                    NOMBRE-IMAGEN DELIMITED BY SPACE
                    ' EN EL CATALOGO: NO SE RESTAURA NADA'
                    DELIMITED BY SIZE
                    INTO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE 8 TO CODIGO-RETORNO
            END-IF.

      ******************************************************************
      * CARGA EL BAREMO DE PUNTOS DE PARMIN, COMO HACE RETO6.
      ******************************************************************
       CARGAR-PARAMETROS.

            OPEN INPUT PARM-FILE
            IF PARM-FILE-STATUS = '00'
                OR PARM-FILE-STATUS = '05'
                READ PARM-FILE
                    NOT AT END
                        IF PARM-PUNTOS-VICTORIA IS NUMERIC
                            MOVE PARM-PUNTOS-VICTORIA
                                TO PUNTOS-VICTORIA
                        END-IF
                        IF PARM-PUNTOS-EMPATE IS NUMERIC
                            MOVE PARM-PUNTOS-EMPATE TO PUNTOS-EMPATE
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

      ******************************************************************
      * LOTES QUE RETO6 APUNTO COMO TERMINADOS EN LOTESREG.
      ******************************************************************
       CARGAR-LOTES-REGISTRADOS.

            OPEN INPUT BATCH-REGISTER-FILE
            IF LOTESREG-FILE-STATUS = '00'
                OR LOTESREG-FILE-STATUS = '05'
                PERFORM LEER-LOTESREG
                PERFORM ANOTAR-LOTESREG UNTIL LOTESREG-EOF
                CLOSE BATCH-REGISTER-FILE
            END-IF.

       LEER-LOTESREG.

            READ BATCH-REGISTER-FILE
                AT END MOVE 'Y' TO LOTESREG-EOF-SW
            END-READ.

       ANOTAR-LOTESREG.

            IF LOTEREG-PROGRAMA = 'RETO6'
                AND LOTEREG-FECHA NOT < FECHA-IMAGEN
                IF LR-COUNT = 2000
                    DISPLAY 'AVISO: DEMASIADOS LOTES REGISTRADOS, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO LR-COUNT
                    MOVE LOTEREG-FECHA TO LR-FECHA(LR-COUNT)
                    MOVE LOTEREG-NUMERO TO LR-NUMERO(LR-COUNT)
                END-IF
            END-IF
            PERFORM LEER-LOTESREG.

      ******************************************************************
      * CARGA EL LIBRO DE EMPAREJAMIENTOS PARA DEDUCIR EL TORNEO DE
      * CADA GRUPO. OPCIONAL: SIN LIBRO EL TORNEO QUEDA EN BLANCO.
      ******************************************************************
       CARGAR-EMPAREJAMIENTOS.

            OPEN INPUT FIXTURE-FILE
            IF FIXLEDG-FILE-STATUS = '00'
                OR FIXLEDG-FILE-STATUS = '05'
                PERFORM LEER-FIXLEDG
                PERFORM ANOTAR-FIXLEDG UNTIL FIXLEDG-EOF
                CLOSE FIXTURE-FILE
            END-IF.

       LEER-FIXLEDG.

            READ FIXTURE-FILE
                AT END MOVE 'Y' TO FIXLEDG-EOF-SW
            END-READ.

       ANOTAR-FIXLEDG.

            IF FX-COUNT = 3000
                DISPLAY 'AVISO: LIBRO DE EMPAREJAMIENTOS LLENO, SE '
                    'TRUNCA'
            ELSE
                ADD 1 TO FX-COUNT
                MOVE FIX-TORNEO TO FX-TORNEO(FX-COUNT)
                MOVE FIX-DIVISION TO FX-DIVISION(FX-COUNT)
                MOVE FIX-GRUPO TO FX-GRUPO(FX-COUNT)
                MOVE FIX-PLAYER-P1 TO FX-P1(FX-COUNT)
                MOVE FIX-PLAYER-P2 TO FX-P2(FX-COUNT)
            END-IF
            PERFORM LEER-FIXLEDG.

      ******************************************************************
      * VUELCA LA IMAGEN DE UN ACUMULADOR: LOS INDEXADOS SE CREAN DE
      * NUEVO Y SE CARGAN, LA CLASIFICACION SE CARGA EN MEMORIA Y SE
      * REGRABA AL FINAL CON LO REPRODUCIDO.
      ******************************************************************
       RESTAURAR-UN-ACUMULADOR.

            MOVE ACU-IMAGEN(INDICE-ACU) TO NOMBRE-IMAGEN
            OPEN INPUT IMAGE-FILE
            IF IMAGEN-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA IMAGEN ' NOMBRE-IMAGEN
                    ', SE DETIENE LA RECUPERACION'
                CLOSE PRINT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'N' TO IMAGEN-EOF-SW
            EVALUATE INDICE-ACU
                WHEN 1
                    OPEN OUTPUT PLAYER-STATS-FILE
                    PERFORM LEER-IMAGEN
                    PERFORM CARGAR-UN-PSTAT UNTIL IMAGEN-EOF
                    CLOSE PLAYER-STATS-FILE
                WHEN 2
                    OPEN OUTPUT HEAD-TO-HEAD-FILE
                    PERFORM LEER-IMAGEN
                    PERFORM CARGAR-UN-H2H UNTIL IMAGEN-EOF
                    CLOSE HEAD-TO-HEAD-FILE
                WHEN 3
                    OPEN OUTPUT GROUP-WINNERS-FILE
                    PERFORM LEER-IMAGEN
                    PERFORM CARGAR-UN-GANADOR UNTIL IMAGEN-EOF
                    CLOSE GROUP-WINNERS-FILE
                WHEN 4
                    PERFORM LEER-IMAGEN
                    PERFORM CARGAR-UN-STAND UNTIL IMAGEN-EOF
            END-EVALUATE
            CLOSE IMAGE-FILE.

       LEER-IMAGEN.

            MOVE SPACES TO REGISTRO-IMAGEN
            READ IMAGE-FILE
                AT END MOVE 'Y' TO IMAGEN-EOF-SW
            END-READ.

       CARGAR-UN-PSTAT.

            MOVE REGISTRO-IMAGEN TO PSTAT-RECORD
            WRITE PSTAT-RECORD
                INVALID KEY
                    DISPLAY 'CLAVE DUPLICADA EN LA IMAGEN '
                        PSTAT-CLAVE
            END-WRITE
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-IMAGEN.

       CARGAR-UN-H2H.

            MOVE REGISTRO-IMAGEN TO H2H-RECORD
            WRITE H2H-RECORD
                INVALID KEY
                    DISPLAY 'CLAVE DUPLICADA EN LA IMAGEN '
                        H2H-PAREJA
            END-WRITE
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-IMAGEN.

       CARGAR-UN-GANADOR.

            MOVE REGISTRO-IMAGEN TO GROUPWIN-RECORD
            WRITE GROUPWIN-RECORD
                INVALID KEY
                    DISPLAY 'CLAVE DUPLICADA EN LA IMAGEN '
                        GW-CLAVE
            END-WRITE
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-IMAGEN.

       CARGAR-UN-STAND.

            MOVE REGISTRO-IMAGEN TO STANDINGS-RECORD
            IF STAND-COUNT = 10
                DISPLAY 'AVISO: DEMASIADAS DIVISIONES, SE TRUNCA'
            ELSE
                ADD 1 TO STAND-COUNT
                MOVE STAND-DIVISION TO STD-DIV(STAND-COUNT)
                MOVE STAND-WINS-P1 TO STD-W1(STAND-COUNT)
                MOVE STAND-WINS-P2 TO STD-W2(STAND-COUNT)
                MOVE STAND-TIES TO STD-T(STAND-COUNT)
            END-IF
            ADD 1 TO ACU-REGISTROS(INDICE-ACU)
            PERFORM LEER-IMAGEN.

      ******************************************************************
      * LAS GENERACIONES DE AUDITOUT ARCHIVADAS DESDE LA FECHA DE LA
      * IMAGEN Y, LA ULTIMA, LA PISTA VIGENTE. ARCHIVA SOLO APUNTA
      * NOCHES YA TERMINADAS, ASI QUE DE LA VIGENTE SE TOMAN SOLO
      * LAS FECHAS POSTERIORES A LA ULTIMA GENERACION (TRAS ARCHIVA
      * Y ANTES DEL LOTE SIGUIENTE, LA VIGENTE ES UNA COPIA DE ELLA).
      ******************************************************************
       RECOGER-GENERACIONES.

            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > CATALOGO-COUNT
                IF CATENT-NOMBRE(INDICE) = 'AUDITOUT'
                    AND CATENT-FECHA(INDICE) NOT < FECHA-IMAGEN
                    IF GEN-COUNT = 199
                        DISPLAY 'AVISO: DEMASIADAS GENERACIONES, SE '
                            'TRUNCA'
                    ELSE
                        ADD 1 TO GEN-COUNT
                        MOVE CATENT-FECHA(INDICE)
                            TO GEN-FECHA(GEN-COUNT)
                        MOVE CATENT-FICHERO(INDICE)
                            TO GEN-FICHERO(GEN-COUNT)
                        IF CATENT-FECHA(INDICE) > FECHA-CUBIERTA
                            MOVE CATENT-FECHA(INDICE)
                                TO FECHA-CUBIERTA
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            ADD 1 TO GEN-COUNT
            MOVE 99999999 TO GEN-FECHA(GEN-COUNT)
            MOVE 'AUDITOUT' TO GEN-FICHERO(GEN-COUNT).

       REPRODUCIR-GENERACION.

            MOVE SPACES TO NOMBRE-PISTA
            MOVE GEN-FICHERO(INDICE-GEN) TO NOMBRE-PISTA
            IF GEN-FECHA(INDICE-GEN) = 99999999
                MOVE 'Y' TO PISTA-VIGENTE-SW
            ELSE
                MOVE 'N' TO PISTA-VIGENTE-SW
            END-IF
            OPEN INPUT AUDIT-FILE
            IF AUDIT-FILE-STATUS = '00'
                MOVE 'N' TO AUDIT-EOF-SW
                PERFORM LEER-AUDITORIA
                PERFORM REPRODUCIR-LINEA UNTIL AUDIT-EOF
                CLOSE AUDIT-FILE
            ELSE
                IF AUDIT-FILE-STATUS = '05'
                    CLOSE AUDIT-FILE
                END-IF
                IF NOT PISTA-VIGENTE
                    DISPLAY 'AVISO: NO SE PUDO LEER ' NOMBRE-PISTA
                END-IF
            END-IF.

      ******************************************************************
      * PLIEGA UNA LINEA DE LA PISTA POSTERIOR A LA IMAGEN EN SU
      * INSTANCIA DE GRUPO. LAS TARDIAS Y ANULADAS NO PUNTUARON; LAS
      * DE SANCION SE ANOTAN APARTE, COMO EN VERIFICA.
      ******************************************************************
       REPRODUCIR-LINEA.

            ADD 1 TO LINEAS-LEIDAS
            IF AUD-FECHA < FECHA-IMAGEN
                OR (PISTA-VIGENTE AND AUD-FECHA NOT > FECHA-CUBIERTA)
                ADD 1 TO LINEAS-SALTADAS
            ELSE
                EVALUATE TRUE
                    WHEN AUD-MARCA-NORMAL
                        ADD 1 TO LINEAS-REPRODUCIDAS
                        PERFORM PLEGAR-PARTIDA
                    WHEN AUD-MARCA-SANCION
                        ADD 1 TO LINEAS-REPRODUCIDAS
                        PERFORM ANOTAR-DESCUENTO
                    WHEN OTHER
                        ADD 1 TO LINEAS-SALTADAS
                END-EVALUATE
            END-IF
            PERFORM LEER-AUDITORIA.

       ANOTAR-DESCUENTO.

            IF SANC-COUNT = 500
                DISPLAY 'SE ALCANZO EL MAXIMO DE DESCUENTOS, SE '
                    'DETIENE LA RECUPERACION'
                CLOSE PRINT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO SANC-COUNT
            MOVE AUD-DIVISION TO SANC-DIV(SANC-COUNT)
            MOVE AUD-PLAYER-P1 TO SANC-ID(SANC-COUNT)
            MOVE AUD-SANC-PUNTOS TO SANC-PUNTOS(SANC-COUNT).

       PLEGAR-PARTIDA.

            MOVE 0 TO GI-ACTUAL
            PERFORM VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
                IF GI-LOTE-FECHA(INDICE-GI) = AUD-LOTE-FECHA
                    AND GI-LOTE-NUMERO(INDICE-GI) = AUD-LOTE-NUMERO
                    AND GI-DIVISION(INDICE-GI) = AUD-DIVISION
                    AND GI-GRUPO(INDICE-GI) = AUD-GRUPO
                    MOVE INDICE-GI TO GI-ACTUAL
                END-IF
            END-PERFORM
            IF GI-ACTUAL = 0
                IF GI-COUNT = 2000
                    DISPLAY 'SE ALCANZO EL MAXIMO DE GRUPOS, SE '
                        'DETIENE LA RECUPERACION'
                    CLOSE PRINT-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO GI-COUNT
                MOVE GI-COUNT TO GI-ACTUAL
                MOVE AUD-LOTE-FECHA TO GI-LOTE-FECHA(GI-ACTUAL)
                MOVE AUD-LOTE-NUMERO TO GI-LOTE-NUMERO(GI-ACTUAL)
                MOVE AUD-DIVISION TO GI-DIVISION(GI-ACTUAL)
                MOVE AUD-GRUPO TO GI-GRUPO(GI-ACTUAL)
                MOVE AUD-PLAYER-P1 TO GI-P1(GI-ACTUAL)
                MOVE AUD-PLAYER-P2 TO GI-P2(GI-ACTUAL)
                MOVE 0 TO GI-S1(GI-ACTUAL)
                MOVE 0 TO GI-S2(GI-ACTUAL)
                PERFORM ANOTAR-LOTE
            END-IF
            EVALUATE AUD-RESULT
                WHEN 1
                    ADD 1 TO GI-S1(GI-ACTUAL)
                WHEN 2
                    ADD 1 TO GI-S2(GI-ACTUAL)
            END-EVALUATE.

      ******************************************************************
      * CUENTA LA INSTANCIA NUEVA EN SU LOTE, PARA EL INFORME.
      ******************************************************************
       ANOTAR-LOTE.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-LT FROM 1 BY 1
                UNTIL INDICE-LT > LT-COUNT
                IF LT-FECHA(INDICE-LT) = AUD-LOTE-FECHA
                    AND LT-NUMERO(INDICE-LT) = AUD-LOTE-NUMERO
                    MOVE INDICE-LT TO INDICE-HALLADO
                END-IF
            END-PERFORM
            IF INDICE-HALLADO = 0
                IF LT-COUNT < 300
                    ADD 1 TO LT-COUNT
                    MOVE LT-COUNT TO INDICE-HALLADO
                    MOVE AUD-LOTE-FECHA TO LT-FECHA(LT-COUNT)
                    MOVE AUD-LOTE-NUMERO TO LT-NUMERO(LT-COUNT)
                    MOVE 0 TO LT-GRUPOS(LT-COUNT)
                END-IF
            END-IF
            IF INDICE-HALLADO > 0
                ADD 1 TO LT-GRUPOS(INDICE-HALLADO)
            END-IF.

      ******************************************************************
      * ABRE EN I-O LOS ACUMULADORES INDEXADOS YA RESTAURADOS.
      ******************************************************************
       ABRIR-ACUMULADORES.

            OPEN I-O PLAYER-STATS-FILE
            IF PSTAT-FILE-STATUS NOT = '00'
                AND PSTAT-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LAS ESTADISTICAS'
                CLOSE PRINT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O HEAD-TO-HEAD-FILE
            IF H2H-FILE-STATUS NOT = '00'
                AND H2H-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LOS ENFRENTAMIENTOS'
                CLOSE PRINT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O GROUP-WINNERS-FILE
            IF GROUPWIN-FILE-STATUS NOT = '00'
                AND GROUPWIN-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR LOS GANADORES DE GRUPO'
                CLOSE PRINT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       CERRAR-ACUMULADORES.

            CLOSE PLAYER-STATS-FILE
            CLOSE HEAD-TO-HEAD-FILE
            CLOSE GROUP-WINNERS-FILE.

      ******************************************************************
      * ABONA EL GRUPO EN INDICE-GI EXACTAMENTE COMO DISPLAY-RESULT EN
      * RETO6: CLASIFICACION DE DIVISION, ENFRENTAMIENTO DIRECTO,
      * ESTADISTICAS DE LOS DOS JUGADORES Y GANADOR DE GRUPO (EN
      * BLANCO SI HUBO EMPATE).
      ******************************************************************
       ABONAR-GRUPO.

            ADD 1 TO GRUPOS-ABONADOS
            MOVE GI-DIVISION(INDICE-GI) TO DIVISION-ABONO
            PERFORM LOCALIZAR-DIVISION
            PERFORM PREPARAR-DIRECTO
            MOVE SPACES TO GANADOR-GRUPO
            EVALUATE TRUE
                WHEN GI-S1(INDICE-GI) = GI-S2(INDICE-GI)
                    ADD 1 TO STD-T(INDICE-STD)
                    ADD 1 TO H2H-TIES
                    MOVE GI-P1(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM ABONAR-EMPATE
                    MOVE GI-P2(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM ABONAR-EMPATE
                WHEN GI-S1(INDICE-GI) > GI-S2(INDICE-GI)
                    ADD 1 TO STD-W1(INDICE-STD)
                    IF H2H-INVERTIDA
                        ADD 1 TO H2H-WINS-P2
                    ELSE
                        ADD 1 TO H2H-WINS-P1
                    END-IF
                    MOVE GI-P1(INDICE-GI) TO GANADOR-GRUPO
                    MOVE GI-P1(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM ABONAR-VICTORIA
                    MOVE GI-P2(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM ABONAR-DERROTA
                WHEN OTHER
                    ADD 1 TO STD-W2(INDICE-STD)
                    IF H2H-INVERTIDA
                        ADD 1 TO H2H-WINS-P1
                    ELSE
                        ADD 1 TO H2H-WINS-P2
                    END-IF
                    MOVE GI-P2(INDICE-GI) TO GANADOR-GRUPO
                    MOVE GI-P2(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM ABONAR-VICTORIA
                    MOVE GI-P1(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM ABONAR-DERROTA
            END-EVALUATE
            PERFORM GUARDAR-DIRECTO
            PERFORM GUARDAR-GANADOR-GRUPO.

      ******************************************************************
      * LOCALIZA (O DA DE ALTA) LA DIVISION DEL GRUPO EN LA TABLA DE
      * CLASIFICACION, COMO HACE RETO6 CON UNA DIVISION NUEVA.
      ******************************************************************
       LOCALIZAR-DIVISION.

            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-STD FROM 1 BY 1
                UNTIL INDICE-STD > STAND-COUNT
                IF STD-DIV(INDICE-STD) = DIVISION-ABONO
                    MOVE INDICE-STD TO INDICE-HALLADO
                END-IF
            END-PERFORM
            IF INDICE-HALLADO = 0
                IF STAND-COUNT = 10
                    DISPLAY 'SE ALCANZO EL MAXIMO DE DIVISIONES, SE '
                        'DETIENE LA RECUPERACION'
                    CLOSE PRINT-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO STAND-COUNT
                MOVE STAND-COUNT TO INDICE-HALLADO
                MOVE DIVISION-ABONO TO STD-DIV(STAND-COUNT)
                MOVE 0 TO STD-W1(STAND-COUNT)
                MOVE 0 TO STD-W2(STAND-COUNT)
                MOVE 0 TO STD-T(STAND-COUNT)
            END-IF
            MOVE INDICE-HALLADO TO INDICE-STD.

      ******************************************************************
      * LEE EL ENFRENTAMIENTO DE LA PAREJA CANONICA DEL GRUPO, COMO
      * GET-HEAD-TO-HEAD EN RETO6.
      ******************************************************************
       PREPARAR-DIRECTO.

            IF GI-P1(INDICE-GI) > GI-P2(INDICE-GI)
                MOVE GI-P2(INDICE-GI) TO H2H-PLAYER1
                MOVE GI-P1(INDICE-GI) TO H2H-PLAYER2
                MOVE 'Y' TO H2H-SWAP-SW
            ELSE
                MOVE GI-P1(INDICE-GI) TO H2H-PLAYER1
                MOVE GI-P2(INDICE-GI) TO H2H-PLAYER2
                MOVE 'N' TO H2H-SWAP-SW
            END-IF
            READ HEAD-TO-HEAD-FILE
                INVALID KEY
                    MOVE 'N' TO H2H-FOUND-SW
                    MOVE 0 TO H2H-WINS-P1
                    MOVE 0 TO H2H-WINS-P2
                    MOVE 0 TO H2H-TIES
                NOT INVALID KEY
                    MOVE 'Y' TO H2H-FOUND-SW
            END-READ.

       GUARDAR-DIRECTO.

            IF H2H-EXISTE
                REWRITE H2H-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO REGRABAR ' H2H-PAREJA
                END-REWRITE
            ELSE
                WRITE H2H-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO DAR DE ALTA ' H2H-PAREJA
                END-WRITE
            END-IF.

      ******************************************************************
      * ABONA EN LAS ESTADISTICAS DEL JUGADOR EL RESULTADO DEL GRUPO,
      * PUNTOS DE LIGA INCLUIDOS. UN JUGADOR NUEVO EN LA DIVISION SE
      * DA DE ALTA A CERO, COMO EN RETO6.
      ******************************************************************
       OBTENER-PSTAT.

            MOVE DIVISION-ABONO TO PSTAT-DIVISION
            MOVE JUGADOR-ABONO TO PSTAT-PLAYER-ID
            READ PLAYER-STATS-FILE
                INVALID KEY
                    MOVE 'N' TO PSTAT-FOUND-SW
                    MOVE 0 TO PSTAT-WINS
                    MOVE 0 TO PSTAT-LOSSES
                    MOVE 0 TO PSTAT-TIES
                    MOVE 0 TO PSTAT-PUNTOS
                NOT INVALID KEY
                    MOVE 'Y' TO PSTAT-FOUND-SW
            END-READ.

       GUARDAR-PSTAT.

            IF PSTAT-EXISTE
                REWRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO REGRABAR '
                            PSTAT-PLAYER-ID
                END-REWRITE
            ELSE
                WRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO DAR DE ALTA '
                            PSTAT-PLAYER-ID
                END-WRITE
            END-IF.

       ABONAR-VICTORIA.

            PERFORM OBTENER-PSTAT
            ADD 1 TO PSTAT-WINS
            ADD PUNTOS-VICTORIA TO PSTAT-PUNTOS
            PERFORM GUARDAR-PSTAT.

       ABONAR-DERROTA.

            PERFORM OBTENER-PSTAT
            ADD 1 TO PSTAT-LOSSES
            PERFORM GUARDAR-PSTAT.

       ABONAR-EMPATE.

            PERFORM OBTENER-PSTAT
            ADD 1 TO PSTAT-TIES
            ADD PUNTOS-EMPATE TO PSTAT-PUNTOS
            PERFORM GUARDAR-PSTAT.

      ******************************************************************
      * GRABA EL GANADOR DEL GRUPO BAJO SU TORNEO, QUE LA PISTA NO
      * GUARDA: SE TOMA DEL EMPAREJAMIENTO DEL LIBRO CON LA MISMA
      * DIVISION, GRUPO Y PAREJA (EN CUALQUIER ORDEN). SIN
      * EMPAREJAMIENTO SE GRABA CON TORNEO EN BLANCO Y SE AVISA.
      ******************************************************************
       GUARDAR-GANADOR-GRUPO.

            MOVE SPACES TO TORNEO-GRUPO
            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-FX FROM 1 BY 1
                UNTIL INDICE-FX > FX-COUNT OR INDICE-HALLADO > 0
                IF FX-DIVISION(INDICE-FX) = GI-DIVISION(INDICE-GI)
                    AND FX-GRUPO(INDICE-FX) = GI-GRUPO(INDICE-GI)
                    AND ((FX-P1(INDICE-FX) = GI-P1(INDICE-GI)
                          AND FX-P2(INDICE-FX) = GI-P2(INDICE-GI))
                      OR (FX-P1(INDICE-FX) = GI-P2(INDICE-GI)
                          AND FX-P2(INDICE-FX) = GI-P1(INDICE-GI)))
                    MOVE INDICE-FX TO INDICE-HALLADO
                    MOVE FX-TORNEO(INDICE-FX) TO TORNEO-GRUPO
                END-IF
            END-PERFORM
            IF INDICE-HALLADO = 0
                ADD 1 TO TORNEOS-SIN-RESOLVER
                MOVE SPACES TO LINEA-IMPRESION
                STRING 'AVISO: GRUPO ' DELIMITED BY SIZE
                    GI-DIVISION(INDICE-GI) DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    GI-GRUPO(INDICE-GI) DELIMITED BY SIZE
                    ' SIN EMPAREJAMIENTO EN FIXLEDG, GANADOR '
                    DELIMITED BY SIZE
                    'SIN TORNEO' DELIMITED BY SIZE
                    INTO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            MOVE TORNEO-GRUPO TO GW-TORNEO
            MOVE GI-DIVISION(INDICE-GI) TO GW-DIVISION
            MOVE GI-GRUPO(INDICE-GI) TO GW-GRUPO
            READ GROUP-WINNERS-FILE
                INVALID KEY
                    MOVE GANADOR-GRUPO TO GW-GANADOR
                    WRITE GROUPWIN-RECORD
                        INVALID KEY
                            DISPLAY 'NO SE PUDO DAR DE ALTA EL '
                                'GANADOR DEL GRUPO ' GW-GRUPO
                    END-WRITE
                NOT INVALID KEY
                    MOVE GANADOR-GRUPO TO GW-GANADOR
                    REWRITE GROUPWIN-RECORD
                        INVALID KEY
                            DISPLAY 'NO SE PUDO REGRABAR EL '
                                'GANADOR DEL GRUPO ' GW-GRUPO
                    END-REWRITE
            END-READ.

      ******************************************************************
      * RESTA UN DESCUENTO POR SANCION. LA LINEA LLEVA LOS PUNTOS QUE
      * RETO6 DESCONTO DE VERDAD; SI NO CABEN, LA PISTA ESTA
      * INCOMPLETA: SE DEJA A CERO, COMO RETO6, Y SE AVISA.
      ******************************************************************
       APLICAR-DESCUENTO.

            IF SANC-PUNTOS(INDICE-SANC) > 0
                MOVE SANC-DIV(INDICE-SANC) TO DIVISION-ABONO
                MOVE SANC-ID(INDICE-SANC) TO JUGADOR-ABONO
                PERFORM OBTENER-PSTAT
                IF PSTAT-EXISTE
                    ADD 1 TO DESCUENTOS-APLICADOS
                    IF PSTAT-PUNTOS < SANC-PUNTOS(INDICE-SANC)
                        ADD 1 TO DESCUENTOS-RECORTADOS
                        MOVE 0 TO PSTAT-PUNTOS
                    ELSE
                        SUBTRACT SANC-PUNTOS(INDICE-SANC)
                            FROM PSTAT-PUNTOS
                    END-IF
                    PERFORM GUARDAR-PSTAT
                ELSE
                    ADD 1 TO DESCUENTOS-RECORTADOS
                END-IF
            END-IF.

      ******************************************************************
      * REPRODUCE LOS DESCANSOS DE DESCAUD DESDE LA FECHA DE LA
      * IMAGEN, COMO VERIFICA: CADA UNO ES UNA VICTORIA MAS, CON LOS
      * PUNTOS QUE SUIZO ABONO, EN LA DIVISION DEL TORNEO. LOS DE
      * ANTES YA ESTAN EN LA IMAGEN. SIN DESCAUD NO HAY NADA QUE HACER.
      ******************************************************************
       REPRODUCIR-DESCANSOS.

            MOVE 'N' TO DESCAUD-EOF-SW
            OPEN INPUT BYE-AUDIT-FILE
            IF DESCAUD-FILE-STATUS = '00'
                OR DESCAUD-FILE-STATUS = '05'
                PERFORM LEER-DESCANSO
                PERFORM ABONAR-DESCANSO UNTIL DESCAUD-EOF
                CLOSE BYE-AUDIT-FILE
            END-IF.

       LEER-DESCANSO.

            READ BYE-AUDIT-FILE
                AT END MOVE 'Y' TO DESCAUD-EOF-SW
            END-READ.

       ABONAR-DESCANSO.

            IF DAUD-FECHA NOT < FECHA-IMAGEN
                ADD 1 TO DESCANSOS-ABONADOS
                MOVE DAUD-DIVISION TO DIVISION-ABONO
                MOVE DAUD-PLAYER-ID TO JUGADOR-ABONO
                PERFORM OBTENER-PSTAT
                ADD 1 TO PSTAT-WINS
                ADD DAUD-PUNTOS TO PSTAT-PUNTOS
                PERFORM GUARDAR-PSTAT
            END-IF
            PERFORM LEER-DESCANSO.

      ******************************************************************
      * REPRODUCE LOS TRASPASOS DE DIVISION DE TRASAUD DESDE LA FECHA
      * DE LA IMAGEN, EN SU ORDEN Y YA APLICADOS LOS DESCUENTOS, COMO
      * VERIFICA: EL REGISTRO DE LA DIVISION QUE SE DEJA SE BORRA Y EL
      * DE LA NUEVA SE ACTUALIZA O SE DA DE ALTA, CON LOS TOTALES DEL
      * DE ORIGEN SI VIAJARON CON EL JUGADOR, IGUAL QUE TRASPASO. SIN
      * TRASAUD NO HAY NADA QUE HACER.
      ******************************************************************
       REPRODUCIR-TRASPASOS.

            MOVE 'N' TO TRASAUD-EOF-SW
            OPEN INPUT TRASPASO-AUDIT-FILE
            IF TRASAUD-FILE-STATUS = '00'
                OR TRASAUD-FILE-STATUS = '05'
                PERFORM LEER-TRASPASO
                PERFORM APLICAR-TRASPASO UNTIL TRASAUD-EOF
                CLOSE TRASPASO-AUDIT-FILE
            END-IF.

       LEER-TRASPASO.

            READ TRASPASO-AUDIT-FILE
                AT END MOVE 'Y' TO TRASAUD-EOF-SW
            END-READ.

       APLICAR-TRASPASO.

            IF TAUD-FECHA NOT < FECHA-IMAGEN
                AND TAUD-DIV-ORIGEN NOT = TAUD-DIV-DESTINO
                ADD 1 TO TRASPASOS-REPRODUCIDOS
                PERFORM CERRAR-PSTAT-ORIGEN
                PERFORM ABRIR-PSTAT-DESTINO
            END-IF
            PERFORM LEER-TRASPASO.

       CERRAR-PSTAT-ORIGEN.

            MOVE TAUD-DIV-ORIGEN TO DIVISION-ABONO
            MOVE TAUD-PLAYER-ID TO JUGADOR-ABONO
            PERFORM OBTENER-PSTAT
            MOVE PSTAT-FOUND-SW TO ORIGEN-HALLADO-SW
            MOVE PSTAT-WINS TO ORI-WINS
            MOVE PSTAT-LOSSES TO ORI-LOSSES
            MOVE PSTAT-TIES TO ORI-TIES
            MOVE PSTAT-PUNTOS TO ORI-PUNTOS
            IF ORIGEN-HALLADO
                DELETE PLAYER-STATS-FILE RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO CERRAR ' PSTAT-DIVISION
                            '/' PSTAT-PLAYER-ID
                END-DELETE
            END-IF.

       ABRIR-PSTAT-DESTINO.

            MOVE TAUD-DIV-DESTINO TO DIVISION-ABONO
            MOVE TAUD-PLAYER-ID TO JUGADOR-ABONO
            PERFORM OBTENER-PSTAT
            IF TAUD-CON-ARRASTRE
                AND ORIGEN-HALLADO
                ADD ORI-WINS TO PSTAT-WINS
                ADD ORI-LOSSES TO PSTAT-LOSSES
                ADD ORI-TIES TO PSTAT-TIES
                ADD ORI-PUNTOS TO PSTAT-PUNTOS
            END-IF
            PERFORM GUARDAR-PSTAT.

      ******************************************************************
      * REGRABA LA CLASIFICACION RESTAURADA Y PUESTA AL DIA.
      ******************************************************************
       GRABAR-CLASIFICACION.

            OPEN OUTPUT STANDINGS-FILE
            IF STAND-FILE-STATUS NOT = '00'
                AND STAND-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO REGRABAR LA CLASIFICACION'
                MOVE 8 TO CODIGO-RETORNO
            ELSE
                PERFORM GRABAR-UNA-DIVISION
                    VARYING INDICE-STD FROM 1 BY 1
                    UNTIL INDICE-STD > STAND-COUNT
                CLOSE STANDINGS-FILE
            END-IF.

       GRABAR-UNA-DIVISION.

            MOVE STD-DIV(INDICE-STD) TO STAND-DIVISION
            MOVE STD-W1(INDICE-STD) TO STAND-WINS-P1
            MOVE STD-W2(INDICE-STD) TO STAND-WINS-P2
            MOVE STD-T(INDICE-STD) TO STAND-TIES
            WRITE STANDINGS-RECORD.

      ******************************************************************
      * LOTES REPRODUCIDOS: LOS APUNTADOS EN LOTESREG TERMINARON; LOS
      * DEMAS QUEDAN HASTA SU ULTIMO GRUPO AUDITADO, QUE ES DONDE LOS
      * RETOMA EL REARRANQUE DE RETO6 DESDE SU CHECKPOINT.
      ******************************************************************
       IMPRIMIR-LOTES.

            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'LOTES REPRODUCIDOS' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM IMPRIMIR-UN-LOTE
                VARYING INDICE-LT FROM 1 BY 1
                UNTIL INDICE-LT > LT-COUNT
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       IMPRIMIR-UN-LOTE.

            MOVE LT-FECHA(INDICE-LT) TO RPT-LOTE-FECHA
            MOVE LT-NUMERO(INDICE-LT) TO RPT-LOTE-NUMERO
            MOVE LT-GRUPOS(INDICE-LT) TO RPT-LOTE-GRUPOS
            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE-LR FROM 1 BY 1
                UNTIL INDICE-LR > LR-COUNT
                IF LR-FECHA(INDICE-LR) = LT-FECHA(INDICE-LT)
                    AND LR-NUMERO(INDICE-LR) = LT-NUMERO(INDICE-LT)
                    MOVE 1 TO INDICE-HALLADO
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN LT-FECHA(INDICE-LT) = 0
                    AND LT-NUMERO(INDICE-LT) = 0
                    MOVE 'SIN CABECERA DE LOTE' TO RPT-LOTE-ESTADO
                WHEN INDICE-HALLADO > 0
                    ADD 1 TO LOTES-COMPLETOS
                    MOVE 'COMPLETO (APUNTADO EN LOTESREG)'
                        TO RPT-LOTE-ESTADO
                WHEN OTHER
                    ADD 1 TO LOTES-A-MEDIAS
                    MOVE 'A MEDIAS: HASTA SU ULTIMO GRUPO AUDITADO'
                        TO RPT-LOTE-ESTADO
            END-EVALUATE
            MOVE LINEA-LOTE-RPT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       IMPRIMIR-CLASIFICACION.

            MOVE 'CLASIFICACION RECUPERADA' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM IMPRIMIR-UNA-DIVISION
                VARYING INDICE-STD FROM 1 BY 1
                UNTIL INDICE-STD > STAND-COUNT
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       IMPRIMIR-UNA-DIVISION.

            MOVE STD-DIV(INDICE-STD) TO RPT-DIVISION
            MOVE STD-W1(INDICE-STD) TO RPT-W1
            MOVE STD-W2(INDICE-STD) TO RPT-W2
            MOVE STD-T(INDICE-STD) TO RPT-T
            MOVE LINEA-STAND-RPT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       IMPRIMIR-TOTALES.

            MOVE 'GENERACIONES DE PISTA LEIDAS Y VIGENTE'
                TO RPT-TOTAL-TEXTO
            MOVE GEN-COUNT TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'LINEAS DE PISTA LEIDAS' TO RPT-TOTAL-TEXTO
            MOVE LINEAS-LEIDAS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'LINEAS REPRODUCIDAS' TO RPT-TOTAL-TEXTO
            MOVE LINEAS-REPRODUCIDAS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'LINEAS SALTADAS' TO RPT-TOTAL-TEXTO
            MOVE LINEAS-SALTADAS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'GRUPOS ABONADOS' TO RPT-TOTAL-TEXTO
            MOVE GRUPOS-ABONADOS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'LOTES COMPLETOS' TO RPT-TOTAL-TEXTO
            MOVE LOTES-COMPLETOS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'LOTES A MEDIAS' TO RPT-TOTAL-TEXTO
            MOVE LOTES-A-MEDIAS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'DESCUENTOS POR SANCION APLICADOS' TO RPT-TOTAL-TEXTO
            MOVE DESCUENTOS-APLICADOS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'DESCUENTOS QUE NO CABIAN (REVISAR)'
                TO RPT-TOTAL-TEXTO
            MOVE DESCUENTOS-RECORTADOS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'DESCANSOS SUIZOS ABONADOS' TO RPT-TOTAL-TEXTO
            MOVE DESCANSOS-ABONADOS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'TRASPASOS DE DIVISION REPRODUCIDOS' TO RPT-TOTAL-TEXTO
            MOVE TRASPASOS-REPRODUCIDOS TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'GANADORES SIN TORNEO (REVISAR)' TO RPT-TOTAL-TEXTO
            MOVE TORNEOS-SIN-RESOLVER TO RPT-TOTAL-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'PASAR VERIFICA ANTES DE RELANZAR EL PLAN.'
                TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       ESCRIBIR-TOTAL.

            MOVE LINEA-TOTAL-RPT TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * CONVIERTE FECHA-TRABAJO (AAAAMMDD) A DIAS CORRIDOS, CON EL
      * COMPUTO CIVIL CLASICO DE ANOS BISIESTOS, COMO EN ARCHIVA.
      ******************************************************************
       FECHA-A-DIAS.

            MOVE FT-ANO TO ANO-AJUSTADO
            IF FT-MES <= 2
                SUBTRACT 1 FROM ANO-AJUSTADO
            END-IF
            COMPUTE DIAS-CORRIDOS =
                (ANO-AJUSTADO * 365)
                + (ANO-AJUSTADO / 4)
                - (ANO-AJUSTADO / 100)
                + (ANO-AJUSTADO / 400)
                + FT-DIA
            EVALUATE FT-MES
                WHEN 1  ADD 306 TO DIAS-CORRIDOS
                WHEN 2  ADD 337 TO DIAS-CORRIDOS
                WHEN 3  ADD 0   TO DIAS-CORRIDOS
                WHEN 4  ADD 31  TO DIAS-CORRIDOS
                WHEN 5  ADD 61  TO DIAS-CORRIDOS
                WHEN 6  ADD 92  TO DIAS-CORRIDOS
                WHEN 7  ADD 122 TO DIAS-CORRIDOS
                WHEN 8  ADD 153 TO DIAS-CORRIDOS
                WHEN 9  ADD 184 TO DIAS-CORRIDOS
                WHEN 10 ADD 214 TO DIAS-CORRIDOS
                WHEN 11 ADD 245 TO DIAS-CORRIDOS
                WHEN 12 ADD 275 TO DIAS-CORRIDOS
            END-EVALUATE.
       END PROGRAM RESPALDO.
