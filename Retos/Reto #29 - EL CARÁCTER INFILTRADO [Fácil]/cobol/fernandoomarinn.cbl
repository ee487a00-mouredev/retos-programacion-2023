      *            umbrales de UMBRALIN. Las excepciones vencidas no
      *            aplican; el informe EXCVENC avisa de las que
      *            caducan.
      * Modified:  15/10/2026 - Nuevo modo de totales de control para
      *            los extractos resumidos del sistema de finanzas, que
      *            no traen el detalle registro a registro. Con la
      *            tarjeta CONCCTL en modo 'T' la conciliacion suma por
      *            grupo, en cada extracto, los campos numericos del
      *            diccionario CAMPOSIN (el grupo es el campo que nombra
      *            la tarjeta, o la clave del registro si va en blanco)
      *            y compara los totales con la tolerancia de cada
      *            campo. Los grupos con diferencia dan registros 'T' y
      *            todos su resumen 'R'; los grupos de un solo extracto,
      *            su falta 'F' (ver RECONDIF.CPY). Umbrales de UMBRALIN
      *            y RESULTOUT como en la comparacion por registros.
      * Modified:  15/10/2026 - Muchas faltas 'F' de uno y otro extracto
      *            eran el mismo registro con la clave mal tecleada en
      *            uno de ellos. Tras el emparejamiento por clave a dos
      *            bandas, cada clave huerfana de RECON1 se puntua
      *            contra cada una de RECON2 combinando el parecido de
      *            clave (distancia de edicion) y el de datos (campos no
      *            ignorados de CAMPOSIN, o bytes sin diccionario); las
      *            parejas que alcanzan el umbral de la tarjeta CONCCTL
      *            (85 por defecto) se graban como sospecha de clave mal
      *            tecleada (registro 'S', ver RECONDIF.CPY) y LISTADIF
      *            las presenta aparte.
      * Modified:  15/10/2026 - Los errores serios o fatales de la tabla
      *            comun se graban ademas como alerta en el fichero
      *            comun ALERTAS (ver ALERTREC.CPY), con el fichero
      *            afectado, para el paso de escalado de PLANLOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETO29.
           SELECT OPTIONAL FIELD-DICT-FILE ASSIGN TO 'CAMPOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPOSIN-FILE-STATUS.
           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO 'CONCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONCCTL-FILE-STATUS.
           SELECT OPTIONAL KNOWN-EXCEPT-FILE ASSIGN TO 'EXCONOC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCONOC-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-PARM-FILE ASSIGN TO 'CALCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALCTL-FILE-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO 'ALERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           RECORD CONTAINS 35 CHARACTERS.
           COPY DICCREC.

      ******************************************************************
      * TARJETA DE CONTROL DE LA CONCILIACION, OPCIONAL. CON EL MODO
      * 'T' LA CONCILIACION ES DE TOTALES DE CONTROL POR GRUPO EN VEZ
      * DE REGISTRO A REGISTRO; EL GRUPO LO DA EL CAMPO DEL
      * DICCIONARIO QUE SE NOMBRA (EN BLANCO, LA CLAVE DEL REGISTRO).
      * CONCCTL-UMBRAL-CASI ES LA PUNTUACION MINIMA PARA DENUNCIAR
      * DOS CLAVES HUERFANAS COMO EL MISMO REGISTRO MAL TECLEADO (EN
      * BLANCO O A CERO, 85).
      ******************************************************************
       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 1 TO 26 CHARACTERS.
       01  CONTROL-TOTAL-RECORD.
           05 CONCCTL-MODO       PIC X(1).
               88 CONCCTL-TOTALES         VALUE 'T'.
           05 CONCCTL-CAMPO-GRUPO PIC X(20).
           05 CONCCTL-UMBRAL-CASI PIC 9(3)V9(2).

      ******************************************************************
      * EXCEPCIONES CONOCIDAS DE LA CONCILIACION, OPCIONALES (VER
      * EXCOREC.CPY): LAS DIFERENCIAS QUE CASAN NO ALIMENTAN LOS
       01  CALENDAR-PARM-RECORD.
           05 CALCTL-HORA-CORTE  PIC 9(2).

      ******************************************************************
      * FICHERO COMUN DE ALERTAS DEL LOTE, EN EXTEND: UNA LINEA POR
      * ERROR SERIO O FATAL (VER ALERTREC.CPY).
      ******************************************************************
       FD  ALERT-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.

       01 TABLA.
       01 CAMPO-DIFIERE-SW       PIC X(1).
           88 CAMPO-DIFIERE               VALUE 'Y'.

      ******************************************************************
      * MODO DE TOTALES DE CONTROL (TARJETA CONCCTL). LOS CAMPOS
      * NUMERICOS DEL DICCIONARIO (TIPO 'N', HASTA 18 DIGITOS, NO
      * IGNORADOS) SE SUMAN POR GRUPO EN CADA EXTRACTO. LA TABLA DE
      * GRUPOS SE MANTIENE ORDENADA POR CLAVE PARA QUE RECONOUT SALGA
      * EN ORDEN AUNQUE LOS EXTRACTOS NO VENGAN ORDENADOS POR EL
      * CAMPO DE AGRUPACION. LA CLAVE DE GRUPO SON LAS 10 PRIMERAS
      * POSICIONES DEL CAMPO, LAS QUE CABEN EN RECON-DIFF-CLAVE.
      ******************************************************************
       01 CONCCTL-FILE-STATUS    PIC X(2).
       01 MODO-TOTALES-SW        PIC X(1) VALUE 'N'.
           88 MODO-TOTALES                VALUE 'Y'.
       01 CAMPO-GRUPO-NOMBRE     PIC X(20) VALUE SPACES.
       01 INDICE-CAMPO-GRUPO     PIC 9(3) VALUE 0.
       01 LONGITUD-GRUPO         PIC 9(3) VALUE 10.
       01 CLAVE-TOTAL            PIC X(10).
       01 LADO-TOTAL             PIC X(1).
       01 LADO-MAYOR             PIC X(1).
       01 TOT-CAMPOS-COUNT       PIC 9(2) VALUE 0.
       01 TOT-CAMPOS-TBL.
           05 TOT-CAMPO-DICC     PIC 9(3) OCCURS 20 TIMES.
       01 TOT-GRUPOS-COUNT       PIC 9(3) VALUE 0.
       01 TOT-GRUPOS-TBL.
           05 TOT-GRUPO OCCURS 500 TIMES.
              10 TOT-CLAVE       PIC X(10).
              10 TOT-LEIDOS-1    PIC 9(7).
              10 TOT-LEIDOS-2    PIC 9(7).
              10 TOT-SUMA-1      PIC 9(18) OCCURS 20 TIMES.
              10 TOT-SUMA-2      PIC 9(18) OCCURS 20 TIMES.
       01 INDICE-GRUPO-TOT       PIC 9(3).
       01 INDICE-TOT-CAMPO       PIC 9(2).
       01 INDICE-DESPLAZA        PIC 9(3).
       01 POSICION-GRUPO-TOT     PIC 9(3).
       01 GRUPO-TOT-SW           PIC X(1).
           88 GRUPO-TOT-HALLADO           VALUE 'Y'.
       01 TOT-DESCARTADOS        PIC 9(7) VALUE 0.
       01 TOT-NO-NUMERICOS       PIC 9(7) VALUE 0.

      ******************************************************************
      * CLAVES HUERFANAS DE LA CONCILIACION A DOS BANDAS (LAS DE LAS
      * FALTAS 'F') Y SU EMPAREJAMIENTO APROXIMADO. LA PUNTUACION DE
      * UNA PAREJA ES LA MEDIA PONDERADA DEL PARECIDO DE CLAVE Y DEL
      * PARECIDO DE DATOS; PUNTOS-PAR GUARDA LA DE CADA PAREJA. LA
      * TABLA DE DISTANCIAS SIRVE AL CALCULO DEL PARECIDO DE CLAVE.
      ******************************************************************
       01 HUERF-1-COUNT          PIC 9(3) VALUE 0.
       01 HUERF-1-TBL.
           05 HUERF-1 OCCURS 100 TIMES.
              10 HU1-CLAVE       PIC X(10).
              10 HU1-DATOS       PIC X(490).
              10 HU1-LARGO       PIC 9(3).
              10 HU1-USADA       PIC X(1).
       01 HUERF-2-COUNT          PIC 9(3) VALUE 0.
       01 HUERF-2-TBL.
           05 HUERF-2 OCCURS 100 TIMES.
              10 HU2-CLAVE       PIC X(10).
              10 HU2-DATOS       PIC X(490).
              10 HU2-LARGO       PIC 9(3).
              10 HU2-USADA       PIC X(1).
       01 HUERF-DESCARTADAS      PIC 9(5) VALUE 0.
       01 PUNTOS-TBL.
           05 PUNTOS-FILA OCCURS 100 TIMES.
              10 PUNTOS-PAR      PIC 9(3)V9(2) OCCURS 100 TIMES.
       01 UMBRAL-CASI            PIC 9(3)V9(2) VALUE 85.
       01 PESO-CLAVE             PIC 9(3) VALUE 50.
       01 PESO-DATOS             PIC 9(3) VALUE 50.
       01 INDICE-HU1             PIC 9(3).
       01 INDICE-HU2             PIC 9(3).
       01 MEJOR-HU1              PIC 9(3).
       01 MEJOR-HU2              PIC 9(3).
       01 MEJOR-PUNTOS           PIC 9(3)V9(2).
       01 HAY-CANDIDATA-SW       PIC X(1).
           88 HAY-CANDIDATA               VALUE 'Y'.
       01 PUNTOS-CASI            PIC 9(3)V9(2).
       01 PARECIDO-CLAVE         PIC 9(3)V9(2).
       01 PARECIDO-DATOS         PIC 9(3)V9(2).
       01 CLAVE-CASI-1           PIC X(10).
       01 CLAVE-CASI-2           PIC X(10).
       01 LARGO-CLAVE-1          PIC 9(2).
       01 LARGO-CLAVE-2          PIC 9(2).
       01 LARGO-CLAVE            PIC 9(2).
       01 LARGO-DATOS            PIC 9(3).
       01 BYTES-IGUALES          PIC 9(3).
       01 CAMPOS-IGUALES         PIC 9(3).
       01 DISTANCIAS-TBL.
           05 DIST-FILA OCCURS 11 TIMES.
              10 DIST-CELDA      PIC 9(2) OCCURS 11 TIMES.
       01 INDICE-FILA            PIC 9(2).
       01 INDICE-COLUMNA         PIC 9(2).
       01 COSTE-CAMBIO           PIC 9(1).
       01 DISTANCIA-CELDA        PIC 9(2).
       01 DISTANCIA-CLAVE        PIC 9(2).
       01 TOTAL-SOSPECHAS        PIC 9(5) VALUE 0.

      ******************************************************************
      * UMBRALES DE CALIDAD (VER UMBREC.CPY) Y LOS TOTALES DE LA NOCHE
      * QUE SE CONTRASTAN CONTRA ELLOS AL TERMINAR: EL PEOR PARECIDO
       01 PORCENTAJE-EDITADO        PIC ZZ9.99.

       01 RUNLOG-FILE-STATUS        PIC X(2).
       01 ALERTAS-FILE-STATUS       PIC X(2).
       01 RUNLOG-INICIO-SW          PIC 9(8).
       01 FECHA-PROCESO             PIC 9(8).

      * SU MENSAJE CON LA SEVERIDAD Y CONSERVA EL CODIGO DEL ERROR
      * MAS SEVERO DE LA EJECUCION, QUE ACABA EN EL RETURN-CODE Y EN
      * RUNLOG-CODIGO. UN ERROR SERIO O FATAL MARCA ADEMAS LA
      * EJECUCION EN ERROR EN EL REGISTRO DE EJECUCION Y SE GRABA
      * COMO ALERTA EN EL FICHERO COMUN DE ALERTAS.
      ******************************************************************
       REGISTRAR-ERROR.

                    END-IF
                    IF ERR-NIVEL-ACTUAL >= 8
                        MOVE 'N' TO RUN-OK-SW
                        PERFORM GRABAR-ALERTA
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO ERR-FICHERO.

      ******************************************************************
      * GRABA EL ERROR EN CURSO (ERR-IDX) COMO ALERTA EN EL FICHERO
      * COMUN DE ALERTAS, CON LA FECHA DE NEGOCIO Y EL FICHERO
      * AFECTADO QUE DEJO EL QUE REGISTRO EL ERROR EN ERR-FICHERO.
      ******************************************************************
       GRABAR-ALERTA.

            OPEN EXTEND ALERT-FILE
            IF ALERTAS-FILE-STATUS = '00'
                OR ALERTAS-FILE-STATUS = '05'
                MOVE 'RETO29' TO ALR-PROGRAMA
                MOVE FECHA-PROCESO TO ALR-FECHA
                IF ALR-FECHA = 0
                    ACCEPT ALR-FECHA FROM DATE YYYYMMDD
                END-IF
                ACCEPT ALR-HORA FROM TIME
                MOVE ERR-COD-ACTUAL TO ALR-CODIGO
                MOVE ERR-SEVERIDAD(ERR-IDX) TO ALR-SEVERIDAD
                MOVE ERR-MENSAJE(ERR-IDX) TO ALR-TEXTO
                MOVE ERR-FICHERO TO ALR-FICHERO
                WRITE ALERTA-RECORD
                CLOSE ALERT-FILE
            ELSE
                DISPLAY 'AVISO: NO SE PUDO GRABAR LA ALERTA '
                    ERR-COD-ACTUAL
            END-IF.

      ******************************************************************
      * TOMA EL CERROJO DE LOS FICHEROS COMPARTIDOS CON RETO6 (VER
                DISPLAY 'FICHEROS COMPARTIDOS EN USO POR '
                    BLOQ-PROGRAMA ', SE ABANDONA TRAS '
                    BLOQ-INTENTOS ' INTENTOS'
                MOVE 'BLOQFILE' TO ERR-FICHERO
                MOVE 024 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
                PERFORM GRABAR-REGISTRO-EJECUCION
                    IF CAL-T-TIPO(INDICE-CAL) = 'F'
                        DISPLAY 'EL ' FECHA-PROCESO ' ES DIA NO '
                            'HABIL SEGUN EL CALENDARIO, SE RECHAZA'
                        MOVE 'CALENDIN' TO ERR-FICHERO
                        MOVE 026 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                        PERFORM GRABAR-REGISTRO-EJECUCION
            END-IF
            IF RESULTS-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE RESULTADOS'
                MOVE 'RESULTOUT' TO ERR-FICHERO
                MOVE 004 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
                PERFORM GRABAR-REGISTRO-EJECUCION
            OPEN INPUT TRANSACTION-FILE
            IF FRASE-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE FRASES'
                MOVE 'FRASEIN' TO ERR-FICHERO
                MOVE 002 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
                PERFORM GRABAR-REGISTRO-EJECUCION
            OPEN OUTPUT REPORT-FILE
            IF REPORT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE DIFERENCIAS'
                MOVE 'DIFFOUT' TO ERR-FICHERO
                MOVE 004 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
                PERFORM GRABAR-REGISTRO-EJECUCION
            IF RECON2-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL SEGUNDO FICHERO'
                CLOSE EXTRACT1-FILE
                MOVE 'RECON2' TO ERR-FICHERO
                MOVE 002 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
                PERFORM GRABAR-REGISTRO-EJECUCION
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE CONCILIACION'
                CLOSE EXTRACT1-FILE
                CLOSE EXTRACT2-FILE
                MOVE 'RECONOUT' TO ERR-FICHERO
                MOVE 004 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
                PERFORM GRABAR-REGISTRO-EJECUCION

            PERFORM CARGAR-DICCIONARIO
            PERFORM CARGAR-EXCEPCIONES
            PERFORM CARGAR-TARJETA-CONCCTL

      *     CON LA TARJETA CONCCTL EN MODO 'T' SE CONCILIAN TOTALES
      *     DE CONTROL POR GRUPO, SIEMPRE ENTRE RECON1 Y RECON2. SI
      *     NO, Y EXISTE EL TERCER EXTRACTO, LA CONCILIACION ES A
      *     TRES BANDAS: LA FUENTE QUE DISCREPA DE LAS OTRAS DOS SE
      *     VOTA POR MAYORIA CAMPO A CAMPO.
            IF MODO-TOTALES
                PERFORM CONCILIAR-TOTALES
            ELSE
                OPEN INPUT EXTRACT3-FILE
                IF RECON3-FILE-STATUS = '00'
                    MOVE 'Y' TO MODO-3-SW
                    PERFORM LEER-EXTRACTO-3
                END-IF

                PERFORM LEER-EXTRACTO-1
                PERFORM LEER-EXTRACTO-2
                IF MODO-TRES-VIAS
                    PERFORM EMPAREJAR-TRES-VIAS
                        UNTIL EXTRACTO-1-EOF AND EXTRACTO-2-EOF
                        AND EXTRACTO-3-EOF
                    CLOSE EXTRACT3-FILE
                ELSE
                    PERFORM EMPAREJAR-CLAVES
                        UNTIL EXTRACTO-1-EOF AND EXTRACTO-2-EOF
                    PERFORM EMPAREJAR-HUERFANAS
                END-IF
            END-IF

            CLOSE EXTRACT1-FILE
            MOVE NUM-DIFERENCIAS TO RECON-DIFF-CONTADOR
            MOVE PORCENTAJE-PARECIDO TO RECON-DIFF-PORCENTAJE
            MOVE FECHA-PROCESO TO RECON-DIFF-FECHA
            IF MODO-TOTALES
                MOVE 'G' TO RECON-DIFF-NIVEL
            END-IF
            WRITE RECON-DIFF-RECORD

            MOVE CLAVE-COMPARA TO RESULTADO-CLAVE-TEXTO
            MOVE '1' TO RECON-DIFF-LADO
            MOVE FECHA-PROCESO TO RECON-DIFF-FECHA
            WRITE RECON-DIFF-RECORD
            ADD 1 TO TOTAL-FALTAS
            PERFORM ANOTAR-HUERFANA-2.

      ******************************************************************
      * GRABA UN REGISTRO INDICANDO QUE LA CLAVE ACTUAL DEL PRIMER
            MOVE '2' TO RECON-DIFF-LADO
            MOVE FECHA-PROCESO TO RECON-DIFF-FECHA
            WRITE RECON-DIFF-RECORD
            ADD 1 TO TOTAL-FALTAS
            PERFORM ANOTAR-HUERFANA-1.

      ******************************************************************
      * GUARDA LA HUERFANA DE RECON1 RECIEN DENUNCIADA PARA EL
      * EMPAREJAMIENTO APROXIMADO DEL FINAL, CON LA LONGITUD UTIL DE
      * SUS DATOS (HASTA EL ULTIMO CARACTER NO BLANCO).
      ******************************************************************
       ANOTAR-HUERFANA-1.

            IF HUERF-1-COUNT = 100
                ADD 1 TO HUERF-DESCARTADAS
            ELSE
                ADD 1 TO HUERF-1-COUNT
                MOVE RECON-CLAVE-1 TO HU1-CLAVE(HUERF-1-COUNT)
                MOVE RECON-DATOS-1 TO HU1-DATOS(HUERF-1-COUNT)
                MOVE 'N' TO HU1-USADA(HUERF-1-COUNT)
                MOVE RECON-DATOS-1 TO CMP-AREA-A
                PERFORM MEDIR-DATOS-HUERFANA
                MOVE LARGO-DATOS TO HU1-LARGO(HUERF-1-COUNT)
            END-IF.

       ANOTAR-HUERFANA-2.

            IF HUERF-2-COUNT = 100
                ADD 1 TO HUERF-DESCARTADAS
            ELSE
                ADD 1 TO HUERF-2-COUNT
                MOVE RECON-CLAVE-2 TO HU2-CLAVE(HUERF-2-COUNT)
                MOVE RECON-DATOS-2 TO HU2-DATOS(HUERF-2-COUNT)
                MOVE 'N' TO HU2-USADA(HUERF-2-COUNT)
                MOVE RECON-DATOS-2 TO CMP-AREA-A
                PERFORM MEDIR-DATOS-HUERFANA
                MOVE LARGO-DATOS TO HU2-LARGO(HUERF-2-COUNT)
            END-IF.

       MEDIR-DATOS-HUERFANA.

            MOVE 0 TO LARGO-DATOS
            PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 490
                IF CMP-AREA-A(INDICE:1) NOT = SPACE
                    MOVE INDICE TO LARGO-DATOS
                END-IF
            END-PERFORM.

      ******************************************************************
      * EMPAREJAMIENTO APROXIMADO DE LAS CLAVES HUERFANAS: MUCHAS
      * FALTAS 'F' DE UN LADO Y DEL OTRO SON EL MISMO REGISTRO CON LA
      * CLAVE MAL TECLEADA EN UN EXTRACTO. CADA HUERFANA DE RECON1 SE
      * PUNTUA CONTRA CADA HUERFANA DE RECON2 Y, DE MAYOR A MENOR
      * PUNTUACION, CADA PAREJA QUE ALCANZA EL UMBRAL (TARJETA
      * CONCCTL, POR DEFECTO 85) SE DENUNCIA CON UN REGISTRO 'S'. UNA
      * HUERFANA ENTRA EN UNA SOLA SOSPECHA.
      ******************************************************************
       EMPAREJAR-HUERFANAS.

            IF HUERF-1-COUNT > 0 AND HUERF-2-COUNT > 0
                PERFORM PUNTUAR-FILA-HUERFANA
                    VARYING INDICE-HU1 FROM 1 BY 1
                    UNTIL INDICE-HU1 > HUERF-1-COUNT
                MOVE 'Y' TO HAY-CANDIDATA-SW
                PERFORM ELEGIR-MEJOR-PAREJA UNTIL NOT HAY-CANDIDATA
            END-IF
            IF HUERF-DESCARTADAS > 0
                DISPLAY 'AVISO: MAS DE 100 HUERFANAS POR EXTRACTO, NO '
                    'SE EMPAREJAN: ' HUERF-DESCARTADAS
            END-IF
            IF TOTAL-SOSPECHAS > 0
                DISPLAY 'CLAVES SOSPECHOSAS DE ERROR DE TECLEO: '
                    TOTAL-SOSPECHAS
            END-IF.

       PUNTUAR-FILA-HUERFANA.

            PERFORM PUNTUAR-PAREJA-HUERFANA
                VARYING INDICE-HU2 FROM 1 BY 1
                UNTIL INDICE-HU2 > HUERF-2-COUNT.

      ******************************************************************
      * PUNTUACION DE UNA PAREJA DE HUERFANAS: MEDIA PONDERADA DEL
      * PARECIDO DE LAS CLAVES Y DEL PARECIDO DE LOS DATOS.
      ******************************************************************
       PUNTUAR-PAREJA-HUERFANA.

            PERFORM CALCULAR-PARECIDO-HUERFANAS
            MOVE PUNTOS-CASI TO PUNTOS-PAR(INDICE-HU1, INDICE-HU2).

       CALCULAR-PARECIDO-HUERFANAS.

            MOVE HU1-CLAVE(INDICE-HU1) TO CLAVE-CASI-1
            MOVE HU2-CLAVE(INDICE-HU2) TO CLAVE-CASI-2
            PERFORM CALCULAR-PARECIDO-CLAVE
            MOVE HU1-DATOS(INDICE-HU1) TO CMP-AREA-A
            MOVE HU2-DATOS(INDICE-HU2) TO CMP-AREA-B
            PERFORM CALCULAR-PARECIDO-DATOS
            COMPUTE PUNTOS-CASI ROUNDED =
                (PARECIDO-CLAVE * PESO-CLAVE
                + PARECIDO-DATOS * PESO-DATOS) / 100.

      ******************************************************************
      * PARECIDO DE DOS CLAVES: 100 MENOS LA DISTANCIA DE EDICION
      * (ALTAS, BAJAS, CAMBIOS Y TRASPOSICIONES DE DOS CARACTERES
      * CONTIGUOS, LOS ERRORES DE TECLEO HABITUALES) EN PORCENTAJE
      * DE LA LONGITUD UTIL DE LA CLAVE MAS LARGA.
      ******************************************************************
       CALCULAR-PARECIDO-CLAVE.

            MOVE 0 TO LARGO-CLAVE-1
            MOVE 0 TO LARGO-CLAVE-2
            PERFORM VARYING INDICE-FILA FROM 1 BY 1
                UNTIL INDICE-FILA > 10
                IF CLAVE-CASI-1(INDICE-FILA:1) NOT = SPACE
                    MOVE INDICE-FILA TO LARGO-CLAVE-1
                END-IF
                IF CLAVE-CASI-2(INDICE-FILA:1) NOT = SPACE
                    MOVE INDICE-FILA TO LARGO-CLAVE-2
                END-IF
            END-PERFORM
            MOVE LARGO-CLAVE-1 TO LARGO-CLAVE
            IF LARGO-CLAVE-2 > LARGO-CLAVE
                MOVE LARGO-CLAVE-2 TO LARGO-CLAVE
            END-IF
            IF LARGO-CLAVE = 0
                MOVE 0 TO PARECIDO-CLAVE
            ELSE
                PERFORM VARYING INDICE-FILA FROM 0 BY 1
                    UNTIL INDICE-FILA > LARGO-CLAVE-1
                    MOVE INDICE-FILA TO DIST-CELDA(INDICE-FILA + 1, 1)
                END-PERFORM
                PERFORM VARYING INDICE-COLUMNA FROM 0 BY 1
                    UNTIL INDICE-COLUMNA > LARGO-CLAVE-2
                    MOVE INDICE-COLUMNA
                        TO DIST-CELDA(1, INDICE-COLUMNA + 1)
                END-PERFORM
                PERFORM CALCULAR-FILA-DISTANCIA
                    VARYING INDICE-FILA FROM 1 BY 1
                    UNTIL INDICE-FILA > LARGO-CLAVE-1
                MOVE DIST-CELDA(LARGO-CLAVE-1 + 1, LARGO-CLAVE-2 + 1)
                    TO DISTANCIA-CLAVE
                COMPUTE PARECIDO-CLAVE ROUNDED =
                    ((LARGO-CLAVE - DISTANCIA-CLAVE) / LARGO-CLAVE)
                    * 100
            END-IF.

       CALCULAR-FILA-DISTANCIA.

            PERFORM CALCULAR-CELDA-DISTANCIA
                VARYING INDICE-COLUMNA FROM 1 BY 1
                UNTIL INDICE-COLUMNA > LARGO-CLAVE-2.

      ******************************************************************
      * UNA CELDA DE LA TABLA DE DISTANCIAS. LA CELDA (F+1, C+1)
      * GUARDA LA DISTANCIA ENTRE LOS F PRIMEROS CARACTERES DE LA
      * PRIMERA CLAVE Y LOS C PRIMEROS DE LA SEGUNDA.
      ******************************************************************
       CALCULAR-CELDA-DISTANCIA.

            IF CLAVE-CASI-1(INDICE-FILA:1)
                = CLAVE-CASI-2(INDICE-COLUMNA:1)
                MOVE 0 TO COSTE-CAMBIO
            ELSE
                MOVE 1 TO COSTE-CAMBIO
            END-IF
            COMPUTE DISTANCIA-CELDA =
                DIST-CELDA(INDICE-FILA, INDICE-COLUMNA + 1) + 1
            IF DIST-CELDA(INDICE-FILA + 1, INDICE-COLUMNA) + 1
                < DISTANCIA-CELDA
                COMPUTE DISTANCIA-CELDA =
                    DIST-CELDA(INDICE-FILA + 1, INDICE-COLUMNA) + 1
            END-IF
            IF DIST-CELDA(INDICE-FILA, INDICE-COLUMNA) + COSTE-CAMBIO
                < DISTANCIA-CELDA
                COMPUTE DISTANCIA-CELDA =
                    DIST-CELDA(INDICE-FILA, INDICE-COLUMNA)
                    + COSTE-CAMBIO
            END-IF
            IF INDICE-FILA > 1 AND INDICE-COLUMNA > 1
                IF CLAVE-CASI-1(INDICE-FILA:1)
                    = CLAVE-CASI-2(INDICE-COLUMNA - 1:1)
                    AND CLAVE-CASI-1(INDICE-FILA - 1:1)
                    = CLAVE-CASI-2(INDICE-COLUMNA:1)
                    AND DIST-CELDA(INDICE-FILA - 1, INDICE-COLUMNA - 1)
                    + 1 < DISTANCIA-CELDA
                    COMPUTE DISTANCIA-CELDA =
                        DIST-CELDA(INDICE-FILA - 1, INDICE-COLUMNA - 1)
                        + 1
                END-IF
            END-IF
            MOVE DISTANCIA-CELDA
                TO DIST-CELDA(INDICE-FILA + 1, INDICE-COLUMNA + 1).

      ******************************************************************
      * PARECIDO DE LOS DATOS DE DOS HUERFANAS. CON DICCIONARIO, EL
      * PORCENTAJE DE CAMPOS NO IGNORADOS QUE COINCIDEN (CON LA
      * TOLERANCIA NUMERICA DE CADA CAMPO); SIN EL, EL DE BYTES IGUALES
      * SOBRE LA LONGITUD UTIL MAYOR, PARA QUE EL RELLENO EN BLANCO DEL
      * FINAL NO HAGA PARECIDOS A TODOS LOS REGISTROS.
      ******************************************************************
       CALCULAR-PARECIDO-DATOS.

            IF DICC-COUNT > 0
                MOVE 0 TO CAMPOS-COMPARADOS
                MOVE 0 TO CAMPOS-IGUALES
                PERFORM PUNTUAR-CAMPO-HUERFANA
                    VARYING INDICE-DICC FROM 1 BY 1
                    UNTIL INDICE-DICC > DICC-COUNT
                IF CAMPOS-COMPARADOS = 0
                    MOVE 100 TO PARECIDO-DATOS
                ELSE
                    COMPUTE PARECIDO-DATOS ROUNDED =
                        (CAMPOS-IGUALES / CAMPOS-COMPARADOS) * 100
                END-IF
            ELSE
                MOVE HU1-LARGO(INDICE-HU1) TO LARGO-DATOS
                IF HU2-LARGO(INDICE-HU2) > LARGO-DATOS
                    MOVE HU2-LARGO(INDICE-HU2) TO LARGO-DATOS
                END-IF
                IF LARGO-DATOS = 0
                    MOVE 100 TO PARECIDO-DATOS
                ELSE
                    MOVE 0 TO BYTES-IGUALES
                    PERFORM VARYING INDICE FROM 1 BY 1
                        UNTIL INDICE > LARGO-DATOS
                        IF CMP-AREA-A(INDICE:1) = CMP-AREA-B(INDICE:1)
                            ADD 1 TO BYTES-IGUALES
                        END-IF
                    END-PERFORM
                    COMPUTE PARECIDO-DATOS ROUNDED =
                        (BYTES-IGUALES / LARGO-DATOS) * 100
                END-IF
            END-IF.

       PUNTUAR-CAMPO-HUERFANA.

            IF DICC-IGNORAR(INDICE-DICC) NOT = 'S'
                ADD 1 TO CAMPOS-COMPARADOS
                PERFORM COMPARAR-VALOR-CAMPO
                IF NOT CAMPO-DIFIERE
                    ADD 1 TO CAMPOS-IGUALES
                END-IF
            END-IF.

      ******************************************************************
      * BUSCA LA PAREJA LIBRE DE MAYOR PUNTUACION QUE ALCANZA EL
      * UMBRAL Y LA DENUNCIA; SIN NINGUNA, TERMINA EL EMPAREJAMIENTO.
      ******************************************************************
       ELEGIR-MEJOR-PAREJA.

            MOVE 0 TO MEJOR-HU1
            MOVE 0 TO MEJOR-HU2
            MOVE 0 TO MEJOR-PUNTOS
            PERFORM ELEGIR-EN-FILA
                VARYING INDICE-HU1 FROM 1 BY 1
                UNTIL INDICE-HU1 > HUERF-1-COUNT
            IF MEJOR-HU1 = 0
                MOVE 'N' TO HAY-CANDIDATA-SW
            ELSE
                PERFORM GRABAR-SOSPECHA
            END-IF.

       ELEGIR-EN-FILA.

            IF HU1-USADA(INDICE-HU1) = 'N'
                PERFORM VARYING INDICE-HU2 FROM 1 BY 1
                    UNTIL INDICE-HU2 > HUERF-2-COUNT
                    IF HU2-USADA(INDICE-HU2) = 'N'
                        AND PUNTOS-PAR(INDICE-HU1, INDICE-HU2)
                            >= UMBRAL-CASI
                        AND PUNTOS-PAR(INDICE-HU1, INDICE-HU2)
                            > MEJOR-PUNTOS
                        MOVE INDICE-HU1 TO MEJOR-HU1
                        MOVE INDICE-HU2 TO MEJOR-HU2
                        MOVE PUNTOS-PAR(INDICE-HU1, INDICE-HU2)
                            TO MEJOR-PUNTOS
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * GRABA EL REGISTRO 'S' DE LA PAREJA ELEGIDA, CON LOS DOS
      * COMPONENTES DE SU PUNTUACION, Y RETIRA AMBAS HUERFANAS.
      ******************************************************************
       GRABAR-SOSPECHA.

            MOVE MEJOR-HU1 TO INDICE-HU1
            MOVE MEJOR-HU2 TO INDICE-HU2
            MOVE 'S' TO HU1-USADA(INDICE-HU1)
            MOVE 'S' TO HU2-USADA(INDICE-HU2)
            PERFORM CALCULAR-PARECIDO-HUERFANAS
            ADD 1 TO TOTAL-SOSPECHAS
            MOVE SPACES TO RECON-DIFF-RECORD
            MOVE 'S' TO RECON-DIFF-TIPO
            MOVE HU1-CLAVE(INDICE-HU1) TO RECON-DIFF-CLAVE
            MOVE HU2-CLAVE(INDICE-HU2) TO RECON-DIFF-SOSP-CLAVE-2
            MOVE PUNTOS-CASI TO RECON-DIFF-SOSP-PUNTOS
            MOVE PARECIDO-CLAVE TO RECON-DIFF-SOSP-PCT-CLAVE
            MOVE PARECIDO-DATOS TO RECON-DIFF-SOSP-PCT-DATOS
            MOVE FECHA-PROCESO TO RECON-DIFF-FECHA
            WRITE RECON-DIFF-RECORD.

      ******************************************************************
      * CARGA LAS EXCEPCIONES CONOCIDAS VIGENTES DESDE EXCONOC. EL
                END-IF
            END-PERFORM.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL DE LA CONCILIACION. SIN TARJETA, O
      * CON UN MODO DISTINTO DE 'T', LA CONCILIACION ES LA DE
      * REGISTRO A REGISTRO DE SIEMPRE.
      ******************************************************************
       CARGAR-TARJETA-CONCCTL.

            OPEN INPUT CONTROL-TOTAL-FILE
            IF CONCCTL-FILE-STATUS = '00'
                OR CONCCTL-FILE-STATUS = '05'
                READ CONTROL-TOTAL-FILE
                    NOT AT END
                        IF CONCCTL-TOTALES
                            MOVE 'Y' TO MODO-TOTALES-SW
                            MOVE CONCCTL-CAMPO-GRUPO
                                TO CAMPO-GRUPO-NOMBRE
                        END-IF
                        IF CONCCTL-UMBRAL-CASI IS NUMERIC
                            AND CONCCTL-UMBRAL-CASI > 0
                            MOVE CONCCTL-UMBRAL-CASI TO UMBRAL-CASI
                        END-IF
                END-READ
                CLOSE CONTROL-TOTAL-FILE
            END-IF
            IF MODO-TOTALES
                PERFORM PREPARAR-TOTALES
            END-IF.

      ******************************************************************
      * LOCALIZA EN EL DICCIONARIO EL CAMPO DE AGRUPACION Y ANOTA LOS
      * CAMPOS NUMERICOS QUE SE VAN A TOTALIZAR. UN CAMPO DE
      * AGRUPACION DESCONOCIDO O UN DICCIONARIO SIN CAMPOS NUMERICOS
      * DEJARIAN LA NOCHE SIN NADA QUE CONCILIAR: SE ABANDONA.
      ******************************************************************
       PREPARAR-TOTALES.

            MOVE 0 TO INDICE-CAMPO-GRUPO
            MOVE 0 TO TOT-CAMPOS-COUNT
            IF CAMPO-GRUPO-NOMBRE NOT = SPACES
                PERFORM VARYING INDICE-DICC FROM 1 BY 1
                    UNTIL INDICE-DICC > DICC-COUNT
                    IF DICC-NOMBRE(INDICE-DICC) = CAMPO-GRUPO-NOMBRE
                        MOVE INDICE-DICC TO INDICE-CAMPO-GRUPO
                    END-IF
                END-PERFORM
                IF INDICE-CAMPO-GRUPO = 0
                    DISPLAY 'CAMPO DE AGRUPACION ' CAMPO-GRUPO-NOMBRE
                        ' AUSENTE DEL DICCIONARIO CAMPOSIN'
                    PERFORM ABANDONAR-TOTALES
                ELSE
                    MOVE DICC-LONGITUD(INDICE-CAMPO-GRUPO)
                        TO LONGITUD-GRUPO
                    IF LONGITUD-GRUPO > 10
                        DISPLAY 'AVISO: EL CAMPO DE AGRUPACION '
                            CAMPO-GRUPO-NOMBRE
                            ' SE TOMA POR SUS 10 PRIMERAS POSICIONES'
                        MOVE 10 TO LONGITUD-GRUPO
                    END-IF
                END-IF
            END-IF
            PERFORM ANOTAR-CAMPO-TOTAL
                VARYING INDICE-DICC FROM 1 BY 1
                UNTIL INDICE-DICC > DICC-COUNT
            IF TOT-CAMPOS-COUNT = 0
                DISPLAY 'EL DICCIONARIO CAMPOSIN NO TIENE CAMPOS '
                    'NUMERICOS QUE TOTALIZAR'
                PERFORM ABANDONAR-TOTALES
            END-IF.

      ******************************************************************
      * UN CAMPO SE TOTALIZA SI ES NUMERICO, CABE EN 18 DIGITOS, NO
      * ESTA IGNORADO Y NO ES EL PROPIO CAMPO DE AGRUPACION.
      ******************************************************************
       ANOTAR-CAMPO-TOTAL.

            IF DICC-TIPO(INDICE-DICC) = 'N'
                AND DICC-LONGITUD(INDICE-DICC) <= 18
                AND DICC-IGNORAR(INDICE-DICC) NOT = 'S'
                AND INDICE-DICC NOT = INDICE-CAMPO-GRUPO
                IF TOT-CAMPOS-COUNT = 20
                    DISPLAY 'AVISO: MAS DE 20 CAMPOS NUMERICOS, NO SE '
                        'TOTALIZA ' DICC-NOMBRE(INDICE-DICC)
                ELSE
                    ADD 1 TO TOT-CAMPOS-COUNT
                    MOVE INDICE-DICC
                        TO TOT-CAMPO-DICC(TOT-CAMPOS-COUNT)
                END-IF
            END-IF.

      ******************************************************************
      * TARJETA DE CONTROL INCOHERENTE CON EL DICCIONARIO: SE CIERRA
      * LO ABIERTO Y SE TERMINA CON EL ERROR FATAL CORRESPONDIENTE.
      ******************************************************************
       ABANDONAR-TOTALES.

            CLOSE EXTRACT1-FILE
            CLOSE EXTRACT2-FILE
            CLOSE RECON-REPORT-FILE
            CLOSE RESULTS-FILE
            MOVE 'CONCCTL' TO ERR-FICHERO
            MOVE 029 TO ERR-COD-ACTUAL
            PERFORM REGISTRAR-ERROR
            PERFORM GRABAR-REGISTRO-EJECUCION
            MOVE ERR-COD-FINAL TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * MODO DE TOTALES DE CONTROL: ACUMULA CADA EXTRACTO COMPLETO POR
      * GRUPO Y DESPUES COMPARA LOS TOTALES GRUPO A GRUPO EN ORDEN DE
      * CLAVE. NO SE EXIGE ORDEN A LOS EXTRACTOS NI EL MISMO NUMERO
      * DE REGISTROS POR GRUPO EN AMBOS LADOS: UNO DE ELLOS PUEDE
      * VENIR YA RESUMIDO.
      ******************************************************************
       CONCILIAR-TOTALES.

            MOVE '1' TO LADO-TOTAL
            PERFORM LEER-EXTRACTO-1
            PERFORM ACUMULAR-EXTRACTO-1 UNTIL EXTRACTO-1-EOF
            MOVE '2' TO LADO-TOTAL
            PERFORM LEER-EXTRACTO-2
            PERFORM ACUMULAR-EXTRACTO-2 UNTIL EXTRACTO-2-EOF
            PERFORM COMPARAR-TOTALES-GRUPO
                VARYING INDICE-GRUPO-TOT FROM 1 BY 1
                UNTIL INDICE-GRUPO-TOT > TOT-GRUPOS-COUNT
            IF TOT-DESCARTADOS > 0
                DISPLAY 'AVISO: MAS DE 500 GRUPOS, REGISTROS NO '
                    'TOTALIZADOS: ' TOT-DESCARTADOS
            END-IF
            IF TOT-NO-NUMERICOS > 0
                DISPLAY 'AVISO: VALORES NO NUMERICOS NO TOTALIZADOS: '
                    TOT-NO-NUMERICOS
            END-IF.

       ACUMULAR-EXTRACTO-1.

            MOVE RECON-DATOS-1 TO CMP-AREA-A
            IF INDICE-CAMPO-GRUPO = 0
                MOVE RECON-CLAVE-1 TO CLAVE-TOTAL
            ELSE
                PERFORM TOMAR-CLAVE-GRUPO
            END-IF
            PERFORM ACUMULAR-REGISTRO
            PERFORM LEER-EXTRACTO-1.

       ACUMULAR-EXTRACTO-2.

            MOVE RECON-DATOS-2 TO CMP-AREA-A
            IF INDICE-CAMPO-GRUPO = 0
                MOVE RECON-CLAVE-2 TO CLAVE-TOTAL
            ELSE
                PERFORM TOMAR-CLAVE-GRUPO
            END-IF
            PERFORM ACUMULAR-REGISTRO
            PERFORM LEER-EXTRACTO-2.

       TOMAR-CLAVE-GRUPO.

            MOVE SPACES TO CLAVE-TOTAL
            MOVE CMP-AREA-A(DICC-INICIO(INDICE-CAMPO-GRUPO):
                LONGITUD-GRUPO)
                TO CLAVE-TOTAL(1:LONGITUD-GRUPO).

      ******************************************************************
      * SUMA LOS CAMPOS NUMERICOS DEL REGISTRO EN CMP-AREA-A AL GRUPO
      * DE CLAVE-TOTAL, EN EL LADO DE LADO-TOTAL.
      ******************************************************************
       ACUMULAR-REGISTRO.

            PERFORM LOCALIZAR-GRUPO-TOTAL
            IF GRUPO-TOT-HALLADO
                IF LADO-TOTAL = '1'
                    ADD 1 TO TOT-LEIDOS-1(INDICE-GRUPO-TOT)
                ELSE
                    ADD 1 TO TOT-LEIDOS-2(INDICE-GRUPO-TOT)
                END-IF
                PERFORM SUMAR-CAMPO-TOTAL
                    VARYING INDICE-TOT-CAMPO FROM 1 BY 1
                    UNTIL INDICE-TOT-CAMPO > TOT-CAMPOS-COUNT
            ELSE
                ADD 1 TO TOT-DESCARTADOS
            END-IF.

      ******************************************************************
      * BUSCA EL GRUPO DE CLAVE-TOTAL EN LA TABLA ORDENADA Y, SI NO
      * ESTA, LO INSERTA EN SU SITIO DESPLAZANDO LOS DE CLAVE MAYOR.
      * CON LA TABLA LLENA EL GRUPO NUEVO QUEDA SIN ACUMULAR.
      ******************************************************************
       LOCALIZAR-GRUPO-TOTAL.

            MOVE 'N' TO GRUPO-TOT-SW
            MOVE 0 TO POSICION-GRUPO-TOT
            PERFORM VARYING INDICE-GRUPO-TOT FROM 1 BY 1
                UNTIL INDICE-GRUPO-TOT > TOT-GRUPOS-COUNT
                IF POSICION-GRUPO-TOT = 0
                    AND TOT-CLAVE(INDICE-GRUPO-TOT) >= CLAVE-TOTAL
                    MOVE INDICE-GRUPO-TOT TO POSICION-GRUPO-TOT
                END-IF
            END-PERFORM
            IF POSICION-GRUPO-TOT > 0
                IF TOT-CLAVE(POSICION-GRUPO-TOT) = CLAVE-TOTAL
                    MOVE 'Y' TO GRUPO-TOT-SW
                END-IF
            END-IF
            IF NOT GRUPO-TOT-HALLADO
                AND TOT-GRUPOS-COUNT < 500
                IF POSICION-GRUPO-TOT = 0
                    COMPUTE POSICION-GRUPO-TOT = TOT-GRUPOS-COUNT + 1
                ELSE
                    PERFORM DESPLAZAR-GRUPO-TOTAL
                        VARYING INDICE-DESPLAZA FROM TOT-GRUPOS-COUNT
                        BY -1
                        UNTIL INDICE-DESPLAZA < POSICION-GRUPO-TOT
                END-IF
                ADD 1 TO TOT-GRUPOS-COUNT
                INITIALIZE TOT-GRUPO(POSICION-GRUPO-TOT)
                MOVE CLAVE-TOTAL TO TOT-CLAVE(POSICION-GRUPO-TOT)
                MOVE 'Y' TO GRUPO-TOT-SW
            END-IF
            MOVE POSICION-GRUPO-TOT TO INDICE-GRUPO-TOT.

       DESPLAZAR-GRUPO-TOTAL.

            MOVE TOT-GRUPO(INDICE-DESPLAZA)
                TO TOT-GRUPO(INDICE-DESPLAZA + 1).

      ******************************************************************
      * SUMA UN CAMPO NUMERICO DEL REGISTRO AL TOTAL DEL GRUPO. LOS
      * DIGITOS SE ALINEAN A LA DERECHA CON LOS ESPACIOS COMO CEROS,
      * IGUAL QUE EN COMPARAR-CAMPO-NUMERICO; UN VALOR NO NUMERICO
      * NO SE SUMA Y SE CUENTA PARA EL AVISO FINAL.
      ******************************************************************
       SUMAR-CAMPO-TOTAL.

            MOVE TOT-CAMPO-DICC(INDICE-TOT-CAMPO) TO INDICE-DICC
            MOVE ALL '0' TO CAMPO-DIGITOS-1
            MOVE CMP-AREA-A(DICC-INICIO(INDICE-DICC):
                DICC-LONGITUD(INDICE-DICC))
                TO CAMPO-DIGITOS-1(19 - DICC-LONGITUD(INDICE-DICC):
                DICC-LONGITUD(INDICE-DICC))
            INSPECT CAMPO-DIGITOS-1 CONVERTING ' ' TO '0'
            IF CAMPO-DIGITOS-1 IS NUMERIC
                MOVE CAMPO-DIGITOS-1 TO VALOR-CAMPO-1
                IF LADO-TOTAL = '1'
                    ADD VALOR-CAMPO-1 TO
                        TOT-SUMA-1(INDICE-GRUPO-TOT, INDICE-TOT-CAMPO)
                ELSE
                    ADD VALOR-CAMPO-1 TO
                        TOT-SUMA-2(INDICE-GRUPO-TOT, INDICE-TOT-CAMPO)
                END-IF
            ELSE
                ADD 1 TO TOT-NO-NUMERICOS
            END-IF.

      ******************************************************************
      * COMPARA LOS TOTALES DE UN GRUPO. UN GRUPO PRESENTE EN UN SOLO
      * EXTRACTO ES UNA FALTA 'F' COMO LA DE UNA CLAVE; CON AMBOS
      * LADOS, CADA CAMPO TOTALIZADO CUENTA COMO UN CAMPO COMPARADO Y
      * EL RESUMEN 'R' Y EL RESULTADO COMUN SE GRABAN COMO EN LA
      * COMPARACION POR CAMPOS, DE MODO QUE UMBRALIN Y RESULTOUT SE
      * COMPORTAN IGUAL QUE EN LA CONCILIACION REGISTRO A REGISTRO.
      ******************************************************************
       COMPARAR-TOTALES-GRUPO.

            MOVE TOT-CLAVE(INDICE-GRUPO-TOT) TO CLAVE-COMPARA
            EVALUATE TRUE
                WHEN TOT-LEIDOS-1(INDICE-GRUPO-TOT) = 0
                    MOVE CLAVE-COMPARA TO CLAVE-MENOR
                    MOVE '1' TO FALTA-LADO
                    PERFORM REGISTRAR-FALTA-LADO
                WHEN TOT-LEIDOS-2(INDICE-GRUPO-TOT) = 0
                    MOVE CLAVE-COMPARA TO CLAVE-MENOR
                    MOVE '2' TO FALTA-LADO
                    PERFORM REGISTRAR-FALTA-LADO
                WHEN OTHER
                    MOVE 0 TO NUM-DIFERENCIAS
                    MOVE 0 TO CAMPOS-COMPARADOS
                    PERFORM COMPARAR-TOTAL-CAMPO
                        VARYING INDICE-TOT-CAMPO FROM 1 BY 1
                        UNTIL INDICE-TOT-CAMPO > TOT-CAMPOS-COUNT
                    COMPUTE PORCENTAJE-PARECIDO ROUNDED =
                        ((CAMPOS-COMPARADOS - NUM-DIFERENCIAS)
                        / CAMPOS-COMPARADOS) * 100
                    PERFORM GRABAR-RESUMEN-CLAVE
            END-EVALUATE.

      ******************************************************************
      * COMPARA EL TOTAL DE UN CAMPO ENTRE LOS DOS EXTRACTOS CON LA
      * TOLERANCIA DEL DICCIONARIO. UNA DIFERENCIA AMPARADA POR
      * EXCONOC (CLAVE DE GRUPO Y CAMPO) SE INFORMA COMO CONOCIDA
      * 'K'; EL RESTO, COMO 'T' CON EL LADO MAYOR Y LA DIFERENCIA.
      ******************************************************************
       COMPARAR-TOTAL-CAMPO.

            MOVE TOT-CAMPO-DICC(INDICE-TOT-CAMPO) TO INDICE-DICC
            ADD 1 TO CAMPOS-COMPARADOS
            COMPUTE DIFERENCIA-CAMPO =
                TOT-SUMA-1(INDICE-GRUPO-TOT, INDICE-TOT-CAMPO)
                - TOT-SUMA-2(INDICE-GRUPO-TOT, INDICE-TOT-CAMPO)
            IF DIFERENCIA-CAMPO < 0
                MOVE '2' TO LADO-MAYOR
                COMPUTE DIFERENCIA-CAMPO = 0 - DIFERENCIA-CAMPO
            ELSE
                MOVE '1' TO LADO-MAYOR
            END-IF
            IF DIFERENCIA-CAMPO > DICC-TOLERANCIA(INDICE-DICC)
                PERFORM BUSCAR-EXCEPCION-CAMPO
                MOVE SPACES TO RECON-DIFF-RECORD
                MOVE CLAVE-COMPARA TO RECON-DIFF-CLAVE
                IF DIFERENCIA-CONOCIDA
                    ADD 1 TO TOTAL-CONOCIDAS
                    MOVE 'K' TO RECON-DIFF-TIPO
                    MOVE DICC-NOMBRE(INDICE-DICC)
                        TO RECON-DIFF-CAMPO-NOMBRE
                ELSE
                    ADD 1 TO NUM-DIFERENCIAS
                    MOVE 'T' TO RECON-DIFF-TIPO
                    MOVE DICC-NOMBRE(INDICE-DICC)
                        TO RECON-DIFF-TOT-CAMPO
                    MOVE LADO-MAYOR TO RECON-DIFF-TOT-MAYOR
                    IF DIFERENCIA-CAMPO > 99999999
                        MOVE 99999999 TO RECON-DIFF-TOT-IMPORTE
                    ELSE
                        MOVE DIFERENCIA-CAMPO
                            TO RECON-DIFF-TOT-IMPORTE
                    END-IF
                END-IF
                MOVE 'G' TO RECON-DIFF-NIVEL
                MOVE FECHA-PROCESO TO RECON-DIFF-FECHA
                WRITE RECON-DIFF-RECORD
            END-IF.

      ******************************************************************
      * EMPAREJAMIENTO A TRES BANDAS: LA CLAVE MENOR DE LOS TRES
      * EXTRACTOS MARCA EL PASO. CON LAS TRES FUENTES PRESENTES SE
            MOVE CLAVE-MENOR TO RECON-DIFF-CLAVE
            MOVE FALTA-LADO TO RECON-DIFF-LADO
            MOVE FECHA-PROCESO TO RECON-DIFF-FECHA
            IF MODO-TOTALES
                MOVE 'G' TO RECON-DIFF-NIVEL
            END-IF
            WRITE RECON-DIFF-RECORD
            ADD 1 TO TOTAL-FALTAS.

                        DISPLAY 'EL LOTE ' LOTE-FECHA-ACTUAL '/'
                            LOTE-NUMERO-ACTUAL ' YA FUE PROCESADO '
                            'POR RETO29, SE RECHAZA'
                        MOVE 'FRASEIN' TO ERR-FICHERO
                        MOVE 006 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                        PERFORM SOLTAR-CERROJO
                        DISPLAY 'FALTA LA COLA DE CONTROL DEL LOTE '
                            LOTE-FECHA-ACTUAL '/' LOTE-NUMERO-ACTUAL
                            ', FICHERO POSIBLEMENTE TRUNCADO'
                        MOVE 'FRASEIN' TO ERR-FICHERO
                        MOVE 007 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                    WHEN LOTE-ESPERADAS NOT = PAR-NUM
                        DISPLAY 'EL LOTE DECLARA ' LOTE-ESPERADAS
                            ' PAREJAS PERO SE LEYERON ' PAR-NUM
                        MOVE 'FRASEIN' TO ERR-FICHERO
                        MOVE 007 TO ERR-COD-ACTUAL
                        PERFORM REGISTRAR-ERROR
                END-EVALUATE
                STRING '   LIMITE ACEPTABLE: ' PARECIDO-EDITADO
                    DELIMITED BY SIZE INTO LINEA-UMBRALES
                WRITE LINEA-UMBRALES
                MOVE 'UMBRALRPT' TO ERR-FICHERO
                MOVE 021 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
            END-IF.
                STRING '   MAXIMO ACEPTABLE: ' CONTADOR-EDITADO
                    DELIMITED BY SIZE INTO LINEA-UMBRALES
                WRITE LINEA-UMBRALES
                MOVE 'UMBRALRPT' TO ERR-FICHERO
                MOVE 022 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
            END-IF.
                STRING '   MAXIMO ACEPTABLE: ' CONTADOR-EDITADO
                    DELIMITED BY SIZE INTO LINEA-UMBRALES
                WRITE LINEA-UMBRALES
                MOVE 'UMBRALRPT' TO ERR-FICHERO
                MOVE 023 TO ERR-COD-ACTUAL
                PERFORM REGISTRAR-ERROR
            END-IF.
