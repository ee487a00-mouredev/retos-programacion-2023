      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Paso de la plantilla de jugadores al maestro
      *            indexado. Cada programa cargaba ROSTERIN entero en
      *            una tabla de 200 jugadores y la recorria para cada
      *            nombre, y ROSTMANT y BORRADO reescribian el fichero
      *            entero en ROSTEROUT para que el operador lo pusiera
      *            en servicio. Con los inscritos de los torneos
      *            abiertos la plantilla ya no cabe en esas tablas. El
      *            maestro ROSTERMAE (ver ROSTREC.CPY) tiene clave
      *            ROST-PLAYER-ID: los programas buscan cada jugador
      *            por su clave y el mantenimiento lo actualiza en
      *            sitio. Este programa, segun la tarjeta opcional
      *            ROSCVCTL, tiene dos modos:
      *            'C' (o sin tarjeta) - conversion: carga en el
      *                maestro cada jugador del antiguo ROSTERIN en
      *                el formato completo (las lineas antiguas salen
      *                con estado, fecha de baja y fecha de nacimiento
      *                normalizados como lo hacia ROSTMANT) y despues
      *                comprueba. Un identificador repetido conserva
      *                su primera aparicion, como ROSTMANT. Si el
      *                maestro ya tiene jugadores se rehusa: la
      *                conversion es de una sola vez.
      *            'V' - solo la comprobacion, sobre un maestro ya
      *                cargado y el ROSTERIN del que salio.
      *            La comprobacion prueba que los programas resuelven
      *            los mismos nombres antes y despues: cada
      *            identificador de ROSTERIN se busca por su clave en
      *            el maestro y su registro tiene que ser identico al
      *            de la plantilla antigua (nombre, estado, fecha de
      *            baja, idioma y datos personales), y el maestro no
      *            puede tener mas jugadores que identificadores
      *            distintos tenia ROSTERIN. El certificado ROSCVRPT
      *            lista cada identificador con su resolucion antes y
      *            despues. Codigo de retorno 0 si todo cuadra, 4 si
      *            solo hay identificadores repetidos en ROSTERIN (los
      *            programas antiguos no los resolvian todos igual) y
      *            8 si falta un jugador, alguno no resuelve igual,
      *            sobran jugadores o el maestro no se pudo cargar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'ROSCVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSCVCTL-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAE-PLAYER-ID
               FILE STATUS IS MAESTRO-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'ROSCVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE CONTROL: MODO 'C' CONVERSION Y COMPROBACION, 'V'
      * SOLO COMPROBACION.
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01  ROSCVCTL-RECORD.
           05 ROSCVCTL-MODO      PIC X(1).

      ******************************************************************
      * PLANTILLA ANTIGUA, SECUENCIAL. LAS LINEAS ANTIGUAS DE 24, 33 Y
      * 35 POSICIONES SE ACEPTAN.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 24 TO 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * MAESTRO INDEXADO DE JUGADORES, MISMO DISENO QUE ROSTREC CON
      * OTROS NOMBRES.
      ******************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  MAESTRO-RECORD.
           05 MAE-PLAYER-ID      PIC X(4).
           05 MAE-PLAYER-NAME    PIC X(20).
           05 MAE-RESTO          PIC X(20).

      ******************************************************************
      * CERTIFICADO DE LA CONVERSION, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 ROSCVCTL-FILE-STATUS   PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 MAESTRO-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 MODO-SW                PIC X(1) VALUE 'C'.
           88 MODO-CONVERSION             VALUE 'C'.
           88 MODO-COMPROBACION           VALUE 'V'.
       01 PLANTILLA-EOF-SW       PIC X(1) VALUE 'N'.
           88 PLANTILLA-EOF               VALUE 'Y'.
       01 MAESTRO-EOF-SW         PIC X(1) VALUE 'N'.
           88 MAESTRO-EOF                 VALUE 'Y'.
       01 HALLADO-SW             PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.

      ******************************************************************
      * LA LINEA DE LA PLANTILLA ANTIGUA EN EL FORMATO COMPLETO EN QUE
      * LA DEJA EL MAESTRO.
      ******************************************************************
       01 JUGADOR-NORMAL.
           05 NORM-PLAYER-ID     PIC X(4).
           05 NORM-PLAYER-NAME   PIC X(20).
           05 NORM-ESTADO        PIC X(1).
           05 NORM-FECHA-BAJA    PIC 9(8).
           05 NORM-IDIOMA        PIC X(2).
           05 NORM-FECHA-NAC     PIC 9(8).
           05 NORM-SEXO          PIC X(1).

      ******************************************************************
      * IDENTIFICADORES YA VISTOS EN ROSTERIN, PARA RECONOCER LOS
      * REPETIDOS. LA TABLA SOLO LA USA ESTA PASADA DE UNA VEZ.
      ******************************************************************
       01 VISTOS-COUNT           PIC 9(5) VALUE 0.
       01 VISTOS-MAX             PIC 9(5) VALUE 5000.
       01 VISTOS-TBL.
           05 VISTO-ID           PIC X(4) OCCURS 5000 TIMES.
       01 INDICE                 PIC 9(5).

       01 LINEAS-LEIDAS          PIC 9(5) VALUE 0.
       01 JUGADORES-CARGADOS     PIC 9(5) VALUE 0.
       01 JUGADORES-MAESTRO      PIC 9(5) VALUE 0.
       01 JUGADORES-CONFORMES    PIC 9(5) VALUE 0.
       01 JUGADORES-REPETIDOS    PIC 9(5) VALUE 0.
       01 JUGADORES-FALTAN       PIC 9(5) VALUE 0.
       01 JUGADORES-DISTINTOS    PIC 9(5) VALUE 0.
       01 JUGADORES-SOBRAN       PIC 9(5) VALUE 0.
       01 CODIGO-RETORNO         PIC 9(1) VALUE 0.

       01 LINEA-RESOLUCION.
           05 LRES-JUGADOR       PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LRES-ANTES         PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LRES-DESPUES       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LRES-RESULTADO     PIC X(30).

       01 LINEA-TOTAL.
           05 LTOT-TEXTO         PIC X(40).
           05 LTOT-VALOR         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM LEER-TARJETA
            IF MODO-CONVERSION
                PERFORM CARGAR-MAESTRO
            END-IF
            PERFORM COMPROBAR-MAESTRO
            EVALUATE CODIGO-RETORNO
                WHEN 0
                    DISPLAY 'PLANTILLA -- EL MAESTRO RESUELVE '
                        JUGADORES-CONFORMES ' JUGADORES IGUAL QUE '
                        'ROSTERIN'
                WHEN 4
                    DISPLAY 'PLANTILLA -- MAESTRO CONFORME CON '
                        JUGADORES-REPETIDOS ' IDENTIFICADORES '
                        'REPETIDOS EN ROSTERIN, VER ROSCVRPT'
                WHEN OTHER
                    DISPLAY 'PLANTILLA -- EL MAESTRO NO CUADRA CON '
                        'ROSTERIN, VER ROSCVRPT'
            END-EVALUATE
            MOVE CODIGO-RETORNO TO RETURN-CODE
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE MODO. SIN TARJETA, O CON UN MODO
      * DESCONOCIDO, SE CONVIERTE.
      ******************************************************************
       LEER-TARJETA.

            OPEN INPUT CONTROL-CARD-FILE
            IF ROSCVCTL-FILE-STATUS = '00'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF ROSCVCTL-MODO = 'V'
                            MOVE 'V' TO MODO-SW
                        END-IF
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF.

      ******************************************************************
      * CONVERSION: EL MAESTRO TIENE QUE ESTAR VACIO O NO EXISTIR. SE
      * CARGA CADA LINEA DE ROSTERIN NORMALIZADA; LA CLAVE REPETIDA
      * SE QUEDA CON LA PRIMERA APARICION.
      ******************************************************************
       CARGAR-MAESTRO.

            OPEN INPUT MASTER-FILE
            IF MAESTRO-FILE-STATUS = '00'
                READ MASTER-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                        DISPLAY 'EL MAESTRO ROSTERMAE YA TIENE '
                            'JUGADORES, SE RECHAZA LA CONVERSION '
                            '(COMPROBARLO CON EL MODO V)'
                        CLOSE MASTER-FILE
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                END-READ
            END-IF
            IF MAESTRO-FILE-STATUS = '00'
                OR MAESTRO-FILE-STATUS = '05'
                OR MAESTRO-FILE-STATUS = '10'
                CLOSE MASTER-FILE
            END-IF
            PERFORM ABRIR-PLANTILLA
            OPEN OUTPUT MASTER-FILE
            IF MAESTRO-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO CREAR EL MAESTRO ROSTERMAE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-JUGADOR
            PERFORM CARGAR-JUGADOR UNTIL PLANTILLA-EOF
            CLOSE ROSTER-FILE
            CLOSE MASTER-FILE.

       CARGAR-JUGADOR.

            PERFORM NORMALIZAR-JUGADOR
            MOVE JUGADOR-NORMAL TO MAESTRO-RECORD
            WRITE MAESTRO-RECORD
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO JUGADORES-CARGADOS
            END-WRITE
            PERFORM LEER-JUGADOR.

       ABRIR-PLANTILLA.

            MOVE 'N' TO PLANTILLA-EOF-SW
            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA PLANTILLA ANTIGUA '
                    'ROSTERIN'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       LEER-JUGADOR.

            READ ROSTER-FILE
                AT END MOVE 'Y' TO PLANTILLA-EOF-SW
            END-READ.

      ******************************************************************
      * DEJA LA LINEA LEIDA EN JUGADOR-NORMAL CON EL FORMATO COMPLETO:
      * UN JUGADOR QUE NO ESTA DE BAJA QUEDA ACTIVO Y SIN FECHA DE
      * BAJA, Y LAS FECHAS QUE LAS LINEAS ANTIGUAS TRAEN EN BLANCO
      * QUEDAN A CERO.
      ******************************************************************
       NORMALIZAR-JUGADOR.

            MOVE ROST-PLAYER-ID TO NORM-PLAYER-ID
            MOVE ROST-PLAYER-NAME TO NORM-PLAYER-NAME
            IF ROST-DE-BAJA
                MOVE 'B' TO NORM-ESTADO
                IF ROST-FECHA-BAJA IS NUMERIC
                    MOVE ROST-FECHA-BAJA TO NORM-FECHA-BAJA
                ELSE
                    MOVE 0 TO NORM-FECHA-BAJA
                END-IF
            ELSE
                MOVE 'A' TO NORM-ESTADO
                MOVE 0 TO NORM-FECHA-BAJA
            END-IF
            MOVE ROST-IDIOMA TO NORM-IDIOMA
            IF ROST-FECHA-NAC IS NUMERIC
                MOVE ROST-FECHA-NAC TO NORM-FECHA-NAC
            ELSE
                MOVE 0 TO NORM-FECHA-NAC
            END-IF
            MOVE ROST-SEXO TO NORM-SEXO.

      ******************************************************************
      * COMPROBACION: RESUELVE POR SU CLAVE CADA IDENTIFICADOR DE
      * ROSTERIN Y CUENTA EL MAESTRO ENTERO, Y DEJA EL CERTIFICADO.
      ******************************************************************
       COMPROBAR-MAESTRO.

            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL CERTIFICADO ROSCVRPT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT MASTER-FILE
            IF MAESTRO-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL MAESTRO ROSTERMAE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF MODO-CONVERSION
                MOVE 'CONVERSION DE LA PLANTILLA AL MAESTRO ROSTERMAE'
                    TO LINEA-IMPRESION
            ELSE
                MOVE 'COMPROBACION DEL MAESTRO ROSTERMAE CONTRA'
                    TO LINEA-IMPRESION
                MOVE 'ROSTERIN' TO LINEA-IMPRESION(43:8)
            END-IF
            WRITE LINEA-IMPRESION
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'JUG   ANTES (ROSTERIN)        DESPUES (ROSTERMAE)'
                TO LINEA-IMPRESION
            MOVE 'RESULTADO' TO LINEA-IMPRESION(51:9)
            WRITE LINEA-IMPRESION
            PERFORM ABRIR-PLANTILLA
            PERFORM LEER-JUGADOR
            PERFORM COMPROBAR-JUGADOR UNTIL PLANTILLA-EOF
            CLOSE ROSTER-FILE
            PERFORM CONTAR-MAESTRO
            CLOSE MASTER-FILE
            PERFORM ESCRIBIR-TOTALES
            CLOSE PRINT-FILE.

      ******************************************************************
      * UNA LINEA DE ROSTERIN: SI SU IDENTIFICADOR YA SALIO ANTES ES
      * UN REPETIDO (EL MAESTRO GUARDA LA PRIMERA APARICION); SI NO,
      * TIENE QUE ESTAR EN EL MAESTRO CON EL MISMO REGISTRO.
      ******************************************************************
       COMPROBAR-JUGADOR.

            ADD 1 TO LINEAS-LEIDAS
            PERFORM NORMALIZAR-JUGADOR
            MOVE SPACES TO LINEA-RESOLUCION
            MOVE NORM-PLAYER-ID TO LRES-JUGADOR
            MOVE NORM-PLAYER-NAME TO LRES-ANTES
            MOVE 'N' TO HALLADO-SW
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > VISTOS-COUNT OR JUGADOR-HALLADO
                IF VISTO-ID(INDICE) = NORM-PLAYER-ID
                    MOVE 'Y' TO HALLADO-SW
                END-IF
            END-PERFORM
            MOVE NORM-PLAYER-ID TO MAE-PLAYER-ID
            READ MASTER-FILE
                INVALID KEY
                    MOVE SPACES TO MAESTRO-RECORD
                    MOVE '** NO ESTA **' TO LRES-DESPUES
                NOT INVALID KEY
                    MOVE MAE-PLAYER-NAME TO LRES-DESPUES
            END-READ
            EVALUATE TRUE
                WHEN JUGADOR-HALLADO
                    ADD 1 TO JUGADORES-REPETIDOS
                    MOVE 'REPETIDO, VALE LA 1A APARICION'
                        TO LRES-RESULTADO
                    IF CODIGO-RETORNO < 4
                        MOVE 4 TO CODIGO-RETORNO
                    END-IF
                WHEN VISTOS-COUNT = VISTOS-MAX
                    DISPLAY 'ROSTERIN TIENE MAS DE ' VISTOS-MAX
                        ' JUGADORES, NO SE PUEDE COMPROBAR ENTERO'
                    MOVE 'SIN COMPROBAR' TO LRES-RESULTADO
                    MOVE 8 TO CODIGO-RETORNO
                WHEN OTHER
                    ADD 1 TO VISTOS-COUNT
                    MOVE NORM-PLAYER-ID TO VISTO-ID(VISTOS-COUNT)
                    EVALUATE TRUE
                        WHEN MAE-PLAYER-ID NOT = NORM-PLAYER-ID
                            ADD 1 TO JUGADORES-FALTAN
                            MOVE '** FALTA EN EL MAESTRO **'
                                TO LRES-RESULTADO
                            MOVE 8 TO CODIGO-RETORNO
                        WHEN MAESTRO-RECORD NOT = JUGADOR-NORMAL
                            ADD 1 TO JUGADORES-DISTINTOS
                            MOVE '** NO RESUELVE IGUAL **'
                                TO LRES-RESULTADO
                            MOVE 8 TO CODIGO-RETORNO
                        WHEN OTHER
                            ADD 1 TO JUGADORES-CONFORMES
                            MOVE 'CONFORME' TO LRES-RESULTADO
                    END-EVALUATE
            END-EVALUATE
            MOVE LINEA-RESOLUCION TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM LEER-JUGADOR.

      ******************************************************************
      * CUENTA EL MAESTRO ENTERO: NO PUEDE TENER MAS JUGADORES QUE
      * IDENTIFICADORES DISTINTOS TENIA ROSTERIN.
      ******************************************************************
       CONTAR-MAESTRO.

            MOVE LOW-VALUES TO MAE-PLAYER-ID
            START MASTER-FILE KEY NOT < MAE-PLAYER-ID
                INVALID KEY MOVE 'Y' TO MAESTRO-EOF-SW
            END-START
            PERFORM LEER-MAESTRO-SIGUIENTE UNTIL MAESTRO-EOF
            IF JUGADORES-MAESTRO > VISTOS-COUNT
                COMPUTE JUGADORES-SOBRAN
                    = JUGADORES-MAESTRO - VISTOS-COUNT
                MOVE 8 TO CODIGO-RETORNO
            END-IF.

       LEER-MAESTRO-SIGUIENTE.

            READ MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO MAESTRO-EOF-SW
                NOT AT END ADD 1 TO JUGADORES-MAESTRO
            END-READ.

       ESCRIBIR-TOTALES.

            MOVE SPACES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE 'LINEAS LEIDAS DE ROSTERIN' TO LTOT-TEXTO
            MOVE LINEAS-LEIDAS TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            IF MODO-CONVERSION
                MOVE 'JUGADORES CARGADOS EN EL MAESTRO' TO LTOT-TEXTO
                MOVE JUGADORES-CARGADOS TO LTOT-VALOR
                PERFORM ESCRIBIR-TOTAL
            END-IF
            MOVE 'JUGADORES EN EL MAESTRO' TO LTOT-TEXTO
            MOVE JUGADORES-MAESTRO TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'RESUELTOS IGUAL ANTES Y DESPUES' TO LTOT-TEXTO
            MOVE JUGADORES-CONFORMES TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'IDENTIFICADORES REPETIDOS EN ROSTERIN' TO LTOT-TEXTO
            MOVE JUGADORES-REPETIDOS TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'FALTAN EN EL MAESTRO' TO LTOT-TEXTO
            MOVE JUGADORES-FALTAN TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'NO RESUELVEN IGUAL' TO LTOT-TEXTO
            MOVE JUGADORES-DISTINTOS TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE 'SOBRAN EN EL MAESTRO' TO LTOT-TEXTO
            MOVE JUGADORES-SOBRAN TO LTOT-VALOR
            PERFORM ESCRIBIR-TOTAL
            MOVE SPACES TO LINEA-IMPRESION
            EVALUATE CODIGO-RETORNO
                WHEN 0
                    MOVE 'MAESTRO CONFORME' TO LINEA-IMPRESION
                WHEN 4
                    MOVE 'MAESTRO CONFORME CON REPETIDOS EN ROSTERIN'
                        TO LINEA-IMPRESION
                WHEN OTHER
                    MOVE '** EL MAESTRO NO CUADRA CON ROSTERIN **'
                        TO LINEA-IMPRESION
            END-EVALUATE
            WRITE LINEA-IMPRESION.

       ESCRIBIR-TOTAL.

            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.
       END PROGRAM ROSTCONV.
