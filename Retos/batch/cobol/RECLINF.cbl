      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Informes del registro de reclamaciones
      *            (RECLAMACIONES, ver RECLREC.CPY, mantenido por
      *            RECLMANT). La tarjeta RECLCTL elige el informe:
      *            'A' (o sin tarjeta) antiguedad semanal: cada
      *                reclamacion pendiente (no cerrada) con los dias
      *                que lleva abierta a la fecha de corte, de la mas
      *                antigua a la mas reciente, y los totales por
      *                tramo (hasta 7 dias, 8 a 14, 15 a 30 y mas de
      *                30) y por estado, para la reunion del lunes del
      *                comite,
      *            'T' resumen de temporada: por torneo, reclamaciones
      *                presentadas, estimadas, desestimadas y aun sin
      *                resolver, con el porcentaje de estimadas sobre
      *                las resueltas.
      *            Una estimada cuya correccion ya aplico el reproceso
      *            de RETO6 (apuntada en LOTESREG como 'RECLAMA') se
      *            da por cerrada aunque RECLMANT no haya pasado aun.
      *            La fecha de corte es la de la tarjeta o, a ceros, la
      *            del dia; la fecha desde, si viene, deja fuera del
      *            resumen las reclamaciones presentadas antes.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLINF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO 'RECLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECLCTL-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO 'RECLAMACIONES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECLAM-FILE-STATUS.
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO 'LOTESREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTEREG-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'RECLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE CONTROL: INFORME ('A' ANTIGUEDAD, 'T' TEMPORADA),
      * FECHA DE CORTE Y FECHA DESDE.
      ******************************************************************
       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  RECLCTL-RECORD.
           05 RCTL-INFORME       PIC X(1).
               88 RCTL-ANTIGUEDAD         VALUE 'A' ' '.
               88 RCTL-TEMPORADA          VALUE 'T'.
           05 RCTL-FECHA-CORTE   PIC 9(8).
           05 RCTL-FECHA-DESDE   PIC 9(8).

       FD  CLAIM-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY RECLREC.

       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY LOTEREG.

       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
      * INFORME IMPRESO, 80 COLUMNAS.
      ******************************************************************
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LINEA-IMPRESION       PIC X(80).

       WORKING-STORAGE SECTION.

       01 RECLCTL-FILE-STATUS    PIC X(2).
       01 RECLAM-FILE-STATUS     PIC X(2).
       01 LOTEREG-FILE-STATUS    PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 MAESTRO-EOF-SW         PIC X(1) VALUE 'N'.
           88 MAESTRO-EOF                 VALUE 'Y'.
       01 LOTEREG-EOF-SW         PIC X(1) VALUE 'N'.
           88 LOTEREG-EOF                 VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 INFORME-PEDIDO         PIC X(1) VALUE 'A'.
           88 INFORME-ANTIGUEDAD          VALUE 'A'.
           88 INFORME-TEMPORADA           VALUE 'T'.
       01 FECHA-CORTE            PIC 9(8).
       01 FECHA-DESDE            PIC 9(8) VALUE 0.

      ******************************************************************
      * RECLAMACIONES YA CORREGIDAS POR EL REPROCESO DE RETO6, SEGUN
      * LOTESREG.
      ******************************************************************
       01 CORREGIDAS-COUNT       PIC 9(3) VALUE 0.
       01 CORREGIDAS-TBL.
           05 CORREGIDA-ENTRADA OCCURS 500 TIMES.
              10 CRG-FECHA       PIC 9(8).
              10 CRG-NUMERO      PIC 9(4).
       01 INDICE-CRG             PIC 9(3).

      ******************************************************************
      * RECLAMACIONES PENDIENTES PARA EL INFORME DE ANTIGUEDAD,
      * ORDENADAS DE MAS A MENOS DIAS ABIERTAS.
      ******************************************************************
       01 PENDIENTES-COUNT       PIC 9(3) VALUE 0.
       01 PENDIENTES-TBL.
           05 PENDIENTE-ENTRADA OCCURS 0 TO 500 TIMES
                   DEPENDING ON PENDIENTES-COUNT
                   INDEXED BY PEN-IDX.
              10 PEN-DIAS        PIC 9(5).
              10 PEN-NUMERO      PIC 9(4).
              10 PEN-PLAYER-ID   PIC X(4).
              10 PEN-FECHA       PIC 9(8).
              10 PEN-TORNEO      PIC X(8).
              10 PEN-DIVISION    PIC X(2).
              10 PEN-GRUPO       PIC 9(3).
              10 PEN-ESTADO      PIC X(1).

      ******************************************************************
      * TOTALES DE ANTIGUEDAD POR TRAMO Y POR ESTADO.
      ******************************************************************
       01 TRAMOS-TBL.
           05 TRAMO-ENTRADA OCCURS 4 TIMES.
              10 TRAMO-TEXTO     PIC X(16).
              10 TRAMO-CUENTA    PIC 9(5).
       01 INDICE-TRAMO           PIC 9(1).
       01 PEND-ABIERTAS          PIC 9(5) VALUE 0.
       01 PEND-EN-REVISION       PIC 9(5) VALUE 0.
       01 PEND-ESTIMADAS         PIC 9(5) VALUE 0.
       01 PEND-DESESTIMADAS      PIC 9(5) VALUE 0.

      ******************************************************************
      * RESUMEN DE TEMPORADA POR TORNEO.
      ******************************************************************
       01 TORNEOS-COUNT          PIC 9(3) VALUE 0.
       01 TORNEOS-TBL.
           05 TORNEO-ENTRADA OCCURS 0 TO 200 TIMES
                   DEPENDING ON TORNEOS-COUNT
                   ASCENDING KEY IS TOR-TORNEO
                   INDEXED BY TOR-IDX.
              10 TOR-TORNEO      PIC X(8).
              10 TOR-PRESENTADAS PIC 9(5).
              10 TOR-ESTIMADAS   PIC 9(5).
              10 TOR-DESESTIMADAS PIC 9(5).
              10 TOR-SIN-RESOLVER PIC 9(5).
       01 INDICE-TORNEO          PIC 9(3).
       01 TOTAL-PRESENTADAS      PIC 9(5) VALUE 0.
       01 TOTAL-ESTIMADAS        PIC 9(5) VALUE 0.
       01 TOTAL-DESESTIMADAS     PIC 9(5) VALUE 0.
       01 TOTAL-SIN-RESOLVER     PIC 9(5) VALUE 0.
       01 RESUELTAS              PIC 9(5).
       01 ESTIMADAS-LINEA        PIC 9(5).
       01 PORCENTAJE             PIC 9(3)V9(1).

      ******************************************************************
      * JUGADOR A BUSCAR EN EL MAESTRO DE JUGADORES.
      ******************************************************************
       01 JUGADOR-BUSCADO        PIC X(4).
       01 NOMBRE-JUGADOR         PIC X(20).

       01 INDICE                 PIC 9(3).
       01 ESTADO-EFECTIVO        PIC X(1).
       01 TEXTO-ESTADO           PIC X(11).

      ******************************************************************
      * CONVERSION DE FECHA A DIAS CORRIDOS, CON EL MISMO COMPUTO
      * CIVIL DE ARCHIVA.
      ******************************************************************
       01 FECHA-TRABAJO          PIC 9(8).
       01 FECHA-TRABAJO-R REDEFINES FECHA-TRABAJO.
           05 FT-ANO             PIC 9(4).
           05 FT-MES             PIC 9(2).
           05 FT-DIA             PIC 9(2).
       01 DIAS-CORRIDOS          PIC 9(7).
       01 DIAS-CORTE             PIC 9(7).
       01 ANO-AJUSTADO           PIC 9(4).

      ******************************************************************
      * LINEAS DEL INFORME.
      ******************************************************************
       01 CABECERA-1.
           05 CAB-TITULO         PIC X(45).
           05 FILLER             PIC X(7)  VALUE 'CORTE '.
           05 CAB-FECHA          PIC 9(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(7)  VALUE 'PAGINA '.
           05 CAB-PAGINA         PIC Z(3)9.
           05 FILLER             PIC X(5)  VALUE SPACES.
       01 CABECERA-2             PIC X(80).
       01 CABECERA-ANTIGUEDAD.
           05 FILLER             PIC X(35) VALUE
              'NUM  JUGADOR              PRESENT.'.
           05 FILLER             PIC X(45) VALUE
              'TORNEO   DV GRP ESTADO         DIAS TRAMO'.
       01 CABECERA-TEMPORADA.
           05 FILLER             PIC X(18) VALUE 'TORNEO    PRESENT.'.
           05 FILLER             PIC X(11) VALUE '  ESTIMADAS'.
           05 FILLER             PIC X(14) VALUE '  DESESTIMADAS'.
           05 FILLER             PIC X(14) VALUE '  SIN RESOLVER'.
           05 FILLER             PIC X(23) VALUE '   % ESTIMADAS'.
       01 LINEA-PENDIENTE-DET.
           05 DET-NUMERO         PIC 9(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-NOMBRE         PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-FECHA          PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-TORNEO         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-DIVISION       PIC X(2).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-GRUPO          PIC ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-ESTADO         PIC X(11).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-DIAS           PIC ZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DET-TRAMO          PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
       01 LINEA-TORNEO.
           05 TDET-TORNEO        PIC X(8).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 TDET-PRESENTADAS   PIC ZZZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 TDET-ESTIMADAS     PIC ZZZZ9.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 TDET-DESESTIMADAS  PIC ZZZZ9.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 TDET-SIN-RESOLVER  PIC ZZZZ9.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 TDET-PORCENTAJE    PIC ZZ9.9.
           05 FILLER             PIC X(9)  VALUE SPACES.
       01 LINEA-TOTAL.
           05 TOT-TEXTO          PIC X(30).
           05 TOT-CUENTA         PIC ZZZZ9.
           05 FILLER             PIC X(45) VALUE SPACES.
       01 LINEA-GUIONES          PIC X(80) VALUE ALL '-'.

       01 NUMERO-PAGINA          PIC 9(4) VALUE 0.
       01 LINEAS-EN-PAGINA       PIC 9(2) VALUE 99.
       01 LINEAS-POR-PAGINA      PIC 9(2) VALUE 55.
       01 LINEA-PENDIENTE        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM LEER-TARJETA-CONTROL
            MOVE FECHA-CORTE TO FECHA-TRABAJO
            PERFORM FECHA-A-DIAS
            MOVE DIAS-CORRIDOS TO DIAS-CORTE
            PERFORM ABRIR-PLANTILLA
            PERFORM CARGAR-CORREGIDAS
            OPEN INPUT CLAIM-FILE
            IF RECLAM-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL REGISTRO DE RECLAMACIONES'
                STOP RUN
            END-IF
            PERFORM LEER-RECLAMACION
            PERFORM CLASIFICAR-RECLAMACION UNTIL MAESTRO-EOF
            CLOSE CLAIM-FILE
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE RECLAMACIONES'
                STOP RUN
            END-IF
            IF INFORME-TEMPORADA
                PERFORM PUBLICAR-TEMPORADA
            ELSE
                PERFORM PUBLICAR-ANTIGUEDAD
            END-IF
            CLOSE PRINT-FILE
            DISPLAY 'INFORME DE RECLAMACIONES ' INFORME-PEDIDO
                ' -- PENDIENTES: ' PENDIENTES-COUNT
                ' PRESENTADAS: ' TOTAL-PRESENTADAS
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
      * LEE LA TARJETA DE CONTROL. SIN ELLA SALE LA ANTIGUEDAD AL DIA.
      ******************************************************************
       LEER-TARJETA-CONTROL.

            ACCEPT FECHA-CORTE FROM DATE YYYYMMDD
            OPEN INPUT CONTROL-CARD-FILE
            IF RECLCTL-FILE-STATUS = '00'
                OR RECLCTL-FILE-STATUS = '05'
                READ CONTROL-CARD-FILE
                    NOT AT END
                        IF RCTL-TEMPORADA
                            MOVE 'T' TO INFORME-PEDIDO
                        END-IF
                        IF RCTL-FECHA-CORTE IS NUMERIC
                            AND RCTL-FECHA-CORTE > 0
                            MOVE RCTL-FECHA-CORTE TO FECHA-CORTE
                        END-IF
                        IF RCTL-FECHA-DESDE IS NUMERIC
                            MOVE RCTL-FECHA-DESDE TO FECHA-DESDE
                        END-IF
                END-READ
                CLOSE CONTROL-CARD-FILE
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES PARA BUSCAR LOS NOMBRES POR SU
      * CLAVE. OPCIONAL: SIN EL, LOS JUGADORES SALEN CON SU
      * IDENTIFICADOR.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS = '00'
                MOVE 'Y' TO PLANTILLA-SW
            END-IF.

       CERRAR-PLANTILLA.

            IF HAY-PLANTILLA
                CLOSE ROSTER-FILE
            END-IF.

       BUSCAR-NOMBRE.

            MOVE JUGADOR-BUSCADO TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE JUGADOR-BUSCADO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * RECOGE DE LOTESREG LAS RECLAMACIONES CUYA CORRECCION YA APLICO
      * EL REPROCESO DE RETO6.
      ******************************************************************
       CARGAR-CORREGIDAS.

            OPEN INPUT BATCH-REGISTER-FILE
            IF LOTEREG-FILE-STATUS = '00'
                OR LOTEREG-FILE-STATUS = '05'
                PERFORM LEER-LOTE-REGISTRADO
                PERFORM ANOTAR-CORREGIDA UNTIL LOTEREG-EOF
                CLOSE BATCH-REGISTER-FILE
            END-IF.

       LEER-LOTE-REGISTRADO.

            READ BATCH-REGISTER-FILE
                AT END MOVE 'Y' TO LOTEREG-EOF-SW
            END-READ.

       ANOTAR-CORREGIDA.

            IF LOTEREG-PROGRAMA = 'RECLAMA'
                AND CORREGIDAS-COUNT < 500
                ADD 1 TO CORREGIDAS-COUNT
                MOVE LOTEREG-FECHA TO CRG-FECHA(CORREGIDAS-COUNT)
                MOVE LOTEREG-NUMERO TO CRG-NUMERO(CORREGIDAS-COUNT)
            END-IF
            PERFORM LEER-LOTE-REGISTRADO.

       LEER-RECLAMACION.

            READ CLAIM-FILE
                AT END MOVE 'Y' TO MAESTRO-EOF-SW
            END-READ.

      ******************************************************************
      * ANOTA UNA RECLAMACION EN LA TABLA DE PENDIENTES (SI NO ESTA
      * CERRADA) Y EN EL RESUMEN DE SU TORNEO (SI ENTRA EN LA
      * TEMPORADA).
      ******************************************************************
       CLASIFICAR-RECLAMACION.

            MOVE RECL-ESTADO TO ESTADO-EFECTIVO
            IF RECL-ESTIMADA
                PERFORM VARYING INDICE-CRG FROM 1 BY 1
                    UNTIL INDICE-CRG > CORREGIDAS-COUNT
                    IF CRG-NUMERO(INDICE-CRG) = RECL-NUMERO
                        AND CRG-FECHA(INDICE-CRG) = RECL-FECHA
                        MOVE 'C' TO ESTADO-EFECTIVO
                    END-IF
                END-PERFORM
            END-IF
            IF ESTADO-EFECTIVO NOT = 'C'
                PERFORM ANOTAR-PENDIENTE
            END-IF
            IF RECL-FECHA NOT < FECHA-DESDE
                PERFORM ANOTAR-EN-TORNEO
            END-IF
            PERFORM LEER-RECLAMACION.

       ANOTAR-PENDIENTE.

            IF PENDIENTES-COUNT = 500
                DISPLAY 'AVISO: DEMASIADAS RECLAMACIONES PENDIENTES, '
                    'SE TRUNCA'
            ELSE
                ADD 1 TO PENDIENTES-COUNT
                MOVE RECL-FECHA TO FECHA-TRABAJO
                PERFORM FECHA-A-DIAS
                IF DIAS-CORRIDOS > DIAS-CORTE
                    MOVE 0 TO PEN-DIAS(PENDIENTES-COUNT)
                ELSE
                    COMPUTE PEN-DIAS(PENDIENTES-COUNT) =
                        DIAS-CORTE - DIAS-CORRIDOS
                END-IF
                MOVE RECL-NUMERO TO PEN-NUMERO(PENDIENTES-COUNT)
                MOVE RECL-PLAYER-ID TO PEN-PLAYER-ID(PENDIENTES-COUNT)
                MOVE RECL-FECHA TO PEN-FECHA(PENDIENTES-COUNT)
                MOVE RECL-TORNEO TO PEN-TORNEO(PENDIENTES-COUNT)
                MOVE RECL-DIVISION TO PEN-DIVISION(PENDIENTES-COUNT)
                MOVE RECL-GRUPO TO PEN-GRUPO(PENDIENTES-COUNT)
                MOVE ESTADO-EFECTIVO TO PEN-ESTADO(PENDIENTES-COUNT)
            END-IF.

      ******************************************************************
      * SUMA LA RECLAMACION EN SU TORNEO. LA RESOLUCION SE CONSERVA
      * AL CERRAR, ASI QUE LAS CERRADAS CUENTAN COMO LO QUE FUERON.
      ******************************************************************
       ANOTAR-EN-TORNEO.

            MOVE 0 TO INDICE-TORNEO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > TORNEOS-COUNT
                IF TOR-TORNEO(INDICE) = RECL-TORNEO
                    MOVE INDICE TO INDICE-TORNEO
                END-IF
            END-PERFORM
            IF INDICE-TORNEO = 0
                IF TORNEOS-COUNT = 200
                    DISPLAY 'AVISO: DEMASIADOS TORNEOS, SE IGNORA LA '
                        'RECLAMACION ' RECL-NUMERO
                ELSE
                    ADD 1 TO TORNEOS-COUNT
                    MOVE TORNEOS-COUNT TO INDICE-TORNEO
                    MOVE RECL-TORNEO TO TOR-TORNEO(INDICE-TORNEO)
                    MOVE 0 TO TOR-PRESENTADAS(INDICE-TORNEO)
                    MOVE 0 TO TOR-ESTIMADAS(INDICE-TORNEO)
                    MOVE 0 TO TOR-DESESTIMADAS(INDICE-TORNEO)
                    MOVE 0 TO TOR-SIN-RESOLVER(INDICE-TORNEO)
                END-IF
            END-IF
            IF INDICE-TORNEO > 0
                ADD 1 TO TOR-PRESENTADAS(INDICE-TORNEO)
                EVALUATE RECL-RESOLUCION
                    WHEN 'E'
                        ADD 1 TO TOR-ESTIMADAS(INDICE-TORNEO)
                    WHEN 'D'
                        ADD 1 TO TOR-DESESTIMADAS(INDICE-TORNEO)
                    WHEN OTHER
                        ADD 1 TO TOR-SIN-RESOLVER(INDICE-TORNEO)
                END-EVALUATE
            END-IF.

      ******************************************************************
      * INFORME DE ANTIGUEDAD DE LAS RECLAMACIONES PENDIENTES.
      ******************************************************************
       PUBLICAR-ANTIGUEDAD.

            MOVE 'ANTIGUEDAD DE RECLAMACIONES PENDIENTES'
                TO CAB-TITULO
            MOVE CABECERA-ANTIGUEDAD TO CABECERA-2
            MOVE 'HASTA 7 DIAS' TO TRAMO-TEXTO(1)
            MOVE 'DE 8 A 14 DIAS' TO TRAMO-TEXTO(2)
            MOVE 'DE 15 A 30 DIAS' TO TRAMO-TEXTO(3)
            MOVE 'MAS DE 30 DIAS' TO TRAMO-TEXTO(4)
            PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
                UNTIL INDICE-TRAMO > 4
                MOVE 0 TO TRAMO-CUENTA(INDICE-TRAMO)
            END-PERFORM
            IF PENDIENTES-COUNT > 0
                SORT PENDIENTE-ENTRADA
                    DESCENDING KEY PEN-DIAS
                    ASCENDING KEY PEN-NUMERO
            END-IF
            PERFORM SALTAR-PAGINA
            IF PENDIENTES-COUNT = 0
                MOVE 'NO HAY RECLAMACIONES PENDIENTES'
                    TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-IF
            PERFORM PUBLICAR-PENDIENTE
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > PENDIENTES-COUNT
            MOVE SPACES TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE 'PENDIENTES POR TRAMO DE ANTIGUEDAD'
                TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
                UNTIL INDICE-TRAMO > 4
                MOVE SPACES TO TOT-TEXTO
                MOVE TRAMO-TEXTO(INDICE-TRAMO) TO TOT-TEXTO(3:16)
                MOVE TRAMO-CUENTA(INDICE-TRAMO) TO TOT-CUENTA
                MOVE LINEA-TOTAL TO LINEA-IMPRESION
                PERFORM IMPRIMIR-LINEA
            END-PERFORM
            MOVE 'PENDIENTES POR ESTADO' TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE '  ABIERTAS' TO TOT-TEXTO
            MOVE PEND-ABIERTAS TO TOT-CUENTA
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE '  EN REVISION' TO TOT-TEXTO
            MOVE PEND-EN-REVISION TO TOT-CUENTA
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE '  ESTIMADAS, SIN REPROCESAR' TO TOT-TEXTO
            MOVE PEND-ESTIMADAS TO TOT-CUENTA
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE '  DESESTIMADAS, SIN CERRAR' TO TOT-TEXTO
            MOVE PEND-DESESTIMADAS TO TOT-CUENTA
            MOVE LINEA-TOTAL TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

       PUBLICAR-PENDIENTE.

            MOVE PEN-NUMERO(INDICE) TO DET-NUMERO
            MOVE PEN-PLAYER-ID(INDICE) TO JUGADOR-BUSCADO
            PERFORM BUSCAR-NOMBRE
            MOVE NOMBRE-JUGADOR TO DET-NOMBRE
            MOVE PEN-FECHA(INDICE) TO DET-FECHA
            MOVE PEN-TORNEO(INDICE) TO DET-TORNEO
            MOVE PEN-DIVISION(INDICE) TO DET-DIVISION
            MOVE PEN-GRUPO(INDICE) TO DET-GRUPO
            MOVE PEN-ESTADO(INDICE) TO ESTADO-EFECTIVO
            PERFORM TEXTO-DE-ESTADO
            MOVE TEXTO-ESTADO TO DET-ESTADO
            MOVE PEN-DIAS(INDICE) TO DET-DIAS
            EVALUATE TRUE
                WHEN PEN-DIAS(INDICE) <= 7
                    MOVE 1 TO INDICE-TRAMO
                WHEN PEN-DIAS(INDICE) <= 14
                    MOVE 2 TO INDICE-TRAMO
                WHEN PEN-DIAS(INDICE) <= 30
                    MOVE 3 TO INDICE-TRAMO
                WHEN OTHER
                    MOVE 4 TO INDICE-TRAMO
            END-EVALUATE
            ADD 1 TO TRAMO-CUENTA(INDICE-TRAMO)
            EVALUATE INDICE-TRAMO
                WHEN 1
                    MOVE '0-7' TO DET-TRAMO
                WHEN 2
                    MOVE '8-14' TO DET-TRAMO
                WHEN 3
                    MOVE '15-30' TO DET-TRAMO
                WHEN OTHER
                    MOVE '+30 <<<' TO DET-TRAMO
            END-EVALUATE
            EVALUATE ESTADO-EFECTIVO
                WHEN 'A'
                    ADD 1 TO PEND-ABIERTAS
                WHEN 'R'
                    ADD 1 TO PEND-EN-REVISION
                WHEN 'E'
                    ADD 1 TO PEND-ESTIMADAS
                WHEN OTHER
                    ADD 1 TO PEND-DESESTIMADAS
            END-EVALUATE
            MOVE LINEA-PENDIENTE-DET TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

       TEXTO-DE-ESTADO.

            EVALUATE ESTADO-EFECTIVO
                WHEN 'A'
                    MOVE 'ABIERTA' TO TEXTO-ESTADO
                WHEN 'R'
                    MOVE 'EN REVISION' TO TEXTO-ESTADO
                WHEN 'E'
                    MOVE 'ESTIMADA' TO TEXTO-ESTADO
                WHEN 'D'
                    MOVE 'DESESTIMADA' TO TEXTO-ESTADO
                WHEN OTHER
                    MOVE ESTADO-EFECTIVO TO TEXTO-ESTADO
            END-EVALUATE.

      ******************************************************************
      * RESUMEN DE TEMPORADA POR TORNEO. LAS RECLAMACIONES SIN TORNEO
      * (LOTES SIN CABECERA) SALEN COMO '(SIN TOR)'.
      ******************************************************************
       PUBLICAR-TEMPORADA.

            MOVE 'RESUMEN DE RECLAMACIONES DE LA TEMPORADA'
                TO CAB-TITULO
            MOVE CABECERA-TEMPORADA TO CABECERA-2
            IF TORNEOS-COUNT > 0
                SORT TORNEO-ENTRADA ASCENDING KEY TOR-TORNEO
            END-IF
            PERFORM SALTAR-PAGINA
            PERFORM PUBLICAR-TORNEO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > TORNEOS-COUNT
            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA
            MOVE 'TOTAL' TO TDET-TORNEO
            MOVE TOTAL-PRESENTADAS TO TDET-PRESENTADAS
            MOVE TOTAL-ESTIMADAS TO TDET-ESTIMADAS
            MOVE TOTAL-DESESTIMADAS TO TDET-DESESTIMADAS
            MOVE TOTAL-SIN-RESOLVER TO TDET-SIN-RESOLVER
            COMPUTE RESUELTAS = TOTAL-ESTIMADAS + TOTAL-DESESTIMADAS
            MOVE TOTAL-ESTIMADAS TO ESTIMADAS-LINEA
            PERFORM CALCULAR-PORCENTAJE
            MOVE LINEA-TORNEO TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

       PUBLICAR-TORNEO.

            IF TOR-TORNEO(INDICE) = SPACES
                MOVE '(SIN TOR' TO TDET-TORNEO
            ELSE
                MOVE TOR-TORNEO(INDICE) TO TDET-TORNEO
            END-IF
            MOVE TOR-PRESENTADAS(INDICE) TO TDET-PRESENTADAS
            MOVE TOR-ESTIMADAS(INDICE) TO TDET-ESTIMADAS
            MOVE TOR-DESESTIMADAS(INDICE) TO TDET-DESESTIMADAS
            MOVE TOR-SIN-RESOLVER(INDICE) TO TDET-SIN-RESOLVER
            ADD TOR-PRESENTADAS(INDICE) TO TOTAL-PRESENTADAS
            ADD TOR-ESTIMADAS(INDICE) TO TOTAL-ESTIMADAS
            ADD TOR-DESESTIMADAS(INDICE) TO TOTAL-DESESTIMADAS
            ADD TOR-SIN-RESOLVER(INDICE) TO TOTAL-SIN-RESOLVER
            COMPUTE RESUELTAS = TOR-ESTIMADAS(INDICE)
                + TOR-DESESTIMADAS(INDICE)
            MOVE TOR-ESTIMADAS(INDICE) TO ESTIMADAS-LINEA
            PERFORM CALCULAR-PORCENTAJE
            MOVE LINEA-TORNEO TO LINEA-IMPRESION
            PERFORM IMPRIMIR-LINEA.

      ******************************************************************
      * PORCENTAJE DE ESTIMADAS SOBRE LAS RESUELTAS DE LA LINEA QUE SE
      * ESTA ARMANDO.
      ******************************************************************
       CALCULAR-PORCENTAJE.

            IF RESUELTAS = 0
                MOVE 0 TO PORCENTAJE
            ELSE
                COMPUTE PORCENTAJE ROUNDED =
                    ESTIMADAS-LINEA * 100 / RESUELTAS
            END-IF
            MOVE PORCENTAJE TO TDET-PORCENTAJE.

      ******************************************************************
      * CONVIERTE FECHA-TRABAJO (AAAAMMDD) A DIAS CORRIDOS, CON EL
      * MISMO COMPUTO CIVIL DE ARCHIVA.
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

      ******************************************************************
      * ARRANCA UNA PAGINA NUEVA DEL INFORME.
      ******************************************************************
       SALTAR-PAGINA.

            ADD 1 TO NUMERO-PAGINA
            MOVE NUMERO-PAGINA TO CAB-PAGINA
            MOVE FECHA-CORTE TO CAB-FECHA
            MOVE CABECERA-1 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING PAGE
            MOVE CABECERA-2 TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE LINEA-GUIONES TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            MOVE 3 TO LINEAS-EN-PAGINA.

      ******************************************************************
      * IMPRIME UNA LINEA, SALTANDO DE PAGINA SI LA ACTUAL ESTA
      * LLENA. LA LINEA PENDIENTE SE APARTA ANTES DEL SALTO PORQUE
      * SALTAR-PAGINA ESCRIBE LAS CABECERAS POR LA MISMA AREA DE
      * REGISTRO Y LA MACHACARIA.
      ******************************************************************
       IMPRIMIR-LINEA.

            IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
                MOVE LINEA-IMPRESION TO LINEA-PENDIENTE
                PERFORM SALTAR-PAGINA
                MOVE LINEA-PENDIENTE TO LINEA-IMPRESION
            END-IF
            WRITE LINEA-IMPRESION AFTER ADVANCING 1 LINE
            ADD 1 TO LINEAS-EN-PAGINA.
       END PROGRAM RECLINF.
