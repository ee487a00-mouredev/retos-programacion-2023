      *            'E' IMPRIME el extracto de cuenta por jugador
      *                (TESORRPT): movimientos, total cargado, total
      *                abonado y saldo, con los nombres de ROSTERIN.
      *            'R' APUNTA los cobros recibidos del fichero
      *                COBROTRAN (ver COBRTRAN.CPY), cada uno con su
      *                operador autorizado (funcion 'F' de OPERAUT) y
      *                su numero de recibo, que no puede repetirse en
      *                el libro; lista apuntados y rechazados.
      *            'M' IMPRIME el extracto mensual: por jugador, saldo
      *                anterior, movimientos del mes con saldo corrido
      *                y saldo final (mes AAAAMM de la tarjeta, o el
      *                mes anterior al de proceso).
      *            'A' IMPRIME la antiguedad de la deuda (cuotas sin
      *                cubrir, aplicando abonos y cobros a las mas
      *                antiguas primero) en tramos de 30, 60 y 90 dias
      *                y regraba la lista de morosos MOROSOS (ver
      *                MOROREC.CPY) con el umbral de la tarjeta
      *                MOROCTL, que EDITLOTE usa para rechazar grupos.
      *            Cada linea nueva del libro lleva el saldo corrido
      *            del jugador tras el movimiento.
      *            Las dos pasadas que mueven dinero se guardan de
      *            los relanzamientos con el registro de lotes
      *            procesados (LOTESREG), como RETO6: la de cuotas
      *            TESORERP). Relanzar no vuelve a cargar cuotas ni
      *            paga los premios dos veces.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Cobros (modo R, fichero COBROTRAN con
      *            operador autorizado y recibo unico), saldo corrido en
      *            cada linea del libro, extracto mensual (modo M) y
      *            antiguedad de la deuda con lista de morosos MOROSOS
      *            (modo A, tarjeta MOROCTL).
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones. La pasada de cuotas (modo
      *            C) abona ademas al arbitro de cada grupo el honorario
      *            de arbitraje de su division (linea 'A' de CUOTASIN,
      *            movimiento 'A' del libro).
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY).
      *            La pasada de premios (modo P) abona ademas el premio
      *            de cada puesto de cada categoria de edad y sexo de
      *            CATEGIN (ver CATEGREC.CPY), sobre la clasificacion
      *            combinada de todas las divisiones (linea 'G' de
      *            CUOTASIN, movimiento 'G' del libro).
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESORER.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'LIBROMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRO-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'TESORRPT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO 'LOTESREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTEREG-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO 'COBROTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COBROS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERAUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERAUT-FILE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESLOG-FILE-STATUS.
           SELECT OPTIONAL ARREARS-CARD-FILE ASSIGN TO 'MOROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOROCTL-FILE-STATUS.
           SELECT DEBTOR-FILE ASSIGN TO 'MOROSOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOROSOS-FILE-STATUS.
           SELECT OPTIONAL CATEGORY-FILE ASSIGN TO 'CATEGIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGIN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TARJETA DE MODO: 'C' CUOTAS, 'P' PREMIOS, 'E' EXTRACTO,
      * 'R' COBROS, 'M' EXTRACTO MENSUAL, 'A' ANTIGUEDAD DE LA DEUDA.
      * EL MODO 'P' EXIGE ADEMAS LA CLAVE NUMERICA DE TEMPORADA (P.EJ.
      * LA FECHA DEL CIERRE), QUE ES LA LLAVE CON LA QUE EL ABONO DE
      * PREMIOS SE APUNTA EN LOTESREG PARA NO PAGARSE DOS VECES. EL
      * MODO 'M' ADMITE EN SU LUGAR EL MES AAAAMM DEL EXTRACTO.
      * LAS TARJETAS ANTIGUAS DE 1 POSICION SIGUEN VALIENDO PARA
      * 'C' Y 'E'.
      ******************************************************************
       01  CUOTACTL-RECORD.
           05 CUOTACTL-MODO      PIC X(1).
           05 CUOTACTL-TEMPORADA PIC 9(8).
           05 CUOTACTL-MES-R REDEFINES CUOTACTL-TEMPORADA.
              10 CUOTACTL-MES    PIC 9(6).
              10 FILLER          PIC X(2).

      ******************************************************************
      * TARIFARIO DE CUOTAS Y PREMIOS.
      * PISTA DE AUDITORIA DE LA NOCHE, ORIGEN DE LOS CARGOS.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * ESTADISTICAS FINALES, ORIGEN DE LOS PREMIOS POR PUESTO Y DE
      * LOS PREMIOS DE CATEGORIA.
      ******************************************************************
       FD  PLAYER-STATS-FILE
           RECORD CONTAINS 34 CHARACTERS.
      * LIBRO DE MOVIMIENTOS, EN EXTEND PARA CONSERVAR EL HISTORICO.
      ******************************************************************
       FD  LEDGER-FILE
           RECORD CONTAINS 30 TO 40 CHARACTERS.
           COPY LIBROREC.

      ******************************************************************
      * PLANTILLA DE JUGADORES, PARA EL EXTRACTO CON NOMBRES Y LAS
      * CATEGORIAS DE LOS PREMIOS.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           RECORD CONTAINS 20 CHARACTERS.
           COPY LOTEREG.

      ******************************************************************
      * COBROS RECIBIDOS, ENTRADA DEL MODO 'R'.
      ******************************************************************
       FD  RECEIPT-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY COBRTRAN.

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
      * TARJETA DE MOROSIDAD: UMBRAL DE DEUDA VENCIDA (EUROS CON DOS
      * DECIMALES) Y DIAS A PARTIR DE LOS CUALES UNA CUOTA SIN CUBRIR
      * SE CONSIDERA VENCIDA (EN BLANCO, 30).
      ******************************************************************
       FD  ARREARS-CARD-FILE
           RECORD CONTAINS 7 TO 10 CHARACTERS.
       01  MOROCTL-RECORD.
           05 MOROCTL-UMBRAL     PIC 9(5)V9(2).
           05 MOROCTL-DIAS       PIC 9(3).

      ******************************************************************
      * LISTA DE MOROSOS PARA EDITLOTE, REGRABADA EN EL MODO 'A'.
      ******************************************************************
       FD  DEBTOR-FILE
           RECORD CONTAINS 25 CHARACTERS.
           COPY MOROREC.

      ******************************************************************
      * TABLA DE CATEGORIAS DE EDAD Y SEXO DE LA TEMPORADA.
      ******************************************************************
       FD  CATEGORY-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CATEGREC.

       WORKING-STORAGE SECTION.

       01 CUOTACTL-FILE-STATUS   PIC X(2).
       01 LIBRO-FILE-STATUS      PIC X(2).
       01 ROSTER-FILE-STATUS     PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).
       01 COBROS-FILE-STATUS     PIC X(2).
       01 OPERAUT-FILE-STATUS    PIC X(2).
       01 ACCESLOG-FILE-STATUS   PIC X(2).
       01 MOROCTL-FILE-STATUS    PIC X(2).
       01 MOROSOS-FILE-STATUS    PIC X(2).

       01 TARIFAS-EOF-SW         PIC X(1) VALUE 'N'.
           88 TARIFAS-EOF                 VALUE 'Y'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 LIBRO-EOF-SW           PIC X(1) VALUE 'N'.
           88 LIBRO-EOF                   VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.
       01 COBROS-EOF-SW          PIC X(1) VALUE 'N'.
           88 COBROS-EOF                  VALUE 'Y'.

       01 LOTEREG-FILE-STATUS    PIC X(2).
       01 LOTEREG-EOF-SW         PIC X(1) VALUE 'N'.
           88 MODO-CUOTAS                 VALUE 'C'.
           88 MODO-PREMIOS                VALUE 'P'.
           88 MODO-EXTRACTO               VALUE 'E'.
           88 MODO-COBROS                 VALUE 'R'.
           88 MODO-MENSUAL                VALUE 'M'.
           88 MODO-MOROSIDAD              VALUE 'A'.
       01 TEMPORADA-CLAVE        PIC 9(8) VALUE 0.
       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-PROCESO-R REDEFINES FECHA-PROCESO.
           05 FP-ANO             PIC 9(4).
           05 FP-MES             PIC 9(2).
           05 FP-DIA             PIC 9(2).

      ******************************************************************
      * LOTES YA APUNTADOS EN LOTESREG PARA EL MODO EN CURSO
              10 GI-GRUPO        PIC 9(3).
              10 GI-P1           PIC X(4).
              10 GI-P2           PIC X(4).
              10 GI-ARBITRO      PIC X(4).
       01 INDICE-GI              PIC 9(4).
       01 GI-ACTUAL              PIC 9(4).

              10 LIGA-WINS       PIC 9(7).

      ******************************************************************
      * CLASIFICACION COMBINADA DE TODAS LAS DIVISIONES, CON EL MISMO
      * ORDEN QUE LA DE DIVISION (PUNTOS Y VICTORIAS), PARA LOS
      * PREMIOS DE CATEGORIA, Y TABLA DE CATEGORIAS DE CATEGIN (VER
      * CATEGTAB.CPY).
      ******************************************************************
       01 COMB-COUNT             PIC 9(3) VALUE 0.
       01 COMB-TBL.
           05 COMB-JUGADOR OCCURS 0 TO 500 TIMES
                   DEPENDING ON COMB-COUNT
                   INDEXED BY COMB-IDX.
              10 COMB-ID         PIC X(4).
              10 COMB-PUNTOS     PIC 9(7).
              10 COMB-WINS       PIC 9(7).
       01 INDICE-COMB            PIC 9(3).
       01 POSICION-CATEGORIA     PIC 9(3).
       01 PREMIOS-CATEGORIA      PIC 9(5) VALUE 0.
           COPY CATEGTAB.

      ******************************************************************
      * CUENTAS POR JUGADOR: TOTALES DEL EXTRACTO, SALDOS CORRIDOS
      * DE LAS PASADAS QUE APUNTAN Y SALDO ANTERIOR DEL MENSUAL.
      ******************************************************************
       01 CUENTA-COUNT           PIC 9(3) VALUE 0.
       01 CUENTAS-TBL.
           05 CUENTA-ENTRADA OCCURS 500 TIMES.
              10 CTA-ID          PIC X(4).
              10 CTA-CARGOS      PIC 9(7)V9(2).
              10 CTA-ABONOS      PIC 9(7)V9(2).

      ******************************************************************
      * RECIBOS YA APUNTADOS EN EL LIBRO Y EN ESTA PASADA DE COBROS.
      ******************************************************************
       01 RECIBOS-COUNT          PIC 9(4) VALUE 0.
       01 RECIBOS-TBL.
           05 RECIBO-ENTRADA OCCURS 3000 TIMES.
              10 REC-NUMERO      PIC X(8).
       01 INDICE-RECIBO          PIC 9(4).
       01 RECIBO-REPETIDO-SW     PIC X(1).
           88 RECIBO-REPETIDO             VALUE 'Y'.

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA COBRO EXIGE SU
      * OPERADOR ACTIVO Y CON LA FUNCION 'F' CONCEDIDA.
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
       01 AUTORIZADO-SW          PIC X(1).
           88 USUARIO-AUTORIZADO          VALUE 'Y'.
       01 MOTIVO-COBRO           PIC X(24).
       01 COBROS-APUNTADOS       PIC 9(5) VALUE 0.
       01 COBROS-RECHAZADOS      PIC 9(5) VALUE 0.
       01 TOTAL-COBRADO          PIC 9(7)V9(2) VALUE 0.

      ******************************************************************
      * MOVIMIENTOS DEL MES DEL EXTRACTO MENSUAL, EN EL ORDEN DEL
      * LIBRO.
      ******************************************************************
       01 PERIODO-EXTRACTO       PIC 9(6) VALUE 0.
       01 PERIODO-EXTRACTO-R REDEFINES PERIODO-EXTRACTO.
           05 PE-ANO             PIC 9(4).
           05 PE-MES             PIC 9(2).
       01 FECHA-DESDE            PIC 9(8).
       01 FECHA-HASTA            PIC 9(8).
       01 MES-COUNT              PIC 9(4) VALUE 0.
       01 MOVIMIENTOS-MES-TBL.
           05 MES-ENTRADA OCCURS 3000 TIMES.
              10 MES-PLAYER-ID   PIC X(4).
              10 MES-FECHA       PIC 9(8).
              10 MES-TIPO        PIC X(1).
              10 MES-DIVISION    PIC X(2).
              10 MES-REFERENCIA  PIC X(8).
              10 MES-IMPORTE     PIC 9(5)V9(2).
       01 INDICE-MES             PIC 9(4).
       01 MOVIMIENTOS-JUGADOR    PIC 9(4).
       01 EXTRACTOS-IMPRESOS     PIC 9(4) VALUE 0.
       01 CONCEPTO-MOVIMIENTO    PIC X(8).
       01 IMPORTE-MOVIMIENTO     PIC S9(5)V9(2).
       01 IMPORTE-MOV-EDITADO    PIC -ZZZZ9.99.

      ******************************************************************
      * CUOTAS CARGADAS PARA LA ANTIGUEDAD DE LA DEUDA Y PARAMETROS DE
      * LA LISTA DE MOROSOS.
      ******************************************************************
       01 CARGOS-COUNT           PIC 9(4) VALUE 0.
       01 CARGOS-TBL.
           05 CARGO-ENTRADA OCCURS 5000 TIMES.
              10 CAR-PLAYER-ID   PIC X(4).
              10 CAR-FECHA       PIC 9(8).
              10 CAR-IMPORTE     PIC 9(5)V9(2).
       01 INDICE-CARGO           PIC 9(4).
       01 TARJETA-MORA-SW        PIC X(1) VALUE 'N'.
           88 HAY-TARJETA-MORA            VALUE 'Y'.
       01 UMBRAL-MOROSIDAD       PIC 9(5)V9(2) VALUE 0.
       01 DIAS-MOROSIDAD         PIC 9(3) VALUE 30.
       01 CREDITO-RESTANTE       PIC 9(7)V9(2).
       01 PENDIENTE-CARGO        PIC 9(5)V9(2).
       01 DEUDA-TOTAL            PIC 9(7)V9(2).
       01 DEUDA-VENCIDA          PIC 9(7)V9(2).
       01 DIAS-MAXIMO            PIC 9(4).
       01 TRAMO-30               PIC 9(7)V9(2).
       01 TRAMO-60               PIC 9(7)V9(2).
       01 TRAMO-90               PIC 9(7)V9(2).
       01 TRAMO-MAS-90           PIC 9(7)V9(2).
       01 TOTAL-DEUDA            PIC 9(7)V9(2) VALUE 0.
       01 TOTAL-TRAMO-30         PIC 9(7)V9(2) VALUE 0.
       01 TOTAL-TRAMO-60         PIC 9(7)V9(2) VALUE 0.
       01 TOTAL-TRAMO-90         PIC 9(7)V9(2) VALUE 0.
       01 TOTAL-TRAMO-MAS-90     PIC 9(7)V9(2) VALUE 0.
       01 DEUDORES-INFORMADOS    PIC 9(4) VALUE 0.
       01 MOROSOS-GRABADOS       PIC 9(4) VALUE 0.
       01 DEUDA-EDITADA          PIC ZZZZZZ9.99.

      ******************************************************************
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA LA ANTIGUEDAD, CON
      * EL MISMO COMPUTO CIVIL DE ARCHIVA.
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

       01 INDICE                 PIC 9(4).
       01 INDICE-BUSQUEDA        PIC 9(3).
       01 POSICION-DIVISION      PIC 9(3).
       01 DIVISION-CORTE         PIC X(2).
       01 JUGADOR-ABONO          PIC X(4).
       01 JUGADOR-HALLADO-SW     PIC X(1).
           88 JUGADOR-HALLADO             VALUE 'Y'.
       01 IMPORTE-TRABAJO        PIC 9(5)V9(2).
       01 IMPORTE-HALLADO-SW     PIC X(1).
           88 IMPORTE-HALLADO             VALUE 'Y'.
       01 NOMBRE-JUGADOR         PIC X(20).
       01 CARGOS-APUNTADOS       PIC 9(5) VALUE 0.
       01 PREMIOS-APUNTADOS      PIC 9(5) VALUE 0.
       01 HONORARIOS-APUNTADOS   PIC 9(5) VALUE 0.
       01 IMPORTE-EDITADO        PIC ZZZZ9.99.
       01 SALDO-EDITADO          PIC -ZZZZZZ9.99.

                    PERFORM ABONAR-PREMIOS-CIERRE
                WHEN MODO-EXTRACTO
                    PERFORM IMPRIMIR-EXTRACTO
                WHEN MODO-COBROS
                    PERFORM APUNTAR-COBROS
                WHEN MODO-MENSUAL
                    PERFORM IMPRIMIR-EXTRACTO-MENSUAL
                WHEN MODO-MOROSIDAD
                    PERFORM INFORMAR-MOROSIDAD
                WHEN OTHER
                    DISPLAY 'MODO DESCONOCIDO EN CUOTACTL: '
                        MODO-EJECUCION
            END-EVALUATE
            PERFORM CERRAR-PLANTILLA
            STOP RUN.

      ******************************************************************
                DISPLAY 'EL MODO DE PREMIOS NECESITA LA CLAVE DE '
                    'TEMPORADA EN LA TARJETA'
                STOP RUN
            END-IF
            IF MODO-MENSUAL
                IF CUOTACTL-MES IS NUMERIC
                    AND CUOTACTL-MES > 0
                    MOVE CUOTACTL-MES TO PERIODO-EXTRACTO
                ELSE
                    MOVE FP-ANO TO PE-ANO
                    MOVE FP-MES TO PE-MES
                    IF PE-MES = 1
                        SUBTRACT 1 FROM PE-ANO
                        MOVE 12 TO PE-MES
                    ELSE
                        SUBTRACT 1 FROM PE-MES
                    END-IF
                END-IF
                IF PE-MES < 1 OR PE-MES > 12
                    DISPLAY 'MES DEL EXTRACTO NO VALIDO: '
                        PERIODO-EXTRACTO
                    STOP RUN
                END-IF
            END-IF.

      ******************************************************************
            PERFORM LEER-AUDITORIA
            PERFORM PLEGAR-GRUPO-CUOTA UNTIL AUDIT-EOF
            CLOSE AUDIT-FILE
            PERFORM CARGAR-SALDOS
            OPEN EXTEND LEDGER-FILE
            IF LIBRO-FILE-STATUS NOT = '00'
                AND LIBRO-FILE-STATUS NOT = '05'
            PERFORM APUNTAR-LOTES-PASADA
            DISPLAY 'CAJA -- GRUPOS: ' GI-COUNT
                ' SALTADOS (LOTE YA CARGADO): ' GRUPOS-SALTADOS
                ' CARGOS APUNTADOS: ' CARGOS-APUNTADOS
                ' HONORARIOS APUNTADOS: ' HONORARIOS-APUNTADOS.

       LEER-AUDITORIA.

                    MOVE AUD-GRUPO TO GI-GRUPO(GI-COUNT)
                    MOVE AUD-PLAYER-P1 TO GI-P1(GI-COUNT)
                    MOVE AUD-PLAYER-P2 TO GI-P2(GI-COUNT)
                    MOVE AUD-ARBITRO TO GI-ARBITRO(GI-COUNT)
                END-IF
            END-IF
            PERFORM LEER-AUDITORIA.
      * CARGA LA CUOTA DE LA DIVISION DEL GRUPO A SUS DOS JUGADORES,
      * SI EL TARIFARIO TIENE CUOTA PARA ESA DIVISION Y EL LOTE DEL
      * GRUPO NO FIGURA YA COMO CARGADO EN LOTESREG (LOS GRUPOS SIN
      * IDENTIDAD DE LOTE SE CARGAN SIEMPRE, COMO HASTA AHORA). SI EL
      * GRUPO TUVO ARBITRO Y EL TARIFARIO PAGA ARBITRAJE EN ESA
      * DIVISION, SE LE ABONA EL HONORARIO EN LA MISMA PASADA.
      ******************************************************************
       CARGAR-CUOTA-GRUPO.

                    MOVE GI-P2(INDICE-GI) TO JUGADOR-ABONO
                    PERFORM APUNTAR-CARGO
                END-IF
                IF GI-ARBITRO(INDICE-GI) NOT = SPACES
                    PERFORM BUSCAR-HONORARIO-DIVISION
                    IF IMPORTE-HALLADO
                        PERFORM APUNTAR-HONORARIO
                    END-IF
                END-IF
            END-IF.

       BUSCAR-CUOTA-DIVISION.
            MOVE GI-DIVISION(INDICE-GI) TO LIB-DIVISION
            MOVE GI-LOTE-FECHA(INDICE-GI) TO LIB-REFERENCIA
            MOVE IMPORTE-TRABAJO TO LIB-IMPORTE
            PERFORM GRABAR-MOVIMIENTO
            ADD 1 TO CARGOS-APUNTADOS.

       BUSCAR-HONORARIO-DIVISION.

            MOVE 'N' TO IMPORTE-HALLADO-SW
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > TARIFAS-COUNT
                IF TAR-TIPO(INDICE-BUSQUEDA) = 'A'
                    AND TAR-DIVISION(INDICE-BUSQUEDA)
                        = GI-DIVISION(INDICE-GI)
                    MOVE TAR-IMPORTE(INDICE-BUSQUEDA)
                        TO IMPORTE-TRABAJO
                    MOVE 'Y' TO IMPORTE-HALLADO-SW
                END-IF
            END-PERFORM.

       APUNTAR-HONORARIO.

            MOVE GI-ARBITRO(INDICE-GI) TO LIB-PLAYER-ID
            MOVE FECHA-PROCESO TO LIB-FECHA
            MOVE 'A' TO LIB-TIPO
            MOVE GI-DIVISION(INDICE-GI) TO LIB-DIVISION
            MOVE GI-LOTE-FECHA(INDICE-GI) TO LIB-REFERENCIA
            MOVE IMPORTE-TRABAJO TO LIB-IMPORTE
            PERFORM GRABAR-MOVIMIENTO
            ADD 1 TO HONORARIOS-APUNTADOS.

      ******************************************************************
      * MODO 'P': CLASIFICA EL PSTATFILE FINAL POR DIVISION Y PUNTOS
      * Y ABONA EL PREMIO DE CADA PUESTO DEL TARIFARIO; DESPUES, EL
      * PREMIO DE CADA PUESTO DE CADA CATEGORIA DE CATEGIN.
      ******************************************************************
       ABONAR-PREMIOS-CIERRE.

            SORT LIGA-JUGADOR
                ASCENDING KEY LIGA-DIV
                DESCENDING KEY LIGA-PUNTOS LIGA-WINS
            PERFORM CARGAR-SALDOS
            OPEN EXTEND LEDGER-FILE
            IF LIBRO-FILE-STATUS NOT = '00'
                AND LIBRO-FILE-STATUS NOT = '05'
            PERFORM ABONAR-PREMIO-PUESTO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIGA-COUNT
            PERFORM ABONAR-PREMIOS-CATEGORIA
            CLOSE LEDGER-FILE
            PERFORM APUNTAR-TEMPORADA-PAGADA
            DISPLAY 'CAJA -- PREMIOS APUNTADOS: ' PREMIOS-APUNTADOS
                ' PREMIOS DE CATEGORIA: ' PREMIOS-CATEGORIA.

       LEER-PSTAT.

                MOVE LIGA-DIV(INDICE) TO LIB-DIVISION
                MOVE 'PREMIOS ' TO LIB-REFERENCIA
                MOVE IMPORTE-TRABAJO TO LIB-IMPORTE
                PERFORM GRABAR-MOVIMIENTO
                ADD 1 TO PREMIOS-APUNTADOS
            END-IF.

      ******************************************************************
      * PREMIOS DE CATEGORIA: SUMA LOS PUNTOS Y VICTORIAS DE CADA
      * JUGADOR EN TODAS SUS DIVISIONES, LOS ORDENA COMO LA
      * CLASIFICACION DE DIVISION Y, POR CADA CATEGORIA, RECORRE LOS
      * JUGADORES QUE ENTRAN EN ELLA ABONANDO EL PREMIO DE SU PUESTO
      * (LINEA 'G' DEL TARIFARIO, MOVIMIENTO 'G' DEL LIBRO). SIN
      * CATEGIN NO HAY PREMIOS DE CATEGORIA. VAN BAJO LA MISMA
      * TEMPORADA DE LOTESREG QUE LOS DE DIVISION.
      ******************************************************************
       ABONAR-PREMIOS-CATEGORIA.

            MOVE FECHA-PROCESO TO FECHA-HOY-CATEGORIA
            PERFORM CARGAR-CATEGORIAS
            IF CATEGORIAS-COUNT > 0
                PERFORM ABRIR-PLANTILLA
                PERFORM AGREGAR-A-COMBINADA
                    VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LIGA-COUNT
                IF COMB-COUNT > 0
                    SORT COMB-JUGADOR
                        DESCENDING KEY COMB-PUNTOS COMB-WINS
                END-IF
                PERFORM ABONAR-PREMIOS-UNA-CATEGORIA
                    VARYING INDICE-CATEGORIA FROM 1 BY 1
                    UNTIL INDICE-CATEGORIA > CATEGORIAS-COUNT
            END-IF.

       AGREGAR-A-COMBINADA.

            MOVE 0 TO INDICE-COMB
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > COMB-COUNT
                IF COMB-ID(INDICE-BUSQUEDA) = LIGA-ID(INDICE)
                    MOVE INDICE-BUSQUEDA TO INDICE-COMB
                END-IF
            END-PERFORM
            IF INDICE-COMB = 0
                ADD 1 TO COMB-COUNT
                MOVE COMB-COUNT TO INDICE-COMB
                MOVE LIGA-ID(INDICE) TO COMB-ID(INDICE-COMB)
                MOVE 0 TO COMB-PUNTOS(INDICE-COMB)
                MOVE 0 TO COMB-WINS(INDICE-COMB)
            END-IF
            ADD LIGA-PUNTOS(INDICE) TO COMB-PUNTOS(INDICE-COMB)
            ADD LIGA-WINS(INDICE) TO COMB-WINS(INDICE-COMB).

       ABONAR-PREMIOS-UNA-CATEGORIA.

            MOVE 0 TO POSICION-CATEGORIA
            PERFORM ABONAR-PREMIO-CATEGORIA
                VARYING INDICE-COMB FROM 1 BY 1
                UNTIL INDICE-COMB > COMB-COUNT.

       ABONAR-PREMIO-CATEGORIA.

            MOVE 0 TO NAC-CATEGORIA
            MOVE SPACES TO SEXO-CATEGORIA
            IF HAY-PLANTILLA
                MOVE COMB-ID(INDICE-COMB) TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ROST-FECHA-NAC IS NUMERIC
                            MOVE ROST-FECHA-NAC TO NAC-CATEGORIA
                        END-IF
                        MOVE ROST-SEXO TO SEXO-CATEGORIA
                END-READ
            END-IF
            PERFORM COMPROBAR-CATEGORIA
            IF CUMPLE-CATEGORIA
                ADD 1 TO POSICION-CATEGORIA
                MOVE 'N' TO IMPORTE-HALLADO-SW
                PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                    UNTIL INDICE-BUSQUEDA > TARIFAS-COUNT
                    IF TAR-TIPO(INDICE-BUSQUEDA) = 'G'
                        AND TAR-DIVISION(INDICE-BUSQUEDA)
                            = CATT-CODIGO(INDICE-CATEGORIA)
                        AND TAR-PUESTO(INDICE-BUSQUEDA)
                            = POSICION-CATEGORIA
                        MOVE TAR-IMPORTE(INDICE-BUSQUEDA)
                            TO IMPORTE-TRABAJO
                        MOVE 'Y' TO IMPORTE-HALLADO-SW
                    END-IF
                END-PERFORM
                IF IMPORTE-HALLADO
                    MOVE COMB-ID(INDICE-COMB) TO LIB-PLAYER-ID
                    MOVE FECHA-PROCESO TO LIB-FECHA
                    MOVE 'G' TO LIB-TIPO
                    MOVE CATT-CODIGO(INDICE-CATEGORIA) TO LIB-DIVISION
                    MOVE 'PREMIOS ' TO LIB-REFERENCIA
                    MOVE IMPORTE-TRABAJO TO LIB-IMPORTE
                    PERFORM GRABAR-MOVIMIENTO
                    ADD 1 TO PREMIOS-CATEGORIA
                END-IF
            END-IF.

      ******************************************************************
      * CARGA LOS LOTES YA APUNTADOS EN EL REGISTRO DE LOTES
      * PROCESADOS BAJO EL PROGRAMA DEL MODO EN CURSO. EL FICHERO ES
      ******************************************************************
       IMPRIMIR-EXTRACTO.

            PERFORM ABRIR-PLANTILLA
            OPEN INPUT LEDGER-FILE
            IF LIBRO-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE MOVIMIENTOS'

       AGREGAR-MOVIMIENTO.

            PERFORM LOCALIZAR-CUENTA
            IF INDICE-CTA > 0
                PERFORM SUMAR-MOVIMIENTO-CUENTA
            END-IF
            PERFORM LEER-MOVIMIENTO.

      ******************************************************************
      * DEJA EN INDICE-CTA LA CUENTA DEL JUGADOR DEL MOVIMIENTO, QUE
      * SE ABRE SI NO EXISTE (0 SI LA TABLA ESTA LLENA).
      ******************************************************************
       LOCALIZAR-CUENTA.

            MOVE 0 TO INDICE-CTA
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > CUENTA-COUNT
                END-IF
            END-PERFORM
            IF INDICE-CTA = 0
                IF CUENTA-COUNT = 500
                    DISPLAY 'AVISO: DEMASIADAS CUENTAS, SE TRUNCA'
                ELSE
                    ADD 1 TO CUENTA-COUNT
                    MOVE 0 TO CTA-CARGOS(INDICE-CTA)
                    MOVE 0 TO CTA-ABONOS(INDICE-CTA)
                END-IF
            END-IF.

       SUMAR-MOVIMIENTO-CUENTA.

            IF LIB-CARGO-CUOTA
                ADD LIB-IMPORTE TO CTA-CARGOS(INDICE-CTA)
            ELSE
                ADD LIB-IMPORTE TO CTA-ABONOS(INDICE-CTA)
            END-IF.

       PUBLICAR-CUENTA.

            WRITE LINEA-IMPRESION.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES PARA BUSCAR POR SU CLAVE LOS
      * NOMBRES DEL EXTRACTO Y LOS DATOS DE CATEGORIA. SIN EL, LOS
      * JUGADORES SALEN CON SU IDENTIFICADOR.
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

      ******************************************************************
      * CARGA LA TABLA DE CATEGORIAS (VER CATEGREC.CPY). OPCIONAL: SIN
      * CATEGIN NO HAY CATEGORIAS. UNA FECHA DE REFERENCIA A CERO
      * TOMA LA FECHA DE PROCESO (LA DEL SISTEMA SI EL PROGRAMA NO LA
      * HA DEJADO ANTES EN FECHA-HOY-CATEGORIA).
      ******************************************************************
       CARGAR-CATEGORIAS.

            IF FECHA-HOY-CATEGORIA = 0
                ACCEPT FECHA-HOY-CATEGORIA FROM DATE YYYYMMDD
            END-IF
            OPEN INPUT CATEGORY-FILE
            IF CATEGIN-FILE-STATUS = '00'
                OR CATEGIN-FILE-STATUS = '05'
                PERFORM LEER-CATEGORIA
                PERFORM ANOTAR-CATEGORIA UNTIL CATEGIN-EOF
                CLOSE CATEGORY-FILE
            END-IF.

       LEER-CATEGORIA.

            READ CATEGORY-FILE
                AT END MOVE 'Y' TO CATEGIN-EOF-SW
            END-READ.

      ******************************************************************
      * ANOTA UNA CATEGORIA. LAS LINEAS SIN CODIGO, CON EDADES O FECHA
      * NO NUMERICAS, CON UN SEXO DESCONOCIDO O CON UN CODIGO YA
      * ANOTADO SE DENUNCIAN Y SE IGNORAN.
      ******************************************************************
       ANOTAR-CATEGORIA.

            PERFORM VARYING INDICE-CATEGORIA FROM 1 BY 1
                UNTIL INDICE-CATEGORIA > CATEGORIAS-COUNT
                OR CATT-CODIGO(INDICE-CATEGORIA) = CATG-CODIGO
                CONTINUE
            END-PERFORM
            EVALUATE TRUE
                WHEN CATG-CODIGO = SPACES
                    OR CATG-EDAD-MIN IS NOT NUMERIC
                    OR CATG-EDAD-MAX IS NOT NUMERIC
                    OR CATG-FECHA-REF IS NOT NUMERIC
                    OR NOT CATG-SEXO-VALIDO
                    DISPLAY 'AVISO: CATEGORIA ' CATG-CODIGO
                        ' INVALIDA EN CATEGIN, SE IGNORA'
                WHEN INDICE-CATEGORIA NOT > CATEGORIAS-COUNT
                    DISPLAY 'AVISO: CATEGORIA ' CATG-CODIGO
                        ' DUPLICADA EN CATEGIN, SE IGNORA'
                WHEN CATEGORIAS-COUNT = CATEGORIAS-MAX
                    DISPLAY 'AVISO: TABLA DE CATEGORIAS LLENA, SE '
                        'IGNORA LA CATEGORIA ' CATG-CODIGO
                WHEN OTHER
                    ADD 1 TO CATEGORIAS-COUNT
                    MOVE CATG-CODIGO TO CATT-CODIGO(CATEGORIAS-COUNT)
                    MOVE CATG-NOMBRE TO CATT-NOMBRE(CATEGORIAS-COUNT)
                    MOVE CATG-SEXO TO CATT-SEXO(CATEGORIAS-COUNT)
                    MOVE CATG-EDAD-MIN
                        TO CATT-EDAD-MIN(CATEGORIAS-COUNT)
                    MOVE CATG-EDAD-MAX
                        TO CATT-EDAD-MAX(CATEGORIAS-COUNT)
                    IF CATG-FECHA-REF = 0
                        MOVE FECHA-HOY-CATEGORIA
                            TO CATT-FECHA-REF(CATEGORIAS-COUNT)
                    ELSE
                        MOVE CATG-FECHA-REF
                            TO CATT-FECHA-REF(CATEGORIAS-COUNT)
                    END-IF
            END-EVALUATE
            PERFORM LEER-CATEGORIA.

      ******************************************************************
      * ENCIENDE CUMPLE-CATEGORIA SI EL JUGADOR DE NAC-CATEGORIA Y
      * SEXO-CATEGORIA ENTRA EN LA CATEGORIA INDICE-CATEGORIA: SU SEXO
      * ES EL EXIGIDO (SI LO HAY) Y SU EDAD CUMPLIDA A LA FECHA DE
      * REFERENCIA ESTA EN LA FRANJA (SI LA HAY). SIN FECHA DE
      * NACIMIENTO NO ENTRA EN LAS CATEGORIAS QUE MIRAN LA EDAD.
      ******************************************************************
       COMPROBAR-CATEGORIA.

            MOVE 'Y' TO CUMPLE-CATEGORIA-SW
            IF CATT-SEXO(INDICE-CATEGORIA) NOT = SPACE
                AND CATT-SEXO(INDICE-CATEGORIA) NOT = SEXO-CATEGORIA
                MOVE 'N' TO CUMPLE-CATEGORIA-SW
            END-IF
            IF CATT-EDAD-MIN(INDICE-CATEGORIA) > 0
                OR CATT-EDAD-MAX(INDICE-CATEGORIA) > 0
                IF NAC-CATEGORIA = 0
                    MOVE 'N' TO CUMPLE-CATEGORIA-SW
                ELSE
                    MOVE CATT-FECHA-REF(INDICE-CATEGORIA)
                        TO REF-CATEGORIA
                    COMPUTE EDAD-CATEGORIA =
                        REF-CAT-ANO - NAC-CAT-ANO
                    IF REF-CAT-MMDD < NAC-CAT-MMDD
                        SUBTRACT 1 FROM EDAD-CATEGORIA
                    END-IF
                    IF EDAD-CATEGORIA < CATT-EDAD-MIN(INDICE-CATEGORIA)
                        MOVE 'N' TO CUMPLE-CATEGORIA-SW
                    END-IF
                    IF CATT-EDAD-MAX(INDICE-CATEGORIA) > 0
                        AND EDAD-CATEGORIA
                            > CATT-EDAD-MAX(INDICE-CATEGORIA)
                        MOVE 'N' TO CUMPLE-CATEGORIA-SW
                    END-IF
                END-IF
            END-IF.

       BUSCAR-NOMBRE.

            MOVE JUGADOR-ABONO TO NOMBRE-JUGADOR
            MOVE 'N' TO JUGADOR-HALLADO-SW
            IF HAY-PLANTILLA
                MOVE JUGADOR-ABONO TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                        MOVE 'Y' TO JUGADOR-HALLADO-SW
                END-READ
            END-IF.

      ******************************************************************
      * CARGA EL SALDO DE CADA JUGADOR DESDE EL LIBRO ANTES DE APUNTAR,
      * PARA QUE CADA LINEA NUEVA LLEVE SU SALDO CORRIDO, Y LOS
      * NUMEROS DE RECIBO YA COBRADOS. EL LIBRO ES OPCIONAL: SIN EL,
      * TODOS LOS SALDOS EMPIEZAN A CERO.
      ******************************************************************
       CARGAR-SALDOS.

            OPEN INPUT LEDGER-FILE
            IF LIBRO-FILE-STATUS = '00'
                OR LIBRO-FILE-STATUS = '05'
                PERFORM LEER-MOVIMIENTO
                PERFORM ACUMULAR-SALDO UNTIL LIBRO-EOF
                CLOSE LEDGER-FILE
            END-IF
            MOVE 'N' TO LIBRO-EOF-SW.

       ACUMULAR-SALDO.

            PERFORM LOCALIZAR-CUENTA
            IF INDICE-CTA > 0
                PERFORM SUMAR-MOVIMIENTO-CUENTA
            END-IF
            IF LIB-COBRO
                PERFORM ANOTAR-RECIBO
            END-IF
            PERFORM LEER-MOVIMIENTO.

       ANOTAR-RECIBO.

            IF RECIBOS-COUNT = 3000
                DISPLAY 'AVISO: DEMASIADOS RECIBOS, NO SE CONTRASTARA '
                    LIB-REFERENCIA
            ELSE
                ADD 1 TO RECIBOS-COUNT
                MOVE LIB-REFERENCIA TO REC-NUMERO(RECIBOS-COUNT)
            END-IF.

      ******************************************************************
      * GRABA EL MOVIMIENTO PREPARADO EN EL REGISTRO DEL LIBRO CON EL
      * SALDO DEL JUGADOR DESPUES DE APLICARLO.
      ******************************************************************
       GRABAR-MOVIMIENTO.

            PERFORM LOCALIZAR-CUENTA
            IF INDICE-CTA > 0
                PERFORM SUMAR-MOVIMIENTO-CUENTA
                COMPUTE SALDO-TRABAJO =
                    CTA-ABONOS(INDICE-CTA) - CTA-CARGOS(INDICE-CTA)
            ELSE
                MOVE 0 TO SALDO-TRABAJO
            END-IF
            IF SALDO-TRABAJO < 0
                MOVE '-' TO LIB-SALDO-SIGNO
            ELSE
                MOVE SPACE TO LIB-SALDO-SIGNO
            END-IF
            MOVE SALDO-TRABAJO TO LIB-SALDO
            WRITE LIBRO-MOVIMIENTO-RECORD.

      ******************************************************************
      * MODO 'R': APUNTA CADA COBRO DE COBROTRAN CON OPERADOR
      * AUTORIZADO, JUGADOR DE LA PLANTILLA, IMPORTE Y FECHA VALIDOS Y
      * UN NUMERO DE RECIBO QUE NO ESTE YA EN EL LIBRO. LOS DEMAS SE
      * RECHAZAN CON SU MOTIVO EN EL LISTADO.
      ******************************************************************
       APUNTAR-COBROS.

            PERFORM ABRIR-PLANTILLA
            IF NOT HAY-PLANTILLA
                DISPLAY 'SIN PLANTILLA (ROSTERMAE) NO SE PUEDEN '
                    'VALIDAR LOS COBROS'
                STOP RUN
            END-IF
            PERFORM CARGAR-OPERADORES
            PERFORM CARGAR-SALDOS
            OPEN INPUT RECEIPT-FILE
            IF COBROS-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LOS COBROS (COBROTRAN)'
                STOP RUN
            END-IF
            OPEN EXTEND LEDGER-FILE
            IF LIBRO-FILE-STATUS NOT = '00'
                AND LIBRO-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE MOVIMIENTOS'
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LISTADO DE COBROS'
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'COBROS APUNTADOS EN EL LIBRO DE CAJA - FECHA '
                TO LINEA-IMPRESION(1:46)
            MOVE FECHA-PROCESO TO LINEA-IMPRESION(47:8)
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'RECIBO' TO LINEA-IMPRESION(1:6)
            MOVE 'JUG' TO LINEA-IMPRESION(10:3)
            MOVE 'NOMBRE' TO LINEA-IMPRESION(15:6)
            MOVE 'FECHA' TO LINEA-IMPRESION(36:5)
            MOVE ' IMPORTE' TO LINEA-IMPRESION(45:8)
            MOVE 'RESULTADO' TO LINEA-IMPRESION(54:9)
            WRITE LINEA-IMPRESION
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM LEER-COBRO
            PERFORM TRATAR-COBRO UNTIL COBROS-EOF
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'APUNTADOS ' TO LINEA-IMPRESION(1:10)
            MOVE COBROS-APUNTADOS TO LINEA-IMPRESION(11:5)
            MOVE '  RECHAZADOS ' TO LINEA-IMPRESION(16:13)
            MOVE COBROS-RECHAZADOS TO LINEA-IMPRESION(29:5)
            MOVE '  TOTAL COBRADO ' TO LINEA-IMPRESION(34:16)
            MOVE TOTAL-COBRADO TO DEUDA-EDITADA
            MOVE DEUDA-EDITADA TO LINEA-IMPRESION(50:10)
            WRITE LINEA-IMPRESION
            CLOSE RECEIPT-FILE
            CLOSE LEDGER-FILE
            CLOSE PRINT-FILE
            DISPLAY 'CAJA -- COBROS APUNTADOS: ' COBROS-APUNTADOS
                ' RECHAZADOS: ' COBROS-RECHAZADOS.

       LEER-COBRO.

            READ RECEIPT-FILE
                AT END MOVE 'Y' TO COBROS-EOF-SW
            END-READ.

       TRATAR-COBRO.

            MOVE SPACES TO MOTIVO-COBRO
            MOVE CTRAN-PLAYER-ID TO JUGADOR-ABONO
            PERFORM BUSCAR-NOMBRE
            PERFORM COMPROBAR-USUARIO
            IF NOT USUARIO-AUTORIZADO
                MOVE 'OPERADOR NO AUTORIZADO' TO MOTIVO-COBRO
            ELSE
                PERFORM VALIDAR-COBRO
            END-IF
            IF MOTIVO-COBRO = SPACES
                MOVE CTRAN-PLAYER-ID TO LIB-PLAYER-ID
                IF CTRAN-FECHA = 0
                    MOVE FECHA-PROCESO TO LIB-FECHA
                ELSE
                    MOVE CTRAN-FECHA TO LIB-FECHA
                END-IF
                MOVE 'R' TO LIB-TIPO
                MOVE SPACES TO LIB-DIVISION
                MOVE CTRAN-RECIBO TO LIB-REFERENCIA
                MOVE CTRAN-IMPORTE TO LIB-IMPORTE
                PERFORM GRABAR-MOVIMIENTO
                PERFORM ANOTAR-RECIBO
                ADD 1 TO COBROS-APUNTADOS
                ADD CTRAN-IMPORTE TO TOTAL-COBRADO
                MOVE 'APUNTADO' TO MOTIVO-COBRO
            ELSE
                ADD 1 TO COBROS-RECHAZADOS
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE CTRAN-RECIBO TO LINEA-IMPRESION(1:8)
            MOVE CTRAN-PLAYER-ID TO LINEA-IMPRESION(10:4)
            MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(15:20)
            MOVE CTRAN-FECHA TO LINEA-IMPRESION(36:8)
            IF CTRAN-IMPORTE IS NUMERIC
                MOVE CTRAN-IMPORTE TO IMPORTE-EDITADO
                MOVE IMPORTE-EDITADO TO LINEA-IMPRESION(45:8)
            END-IF
            MOVE MOTIVO-COBRO TO LINEA-IMPRESION(54:24)
            WRITE LINEA-IMPRESION
            PERFORM LEER-COBRO.

       VALIDAR-COBRO.

            EVALUATE TRUE
                WHEN CTRAN-RECIBO = SPACES
                    MOVE 'SIN NUMERO DE RECIBO' TO MOTIVO-COBRO
                WHEN CTRAN-IMPORTE NOT NUMERIC
                    MOVE 'IMPORTE NO VALIDO' TO MOTIVO-COBRO
                WHEN CTRAN-IMPORTE = 0
                    MOVE 'IMPORTE NO VALIDO' TO MOTIVO-COBRO
                WHEN CTRAN-FECHA NOT NUMERIC
                    MOVE 'FECHA DE COBRO NO VALIDA' TO MOTIVO-COBRO
                WHEN CTRAN-FECHA > FECHA-PROCESO
                    MOVE 'FECHA DE COBRO NO VALIDA' TO MOTIVO-COBRO
                WHEN NOT JUGADOR-HALLADO
                    MOVE 'JUGADOR NO EN PLANTILLA' TO MOTIVO-COBRO
                WHEN OTHER
                    PERFORM COMPROBAR-RECIBO
                    IF RECIBO-REPETIDO
                        MOVE 'RECIBO YA APUNTADO' TO MOTIVO-COBRO
                    END-IF
            END-EVALUATE.

       COMPROBAR-RECIBO.

            MOVE 'N' TO RECIBO-REPETIDO-SW
            PERFORM VARYING INDICE-RECIBO FROM 1 BY 1
                UNTIL INDICE-RECIBO > RECIBOS-COUNT
                IF REC-NUMERO(INDICE-RECIBO) = CTRAN-RECIBO
                    MOVE 'Y' TO RECIBO-REPETIDO-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * NINGUN COBRO Y LA PASADA SE NIEGA.
      ******************************************************************
       CARGAR-OPERADORES.

            OPEN INPUT OPERATOR-FILE
            IF OPERAUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE OPERADORES '
                    '(OPERAUT), LOS COBROS SE NIEGAN'
                STOP RUN
            END-IF
            PERFORM LEER-OPERADOR
            PERFORM ANOTAR-OPERADOR UNTIL OPERADORES-EOF
            CLOSE OPERATOR-FILE.

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

      ******************************************************************
      * EL OPERADOR DEL COBRO DEBE SER UN OPERADOR ACTIVO CON LA
      * FUNCION 'F' CONCEDIDA. LA COMPROBACION QUEDA EN EL REGISTRO
      * DE ACCESOS.
      ******************************************************************
       COMPROBAR-USUARIO.

            MOVE 'N' TO AUTORIZADO-SW
            PERFORM VARYING INDICE-OPER FROM 1 BY 1
                UNTIL INDICE-OPER > OPER-COUNT
                IF OPER-ID(INDICE-OPER) = CTRAN-USUARIO
                    AND OPER-ACTIVO(INDICE-OPER) = 'A'
                    PERFORM VARYING INDICE-FUN FROM 1 BY 1
                        UNTIL INDICE-FUN > 10
                        IF OPER-FUNCIONES(INDICE-OPER)(INDICE-FUN:1)
                            = 'F'
                            MOVE 'Y' TO AUTORIZADO-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            PERFORM ANOTAR-ACCESO.

       ANOTAR-ACCESO.

            OPEN EXTEND ACCESS-LOG-FILE
            IF ACCESLOG-FILE-STATUS = '00'
                OR ACCESLOG-FILE-STATUS = '05'
                ACCEPT ACC-FECHA FROM DATE YYYYMMDD
                ACCEPT ACC-HORA FROM TIME
                MOVE CTRAN-USUARIO TO ACC-OPERADOR
                MOVE 'TESORER' TO ACC-FUNCION
                IF USUARIO-AUTORIZADO
                    MOVE 'P' TO ACC-RESULTADO
                ELSE
                    MOVE 'D' TO ACC-RESULTADO
                END-IF
                WRITE ACCESO-RECORD
                CLOSE ACCESS-LOG-FILE
            END-IF.

      ******************************************************************
      * MODO 'M': EXTRACTO MENSUAL. LOS MOVIMIENTOS ANTERIORES AL MES
      * FORMAN EL SALDO ANTERIOR DE CADA CUENTA; LOS DEL MES SE
      * GUARDAN EN EL ORDEN DEL LIBRO Y SE IMPRIMEN CON SU SALDO
      * CORRIDO; LOS POSTERIORES NO CUENTAN. SOLO SALEN LAS CUENTAS
      * CON MOVIMIENTOS EN EL MES O CON SALDO ANTERIOR DISTINTO DE
      * CERO.
      ******************************************************************
       IMPRIMIR-EXTRACTO-MENSUAL.

            PERFORM ABRIR-PLANTILLA
            COMPUTE FECHA-DESDE = PERIODO-EXTRACTO * 100 + 1
            COMPUTE FECHA-HASTA = PERIODO-EXTRACTO * 100 + 31
            OPEN INPUT LEDGER-FILE
            IF LIBRO-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE MOVIMIENTOS'
                STOP RUN
            END-IF
            PERFORM LEER-MOVIMIENTO
            PERFORM ANOTAR-MOVIMIENTO-MES UNTIL LIBRO-EOF
            CLOSE LEDGER-FILE
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL EXTRACTO DE CUENTAS'
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'EXTRACTO MENSUAL DE CUENTAS DE JUGADOR - MES '
                TO LINEA-IMPRESION(1:45)
            MOVE PERIODO-EXTRACTO TO LINEA-IMPRESION(46:6)
            WRITE LINEA-IMPRESION
            MOVE ALL '=' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM PUBLICAR-CUENTA-MES
                VARYING INDICE-CTA FROM 1 BY 1
                UNTIL INDICE-CTA > CUENTA-COUNT
            CLOSE PRINT-FILE
            DISPLAY 'CAJA -- EXTRACTOS MENSUALES DEL MES '
                PERIODO-EXTRACTO ': ' EXTRACTOS-IMPRESOS.

       ANOTAR-MOVIMIENTO-MES.

            PERFORM LOCALIZAR-CUENTA
            IF INDICE-CTA > 0
                IF LIB-FECHA < FECHA-DESDE
                    PERFORM SUMAR-MOVIMIENTO-CUENTA
                ELSE
                    IF LIB-FECHA NOT > FECHA-HASTA
                        IF MES-COUNT = 3000
                            DISPLAY 'AVISO: DEMASIADOS MOVIMIENTOS EN '
                                'EL MES, SE TRUNCA'
                        ELSE
                            ADD 1 TO MES-COUNT
                            MOVE LIB-PLAYER-ID
                                TO MES-PLAYER-ID(MES-COUNT)
                            MOVE LIB-FECHA TO MES-FECHA(MES-COUNT)
                            MOVE LIB-TIPO TO MES-TIPO(MES-COUNT)
                            MOVE LIB-DIVISION
                                TO MES-DIVISION(MES-COUNT)
                            MOVE LIB-REFERENCIA
                                TO MES-REFERENCIA(MES-COUNT)
                            MOVE LIB-IMPORTE TO MES-IMPORTE(MES-COUNT)
                        END-IF
                    END-IF
                END-IF
            END-IF
            PERFORM LEER-MOVIMIENTO.

       PUBLICAR-CUENTA-MES.

            COMPUTE SALDO-TRABAJO =
                CTA-ABONOS(INDICE-CTA) - CTA-CARGOS(INDICE-CTA)
            MOVE 0 TO MOVIMIENTOS-JUGADOR
            PERFORM VARYING INDICE-MES FROM 1 BY 1
                UNTIL INDICE-MES > MES-COUNT
                IF MES-PLAYER-ID(INDICE-MES) = CTA-ID(INDICE-CTA)
                    ADD 1 TO MOVIMIENTOS-JUGADOR
                END-IF
            END-PERFORM
            IF MOVIMIENTOS-JUGADOR > 0 OR SALDO-TRABAJO NOT = 0
                ADD 1 TO EXTRACTOS-IMPRESOS
                MOVE CTA-ID(INDICE-CTA) TO JUGADOR-ABONO
                PERFORM BUSCAR-NOMBRE
                MOVE SPACES TO LINEA-IMPRESION
                MOVE 'JUGADOR ' TO LINEA-IMPRESION(1:8)
                MOVE CTA-ID(INDICE-CTA) TO LINEA-IMPRESION(9:4)
                MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(14:20)
                WRITE LINEA-IMPRESION
                MOVE SPACES TO LINEA-IMPRESION
                MOVE 'SALDO ANTERIOR' TO LINEA-IMPRESION(3:14)
                MOVE SALDO-TRABAJO TO SALDO-EDITADO
                MOVE SALDO-EDITADO TO LINEA-IMPRESION(50:11)
                WRITE LINEA-IMPRESION
                PERFORM IMPRIMIR-MOVIMIENTO-MES
                    VARYING INDICE-MES FROM 1 BY 1
                    UNTIL INDICE-MES > MES-COUNT
                MOVE SPACES TO LINEA-IMPRESION
                MOVE 'SALDO FINAL' TO LINEA-IMPRESION(3:11)
                MOVE SALDO-TRABAJO TO SALDO-EDITADO
                MOVE SALDO-EDITADO TO LINEA-IMPRESION(50:11)
                WRITE LINEA-IMPRESION
                MOVE ALL '-' TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF.

       IMPRIMIR-MOVIMIENTO-MES.

            IF MES-PLAYER-ID(INDICE-MES) = CTA-ID(INDICE-CTA)
                EVALUATE MES-TIPO(INDICE-MES)
                    WHEN 'C'
                        MOVE 'CUOTA' TO CONCEPTO-MOVIMIENTO
                        COMPUTE IMPORTE-MOVIMIENTO =
                            0 - MES-IMPORTE(INDICE-MES)
                    WHEN 'P'
                        MOVE 'PREMIO' TO CONCEPTO-MOVIMIENTO
                        MOVE MES-IMPORTE(INDICE-MES)
                            TO IMPORTE-MOVIMIENTO
                    WHEN 'R'
                        MOVE 'COBRO' TO CONCEPTO-MOVIMIENTO
                        MOVE MES-IMPORTE(INDICE-MES)
                            TO IMPORTE-MOVIMIENTO
                    WHEN 'G'
                        MOVE 'PREMCAT' TO CONCEPTO-MOVIMIENTO
                        MOVE MES-IMPORTE(INDICE-MES)
                            TO IMPORTE-MOVIMIENTO
                    WHEN 'A'
                        MOVE 'ARBITRAJ' TO CONCEPTO-MOVIMIENTO
                        MOVE MES-IMPORTE(INDICE-MES)
                            TO IMPORTE-MOVIMIENTO
                    WHEN OTHER
                        MOVE 'ABONO' TO CONCEPTO-MOVIMIENTO
                        MOVE MES-IMPORTE(INDICE-MES)
                            TO IMPORTE-MOVIMIENTO
                END-EVALUATE
                ADD IMPORTE-MOVIMIENTO TO SALDO-TRABAJO
                MOVE SPACES TO LINEA-IMPRESION
                MOVE MES-FECHA(INDICE-MES) TO LINEA-IMPRESION(3:8)
                MOVE CONCEPTO-MOVIMIENTO TO LINEA-IMPRESION(12:8)
                MOVE MES-REFERENCIA(INDICE-MES)
                    TO LINEA-IMPRESION(21:8)
                MOVE MES-DIVISION(INDICE-MES) TO LINEA-IMPRESION(30:2)
                MOVE IMPORTE-MOVIMIENTO TO IMPORTE-MOV-EDITADO
                MOVE IMPORTE-MOV-EDITADO TO LINEA-IMPRESION(34:9)
                MOVE 'SALDO' TO LINEA-IMPRESION(44:5)
                MOVE SALDO-TRABAJO TO SALDO-EDITADO
                MOVE SALDO-EDITADO TO LINEA-IMPRESION(50:11)
                WRITE LINEA-IMPRESION
            END-IF.

      ******************************************************************
      * MODO 'A': ANTIGUEDAD DE LA DEUDA. LOS ABONOS Y COBROS DE CADA
      * JUGADOR CUBREN SUS CUOTAS DE LA MAS ANTIGUA A LA MAS RECIENTE;
      * LO QUE QUEDA SIN CUBRIR SE REPARTE EN TRAMOS DE 30, 60 Y 90
      * DIAS DESDE LA FECHA DEL CARGO. CON LA TARJETA MOROCTL SE
      * REGRABA LA LISTA DE MOROSOS: LOS JUGADORES CUYA DEUDA VENCIDA
      * (CUOTAS CON MAS DIAS DE LOS DE LA TARJETA) SUPERA EL UMBRAL.
      * SIN TARJETA LA LISTA QUEDA VACIA Y NO SE BLOQUEA A NADIE.
      ******************************************************************
       INFORMAR-MOROSIDAD.

            PERFORM ABRIR-PLANTILLA
            PERFORM LEER-TARJETA-MOROSIDAD
            MOVE FECHA-PROCESO TO FECHA-TRABAJO
            PERFORM FECHA-A-DIAS
            MOVE DIAS-CORRIDOS TO DIAS-HOY
            OPEN INPUT LEDGER-FILE
            IF LIBRO-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL LIBRO DE MOVIMIENTOS'
                STOP RUN
            END-IF
            PERFORM LEER-MOVIMIENTO
            PERFORM ANOTAR-MOVIMIENTO-MORA UNTIL LIBRO-EOF
            CLOSE LEDGER-FILE
            OPEN OUTPUT PRINT-FILE
            IF PRINT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE MOROSIDAD'
                STOP RUN
            END-IF
            OPEN OUTPUT DEBTOR-FILE
            IF MOROSOS-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA LISTA DE MOROSOS'
                STOP RUN
            END-IF
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'ANTIGUEDAD DE LA DEUDA DE LOS JUGADORES - FECHA '
                TO LINEA-IMPRESION(1:48)
            MOVE FECHA-PROCESO TO LINEA-IMPRESION(49:8)
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'JUG' TO LINEA-IMPRESION(1:3)
            MOVE 'NOMBRE' TO LINEA-IMPRESION(6:6)
            MOVE '     TOTAL' TO LINEA-IMPRESION(26:10)
            MOVE ' 0-30 DIAS' TO LINEA-IMPRESION(37:10)
            MOVE '31-60 DIAS' TO LINEA-IMPRESION(48:10)
            MOVE '61-90 DIAS' TO LINEA-IMPRESION(59:10)
            MOVE '  +90 DIAS' TO LINEA-IMPRESION(70:10)
            WRITE LINEA-IMPRESION
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM ENVEJECER-CUENTA
                VARYING INDICE-CTA FROM 1 BY 1
                UNTIL INDICE-CTA > CUENTA-COUNT
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            MOVE 'TOTAL' TO LINEA-IMPRESION(1:5)
            MOVE TOTAL-DEUDA TO DEUDA-EDITADA
            MOVE DEUDA-EDITADA TO LINEA-IMPRESION(26:10)
            MOVE TOTAL-TRAMO-30 TO DEUDA-EDITADA
            MOVE DEUDA-EDITADA TO LINEA-IMPRESION(37:10)
            MOVE TOTAL-TRAMO-60 TO DEUDA-EDITADA
            MOVE DEUDA-EDITADA TO LINEA-IMPRESION(48:10)
            MOVE TOTAL-TRAMO-90 TO DEUDA-EDITADA
            MOVE DEUDA-EDITADA TO LINEA-IMPRESION(59:10)
            MOVE TOTAL-TRAMO-MAS-90 TO DEUDA-EDITADA
            MOVE DEUDA-EDITADA TO LINEA-IMPRESION(70:10)
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            IF HAY-TARJETA-MORA
                MOVE '* EN LA LISTA DE MOROSOS: DEUDA A MAS DE '
                    TO LINEA-IMPRESION(1:41)
                MOVE DIAS-MOROSIDAD TO LINEA-IMPRESION(42:3)
                MOVE ' DIAS POR ENCIMA DE ' TO LINEA-IMPRESION(45:20)
                MOVE UMBRAL-MOROSIDAD TO DEUDA-EDITADA
                MOVE DEUDA-EDITADA TO LINEA-IMPRESION(65:10)
            ELSE
                MOVE 'SIN TARJETA MOROCTL: LISTA DE MOROSOS VACIA'
                    TO LINEA-IMPRESION(1:43)
            END-IF
            WRITE LINEA-IMPRESION
            CLOSE DEBTOR-FILE
            CLOSE PRINT-FILE
            DISPLAY 'CAJA -- JUGADORES CON DEUDA: ' DEUDORES-INFORMADOS
                ' EN LA LISTA DE MOROSOS: ' MOROSOS-GRABADOS.

      ******************************************************************
      * LEE LA TARJETA OPCIONAL DE MOROSIDAD.
      ******************************************************************
       LEER-TARJETA-MOROSIDAD.

            OPEN INPUT ARREARS-CARD-FILE
            IF MOROCTL-FILE-STATUS = '00'
                READ ARREARS-CARD-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MOROCTL-UMBRAL IS NUMERIC
                            MOVE 'Y' TO TARJETA-MORA-SW
                            MOVE MOROCTL-UMBRAL TO UMBRAL-MOROSIDAD
                            IF MOROCTL-DIAS IS NUMERIC
                                AND MOROCTL-DIAS > 0
                                MOVE MOROCTL-DIAS TO DIAS-MOROSIDAD
                            END-IF
                        END-IF
                END-READ
                CLOSE ARREARS-CARD-FILE
            END-IF
            IF NOT HAY-TARJETA-MORA
                DISPLAY 'AVISO: SIN TARJETA MOROCTL VALIDA, LA LISTA '
                    'DE MOROSOS QUEDA VACIA'
            END-IF.

       ANOTAR-MOVIMIENTO-MORA.

            PERFORM LOCALIZAR-CUENTA
            IF INDICE-CTA > 0
                IF LIB-CARGO-CUOTA
                    IF CARGOS-COUNT = 5000
                        DISPLAY 'AVISO: DEMASIADAS CUOTAS, SE TRUNCA'
                    ELSE
                        ADD 1 TO CARGOS-COUNT
                        MOVE LIB-PLAYER-ID
                            TO CAR-PLAYER-ID(CARGOS-COUNT)
                        MOVE LIB-FECHA TO CAR-FECHA(CARGOS-COUNT)
                        MOVE LIB-IMPORTE TO CAR-IMPORTE(CARGOS-COUNT)
                    END-IF
                ELSE
                    ADD LIB-IMPORTE TO CTA-ABONOS(INDICE-CTA)
                END-IF
            END-IF
            PERFORM LEER-MOVIMIENTO.

       ENVEJECER-CUENTA.

            MOVE CTA-ABONOS(INDICE-CTA) TO CREDITO-RESTANTE
            MOVE 0 TO TRAMO-30
            MOVE 0 TO TRAMO-60
            MOVE 0 TO TRAMO-90
            MOVE 0 TO TRAMO-MAS-90
            MOVE 0 TO DEUDA-VENCIDA
            MOVE 0 TO DIAS-MAXIMO
            PERFORM APLICAR-CARGO-MORA
                VARYING INDICE-CARGO FROM 1 BY 1
                UNTIL INDICE-CARGO > CARGOS-COUNT
            COMPUTE DEUDA-TOTAL =
                TRAMO-30 + TRAMO-60 + TRAMO-90 + TRAMO-MAS-90
            IF DEUDA-TOTAL > 0
                ADD 1 TO DEUDORES-INFORMADOS
                ADD DEUDA-TOTAL TO TOTAL-DEUDA
                ADD TRAMO-30 TO TOTAL-TRAMO-30
                ADD TRAMO-60 TO TOTAL-TRAMO-60
                ADD TRAMO-90 TO TOTAL-TRAMO-90
                ADD TRAMO-MAS-90 TO TOTAL-TRAMO-MAS-90
                MOVE CTA-ID(INDICE-CTA) TO JUGADOR-ABONO
                PERFORM BUSCAR-NOMBRE
                MOVE SPACES TO LINEA-IMPRESION
                MOVE CTA-ID(INDICE-CTA) TO LINEA-IMPRESION(1:4)
                MOVE NOMBRE-JUGADOR TO LINEA-IMPRESION(6:18)
                IF HAY-TARJETA-MORA
                    AND DEUDA-VENCIDA > UMBRAL-MOROSIDAD
                    MOVE '*' TO LINEA-IMPRESION(24:1)
                    MOVE CTA-ID(INDICE-CTA) TO MORO-PLAYER-ID
                    MOVE DEUDA-VENCIDA TO MORO-DEUDA
                    MOVE DIAS-MAXIMO TO MORO-DIAS
                    MOVE FECHA-PROCESO TO MORO-FECHA
                    WRITE MOROSO-RECORD
                    ADD 1 TO MOROSOS-GRABADOS
                END-IF
                MOVE DEUDA-TOTAL TO DEUDA-EDITADA
                MOVE DEUDA-EDITADA TO LINEA-IMPRESION(26:10)
                MOVE TRAMO-30 TO DEUDA-EDITADA
                MOVE DEUDA-EDITADA TO LINEA-IMPRESION(37:10)
                MOVE TRAMO-60 TO DEUDA-EDITADA
                MOVE DEUDA-EDITADA TO LINEA-IMPRESION(48:10)
                MOVE TRAMO-90 TO DEUDA-EDITADA
                MOVE DEUDA-EDITADA TO LINEA-IMPRESION(59:10)
                MOVE TRAMO-MAS-90 TO DEUDA-EDITADA
                MOVE DEUDA-EDITADA TO LINEA-IMPRESION(70:10)
                WRITE LINEA-IMPRESION
            END-IF.

      ******************************************************************
      * CUBRE LA CUOTA EN INDICE-CARGO, SI ES DEL JUGADOR, CON LO QUE
      * QUEDE DE SUS ABONOS Y ENVEJECE LA PARTE SIN CUBRIR.
      ******************************************************************
       APLICAR-CARGO-MORA.

            IF CAR-PLAYER-ID(INDICE-CARGO) = CTA-ID(INDICE-CTA)
                IF CREDITO-RESTANTE NOT < CAR-IMPORTE(INDICE-CARGO)
                    SUBTRACT CAR-IMPORTE(INDICE-CARGO)
                        FROM CREDITO-RESTANTE
                ELSE
                    COMPUTE PENDIENTE-CARGO =
                        CAR-IMPORTE(INDICE-CARGO) - CREDITO-RESTANTE
                    MOVE 0 TO CREDITO-RESTANTE
                    MOVE CAR-FECHA(INDICE-CARGO) TO FECHA-TRABAJO
                    PERFORM FECHA-A-DIAS
                    COMPUTE EDAD-DIAS = DIAS-HOY - DIAS-CORRIDOS
                    EVALUATE TRUE
                        WHEN EDAD-DIAS <= 30
                            ADD PENDIENTE-CARGO TO TRAMO-30
                        WHEN EDAD-DIAS <= 60
                            ADD PENDIENTE-CARGO TO TRAMO-60
                        WHEN EDAD-DIAS <= 90
                            ADD PENDIENTE-CARGO TO TRAMO-90
                        WHEN OTHER
                            ADD PENDIENTE-CARGO TO TRAMO-MAS-90
                    END-EVALUATE
                    IF EDAD-DIAS > DIAS-MOROSIDAD
                        ADD PENDIENTE-CARGO TO DEUDA-VENCIDA
                    END-IF
                    IF EDAD-DIAS > DIAS-MAXIMO
                        MOVE EDAD-DIAS TO DIAS-MAXIMO
                    END-IF
                END-IF
            END-IF.

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
       END PROGRAM TESORER.
